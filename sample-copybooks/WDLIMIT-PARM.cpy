      ******************************************************************
      * WDLIMIT CALL PARAMETERS
      * Used by: WDLIMIT, POSTBAT, STORDRUN, ODSWEEP
      *
      * WLP-FUNC-COUNT counts one customer-initiated debit just
      * posted to WLP-ACCOUNT-NUMBER, an account of type
      * WLP-ACCOUNT-TYPE, on WDCOUNT for the month of WLP-RUN-DATE.
      * WLP-NOT-LIMITED means the type carries no monthly debit
      * limit and nothing was counted; WLP-COUNTED that the debit
      * is inside the limit; WLP-OVER-LIMIT that it is past the
      * limit, with the type's excess-item fee in WLP-EXCESS-FEE
      * (zero when the type has none) for the caller to charge
      * through its own journal.  WLP-FUNC-FEE-CHARGED then adds
      * the WLP-EXCESS-FEE the caller did charge to the month's
      * total.  WLP-COUNT-FILE-ERROR means WDCOUNT could not be
      * updated.  The files are opened on the first call of the run
      * and kept open; the caller closes them with WLP-FUNC-CLOSE
      * when it terminates.
      ******************************************************************
       01  WDLIMIT-PARM.
           05  WLP-FUNCTION                PIC X(1).
               88  WLP-FUNC-COUNT          VALUE 'D'.
               88  WLP-FUNC-FEE-CHARGED    VALUE 'F'.
               88  WLP-FUNC-CLOSE          VALUE 'C'.
           05  WLP-ACCOUNT-NUMBER          PIC X(12).
           05  WLP-ACCOUNT-TYPE            PIC X(3).
           05  WLP-RUN-DATE                PIC 9(8).
           05  WLP-EXCESS-FEE              PIC S9(9)V99 COMP-3.
           05  WLP-RETURN-CODE             PIC X(2).
               88  WLP-COUNTED             VALUE '00'.
               88  WLP-NOT-LIMITED         VALUE '02'.
               88  WLP-OVER-LIMIT          VALUE '04'.
               88  WLP-COUNT-FILE-ERROR    VALUE '08'.
