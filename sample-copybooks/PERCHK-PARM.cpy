      ******************************************************************
      * PERCHK CALL PARAMETERS
      * Used by: PERCHK, POSTBAT, ODWAIVE, DISPBAT
      *
      * The caller fills PCK-TXN-DATE with the date the movement
      * belongs to - the transaction's own date, not tonight's.
      * PCK-PERIOD-OPEN means that month is still open and the
      * movement posts as it always has.  PCK-PRIOR-PERIOD means
      * finance has closed the month: the movement still posts
      * tonight, into the current open period, but the journal row
      * keeps the date in PJ-VALUE-DATE and is flagged PJ-PRIOR-
      * PERIOD-ADJ for the controller's report.
      ******************************************************************
       01  PERCHK-PARM.
           05  PCK-TXN-DATE                PIC 9(8).
           05  PCK-RETURN-CODE             PIC X(2).
               88  PCK-PERIOD-OPEN         VALUE '00'.
               88  PCK-PRIOR-PERIOD        VALUE '04'.
