      ******************************************************************
      * ACCTCHK CALL PARAMETERS
      * Used by: ACCTCHK, ACCTMNT (generates the check digit on a
      *          new account number), TXNVAL, MEMOPOST, DISPBAT,
      *          STORDRUN, ACCTOWNM (validate a keyed or fed account
      *          number before looking it up), ACCTCDCV
      *
      * An account number is eleven digits and a twelfth check
      * digit: the twelve digits weighted 3, 7, 1 in turn sum to a
      * multiple of ten - the same rule as a bank routing number.
      * ACK-FUNC-VALIDATE checks ACK-ACCOUNT-NUMBER.  ACK-VALID is
      * a number that passes.  ACK-LEGACY-NUMBER is one that does
      * not but was on file before check digits were assigned and
      * is registered on ACCTLGCY by the ACCTCDCV conversion run -
      * or any number, while no register has yet been built.  Both
      * let the caller go on to look the account up.  ACK-CHECK-
      * DIGIT-FAILED is a mistyped or garbled number, to be
      * rejected for that reason before any lookup.
      * ACK-FUNC-GENERATE takes the first eleven digits of
      * ACK-ACCOUNT-NUMBER and fills in the twelfth.
      ******************************************************************
       01  ACCTCHK-PARM.
           05  ACK-FUNCTION                PIC X(1).
               88  ACK-FUNC-VALIDATE       VALUE 'V'.
               88  ACK-FUNC-GENERATE       VALUE 'G'.
           05  ACK-ACCOUNT-NUMBER          PIC X(12).
           05  ACK-RETURN-CODE             PIC X(2).
               88  ACK-VALID               VALUE '00'.
               88  ACK-LEGACY-NUMBER       VALUE '04'.
               88  ACK-NUMBER-ACCEPTED     VALUES '00' '04'.
               88  ACK-CHECK-DIGIT-FAILED  VALUE '08'.
