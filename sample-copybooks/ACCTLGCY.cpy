      ******************************************************************
      * LEGACY ACCOUNT NUMBER REGISTER RECORD
      * File:    ACCTLGCY.DAT  (indexed, key = AL-ACCOUNT-NUMBER)
      * Used by: ACCTCDCV (builds it once, listing every entry),
      *          ACCTCHK (accepts a registered number that does not
      *          carry a check digit)
      *
      * One record per account that was on ACCTMAST before ACCTMNT
      * began assigning numbers with a check digit, and whose
      * number does not pass the check.  Such a number is still
      * accepted at every point of entry; it simply cannot be
      * protected against a transposed digit.
      ******************************************************************
       01  ACCT-LEGACY-RECORD.
           05  AL-ACCOUNT-NUMBER           PIC X(12).
           05  AL-CUSTOMER-ID              PIC 9(10).
           05  AL-REGISTERED-DATE          PIC 9(8).
           05  FILLER                      PIC X(10).
