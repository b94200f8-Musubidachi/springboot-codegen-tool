      ******************************************************************
      * TELLER OVERRIDE LOG RECORD
      * File:    TELLOVRD.DAT  (line sequential, appended by
      *          MEMOPOST)
      * Used by: MEMOPOST (writes), OVRDRPT (the daily override
      *          report by branch)
      *
      * One line per memo-post a supervisor's ID let through over
      * the keying teller's limit.  OV-BRANCH-ID is the teller's
      * branch on TELLER.REF.  OV-REASON tells which limit the item
      * broke - the per-item limit, or the day's cumulative limit
      * for its direction - or, for a large withdrawal soon after
      * an address change, that the supervisor released it from
      * the address-change review.
      ******************************************************************
       01  TELLOVRD-LINE.
           05  OV-OVERRIDE-DATE             PIC 9(8).
           05  OV-OVERRIDE-TIME             PIC 9(6).
           05  OV-BRANCH-ID                 PIC X(4).
           05  OV-TELLER-ID                 PIC X(8).
           05  OV-SUPERVISOR-ID             PIC X(8).
           05  OV-TERMINAL-ID               PIC X(4).
           05  OV-ACCOUNT-NUMBER            PIC X(12).
           05  OV-DIRECTION                 PIC X(1).
           05  OV-AMOUNT                    PIC 9(7)V99.
           05  OV-REASON                    PIC X(1).
               88  OV-OVER-ITEM-LIMIT       VALUE 'I'.
               88  OV-OVER-DAILY-LIMIT      VALUE 'D'.
               88  OV-ADDRESS-REVIEW        VALUE 'A'.
           05  OV-MEMO-TXN-ID               PIC X(12).
