      ******************************************************************
      * TELLER DRAWER HISTORY RECORD
      * File:    DRAWHIST.DAT  (indexed, key = DH-DRAWER-KEY,
      *          alternate key DH-TELLER-ID with duplicates)
      * Used by: DRWBAL (writes one record per drawer close),
      *          DRWRPT (the branch over/short report)
      *
      * One record per teller drawer balanced at the end of a day.
      * The drawer is the terminal the teller memo-posted from -
      * MI-TERMINAL-ID on MEMOITEM - and the key allows one close
      * per drawer per branch per day.  DH-EXPECTED-CASH is the
      * opening cash plus the day's memo-posted deposits less the
      * withdrawals for that teller and drawer; DH-OVER-SHORT is
      * the closing count less the expected figure, positive when
      * the drawer is over and negative when it is short.
      ******************************************************************
       01  DRAWER-HIST-RECORD.
           05  DH-DRAWER-KEY.
               10  DH-CLOSE-DATE           PIC 9(8).
               10  DH-BRANCH-ID            PIC X(4).
               10  DH-DRAWER-ID            PIC X(4).
           05  DH-TELLER-ID                PIC X(8).
           05  DH-CLOSE-TIME               PIC 9(6).
           05  DH-OPENING-CASH             PIC S9(9)V99 COMP-3.
           05  DH-DEPOSIT-COUNT            PIC 9(5) COMP-3.
           05  DH-DEPOSIT-TOTAL            PIC S9(11)V99 COMP-3.
           05  DH-WITHDRAWAL-COUNT         PIC 9(5) COMP-3.
           05  DH-WITHDRAWAL-TOTAL         PIC S9(11)V99 COMP-3.
           05  DH-EXPECTED-CASH            PIC S9(11)V99 COMP-3.
           05  DH-CLOSING-CASH             PIC S9(9)V99 COMP-3.
           05  DH-OVER-SHORT               PIC S9(11)V99 COMP-3.
           05  DH-BALANCE-IND              PIC X(1).
               88  DH-IN-BALANCE           VALUE 'B'.
               88  DH-DRAWER-OVER          VALUE 'O'.
               88  DH-DRAWER-SHORT         VALUE 'S'.
           05  FILLER                      PIC X(20).
