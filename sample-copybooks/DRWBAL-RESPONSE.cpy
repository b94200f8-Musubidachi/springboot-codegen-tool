      ******************************************************************
      * SAMPLE RESPONSE COPYBOOK FOR TELLER DRAWER BALANCING
      * Program: DRWBAL
      *
      * On success the day's memo-posted deposits and withdrawals
      * for the teller and drawer, the expected closing cash they
      * give from the opening figure, and the over/short against
      * the count - positive over, negative short.
      ******************************************************************
       01  DRWBAL-RESPONSE.
           05  DBS-TRANSACTION-ID          PIC X(8).
           05  DBS-RESPONSE-CODE           PIC X(2).
               88  DBS-SUCCESS             VALUE '00'.
               88  DBS-TELLER-NOT-FOUND    VALUE '01'.
               88  DBS-ALREADY-CLOSED      VALUE '02'.
               88  DBS-INVALID-AMOUNT      VALUE '05'.
               88  DBS-MISSING-DATA        VALUE '06'.
               88  DBS-TELLER-INACTIVE     VALUE '07'.
               88  DBS-SYSTEM-ERROR        VALUE '99'.
           05  DBS-RESPONSE-MESSAGE        PIC X(50).
           05  DBS-DEPOSIT-COUNT           PIC 9(5).
           05  DBS-DEPOSIT-TOTAL           PIC S9(11)V99 COMP-3.
           05  DBS-WITHDRAWAL-COUNT        PIC 9(5).
           05  DBS-WITHDRAWAL-TOTAL        PIC S9(11)V99 COMP-3.
           05  DBS-EXPECTED-CASH           PIC S9(11)V99 COMP-3.
           05  DBS-OVER-SHORT              PIC S9(11)V99 COMP-3.
           05  DBS-BALANCE-IND             PIC X(1).
