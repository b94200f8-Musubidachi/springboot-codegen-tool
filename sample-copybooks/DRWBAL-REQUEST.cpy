      ******************************************************************
      * SAMPLE REQUEST COPYBOOK FOR TELLER DRAWER BALANCING
      * Program: DRWBAL
      *
      * One end-of-day drawer close: the teller, the drawer (the
      * terminal ID the teller memo-posted from), the cash the
      * drawer opened the day with and the cash counted into it at
      * the close.
      ******************************************************************
       01  DRWBAL-REQUEST.
           05  DBQ-HEADER.
               10  DBQ-TRANSACTION-ID      PIC X(8).
               10  DBQ-TERMINAL-ID         PIC X(4).
           05  DBQ-TELLER-ID               PIC X(8).
           05  DBQ-DRAWER-ID               PIC X(4).
           05  DBQ-OPENING-CASH            PIC 9(9)V99.
           05  DBQ-CLOSING-CASH            PIC 9(9)V99.
