      ******************************************************************
      * SAMPLE RESPONSE COPYBOOK FOR TRANSACTION HISTORY INQUIRY
      * Program: TXNINQ
      *
      * TXS-LEDGER-BALANCE and TXS-AVAILABLE-BALANCE answer the
      * account's posted balance and that balance less its active
      * HOLDMAST holds, side by side above the history.
      ******************************************************************
       01  TXNINQ-RESPONSE.
           05  TXS-HEADER.
                   15  TXL-TXN-AMOUNT      PIC S9(9)V99 COMP-3.
                   15  TXL-TXN-STATUS      PIC X(1).
           05  TXS-RESOLVED-ACCOUNT        PIC X(12).
           05  TXS-LEDGER-BALANCE          PIC S9(11)V99 COMP-3.
           05  TXS-AVAILABLE-BALANCE       PIC S9(11)V99 COMP-3.
           05  FILLER                      PIC X(6).
