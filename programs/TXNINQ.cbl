      *                    one posting and its resolved account, so
      *                    a customer reading from a receipt no
      *                    longer has to dig out the account number.
      *   2026-10-15  ROK  The response now answers the account's
      *                    ledger balance and its available balance
      *                    (ledger less the active HOLDMAST holds)
      *                    side by side, on both search paths.  No
      *                    hold master means nothing is held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNINQ.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXNMAST-FILE.
       FD  TXNINQ-AUDIT-FILE.
       01  TXNINQ-AUDIT-LINE                PIC X(58).

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       WORKING-STORAGE SECTION.
       COPY "TXNINQ-AUDIT".

           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-TXNXREF-STATUS            PIC X(2).
           05  WS-AUDIT-STATUS              PIC X(2).
           05  WS-HOLDMAST-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE              PIC 9(8).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-TXN-WANTED-IND            PIC X(1).
               88  WS-TXN-WANTED            VALUE 'Y'.
           05  WS-HOLD-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-HOLD-SCAN-DONE-IND        PIC X(1).
               88  WS-HOLD-SCAN-DONE        VALUE 'Y'.
           05  WS-HOLDMAST-OPEN-IND         PIC X(1) VALUE 'N'.
               88  WS-HOLDMAST-OPEN         VALUE 'Y'.

       LINKAGE SECTION.
       COPY "TXNINQ-REQUEST".
           IF NOT WS-FILES-ARE-OPEN
               OPEN INPUT TXNMAST-FILE ACCTMAST-FILE TXNXREF-FILE
               OPEN EXTEND TXNINQ-AUDIT-FILE
               OPEN INPUT HOLDMAST-FILE
               IF WS-HOLDMAST-STATUS = '00'
                   SET WS-HOLDMAST-OPEN TO TRUE
               END-IF
               SET WS-FILES-ARE-OPEN TO TRUE
           END-IF.
       1000-EXIT.
                       TXS-RESPONSE-MESSAGE
                   GO TO 2000-EXIT
           END-READ.
           PERFORM 5000-LOAD-BALANCES THRU 5000-EXIT.
           IF TXQ-THRU-DATE NOT = 0
               AND TXQ-FROM-DATE > TXQ-THRU-DATE
               SET TXS-INVALID-DATE-RANGE TO TRUE
           MOVE TM-TXN-AMOUNT TO TXL-TXN-AMOUNT (1).
           MOVE TM-TXN-STATUS TO TXL-TXN-STATUS (1).
           MOVE TM-ACCOUNT-NUMBER TO TXS-RESOLVED-ACCOUNT.
           MOVE TM-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ.
           PERFORM 5000-LOAD-BALANCES THRU 5000-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LOAD-BALANCES - the ledger balance off the master just
      * read, and beside it the available balance: the ledger less
      * the account's holds still in force (active, and either held
      * until released or not yet past expiry).
      ******************************************************************
       5000-LOAD-BALANCES.
           MOVE AM-ACCOUNT-BALANCE TO TXS-LEDGER-BALANCE.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF WS-HOLDMAST-OPEN
               MOVE 'N' TO WS-HOLD-SCAN-DONE-IND
               MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
               MOVE 0 TO HD-HOLD-SEQ
               START HOLDMAST-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
               END-START
               PERFORM 5100-SUM-ONE-HOLD THRU 5100-EXIT
                   UNTIL WS-HOLD-SCAN-DONE
           END-IF.
           COMPUTE TXS-AVAILABLE-BALANCE =
               AM-ACCOUNT-BALANCE - WS-HOLD-TOTAL.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-SUM-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
                   GO TO 5100-EXIT
           END-READ.
           IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
               GO TO 5100-EXIT
           END-IF.
           IF HD-STAT-ACTIVE
               AND (HD-EXPIRY-DATE = 0
                    OR HD-EXPIRY-DATE NOT < WS-CURRENT-DATE)
               ADD HD-HOLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-AUDIT - record who asked for what, and what came
      * back, regardless of outcome.  The files opened in 1000-
