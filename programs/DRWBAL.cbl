      ******************************************************************
      * PROGRAM-ID: DRWBAL
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   End-of-day teller drawer balancing transaction.  The
      *   teller keys the cash the drawer opened with and the cash
      *   counted at the close; the transaction works out what the
      *   drawer should hold from the day's MEMOITEM deposits and
      *   withdrawals that teller memo-posted from that drawer, and
      *   records the close with its over/short figure on DRAWHIST.
      *   The teller must be active on TELLER.REF, whose branch the
      *   close is filed under, and a drawer closes once a day - a
      *   second close of the same drawer is refused.  DRWRPT lists
      *   the closes by branch in the nightly chain.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRWBAL.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-FILE ASSIGN TO "TELLER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT MEMOITEM-FILE ASSIGN TO "MEMOITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-TXN-ID
               ALTERNATE RECORD KEY IS MI-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMOITEM-STATUS.

           SELECT DRAWHIST-FILE ASSIGN TO "DRAWHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-DRAWER-KEY
               ALTERNATE RECORD KEY IS DH-TELLER-ID WITH DUPLICATES
               FILE STATUS IS WS-DRAWHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-FILE.
       COPY "TELLER-REF".

       FD  MEMOITEM-FILE.
       COPY "MEMOITEM".

       FD  DRAWHIST-FILE.
       COPY "DRAWHIST".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TELLER-STATUS             PIC X(2).
               88  WS-TELLER-OK             VALUE '00'.
           05  WS-MEMOITEM-STATUS           PIC X(2).
               88  WS-MEMOITEM-OK           VALUE '00'.
           05  WS-DRAWHIST-STATUS           PIC X(2).
               88  WS-DRAWHIST-OK           VALUE '00'.

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE              PIC 9(8).
           05  WS-CURRENT-TIME              PIC 9(6).
           05  WS-TELLER-OPEN-IND           PIC X(1).
               88  WS-TELLER-OPEN           VALUE 'Y'.
           05  WS-MEMOITEM-OPEN-IND         PIC X(1).
               88  WS-MEMOITEM-OPEN         VALUE 'Y'.
           05  WS-ITEM-SCAN-DONE-IND        PIC X(1).
               88  WS-ITEM-SCAN-DONE        VALUE 'Y'.

      ******************************************************************
      * The drawer's day as the memo items tell it.  Withdrawals
      * are carried as a positive total.
      ******************************************************************
       01  WS-DRAWER-FIELDS.
           05  WS-DEPOSIT-COUNT             PIC 9(5) COMP.
           05  WS-DEPOSIT-TOTAL             PIC S9(11)V99 COMP-3.
           05  WS-WITHDRAWAL-COUNT          PIC 9(5) COMP.
           05  WS-WITHDRAWAL-TOTAL          PIC S9(11)V99 COMP-3.
           05  WS-EXPECTED-CASH             PIC S9(11)V99 COMP-3.
           05  WS-OVER-SHORT                PIC S9(11)V99 COMP-3.

       LINKAGE SECTION.
       COPY "DRWBAL-REQUEST".
       COPY "DRWBAL-RESPONSE".

       PROCEDURE DIVISION USING DRWBAL-REQUEST DRWBAL-RESPONSE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VALIDATE-REQUEST THRU 2000-EXIT.
           IF DBS-SUCCESS
               PERFORM 3000-TOTAL-DRAWER-ITEMS THRU 3000-EXIT
               PERFORM 4000-RECORD-CLOSE THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - clear the response and open the teller
      * table, the memo items and the drawer history, creating the
      * history on first use.  With no memo items on file the
      * drawer simply took nothing in or out today.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO DRWBAL-RESPONSE.
           MOVE DBQ-TRANSACTION-ID TO DBS-TRANSACTION-ID.
           SET DBS-SUCCESS TO TRUE.
           MOVE SPACES TO DBS-RESPONSE-MESSAGE.
           MOVE 0 TO DBS-DEPOSIT-COUNT.
           MOVE 0 TO DBS-DEPOSIT-TOTAL.
           MOVE 0 TO DBS-WITHDRAWAL-COUNT.
           MOVE 0 TO DBS-WITHDRAWAL-TOTAL.
           MOVE 0 TO DBS-EXPECTED-CASH.
           MOVE 0 TO DBS-OVER-SHORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE 'N' TO WS-TELLER-OPEN-IND.
           OPEN INPUT TELLER-FILE.
           IF WS-TELLER-OK
               MOVE 'Y' TO WS-TELLER-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-MEMOITEM-OPEN-IND.
           OPEN INPUT MEMOITEM-FILE.
           IF WS-MEMOITEM-OK
               MOVE 'Y' TO WS-MEMOITEM-OPEN-IND
           END-IF.
           OPEN I-O DRAWHIST-FILE.
           IF WS-DRAWHIST-STATUS = '35'
               OPEN OUTPUT DRAWHIST-FILE
               CLOSE DRAWHIST-FILE
               OPEN I-O DRAWHIST-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VALIDATE-REQUEST - teller and drawer keyed, both cash
      * figures numeric, the teller active on TELLER.REF, and the
      * drawer not already closed today at the teller's branch.
      ******************************************************************
       2000-VALIDATE-REQUEST.
           IF DBQ-TELLER-ID = SPACES
               OR DBQ-DRAWER-ID = SPACES
               SET DBS-MISSING-DATA TO TRUE
               MOVE 'TELLER AND DRAWER ARE REQUIRED' TO
                   DBS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF DBQ-OPENING-CASH NOT NUMERIC
               OR DBQ-CLOSING-CASH NOT NUMERIC
               SET DBS-INVALID-AMOUNT TO TRUE
               MOVE 'OPENING AND CLOSING CASH MUST BE NUMERIC' TO
                   DBS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-TELLER-OPEN
               SET DBS-SYSTEM-ERROR TO TRUE
               MOVE 'TELLER TABLE NOT AVAILABLE' TO
                   DBS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           MOVE DBQ-TELLER-ID TO TL-TELLER-ID.
           READ TELLER-FILE
               INVALID KEY
                   SET DBS-TELLER-NOT-FOUND TO TRUE
                   MOVE 'TELLER ID NOT ON FILE' TO
                       DBS-RESPONSE-MESSAGE
                   GO TO 2000-EXIT
           END-READ.
           IF TL-IS-INACTIVE
               SET DBS-TELLER-INACTIVE TO TRUE
               MOVE 'TELLER ID IS INACTIVE' TO DBS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-DRAWHIST-OK
               SET DBS-SYSTEM-ERROR TO TRUE
               MOVE 'DRAWER HISTORY NOT AVAILABLE' TO
                   DBS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO DH-CLOSE-DATE.
           MOVE TL-BRANCH-ID TO DH-BRANCH-ID.
           MOVE DBQ-DRAWER-ID TO DH-DRAWER-ID.
           READ DRAWHIST-FILE
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ.
           SET DBS-ALREADY-CLOSED TO TRUE.
           MOVE 'DRAWER ALREADY CLOSED TODAY' TO DBS-RESPONSE-MESSAGE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TOTAL-DRAWER-ITEMS - every memo item the teller keyed
      * from this drawer today, whatever its status since: an item
      * already fed or hard-posted still went through the drawer.
      ******************************************************************
       3000-TOTAL-DRAWER-ITEMS.
           MOVE 0 TO WS-DEPOSIT-COUNT.
           MOVE 0 TO WS-DEPOSIT-TOTAL.
           MOVE 0 TO WS-WITHDRAWAL-COUNT.
           MOVE 0 TO WS-WITHDRAWAL-TOTAL.
           IF NOT WS-MEMOITEM-OPEN
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-ITEM-SCAN-DONE-IND.
           MOVE LOW-VALUES TO MI-TXN-ID.
           START MEMOITEM-FILE KEY IS NOT LESS THAN MI-TXN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ITEM-SCAN-DONE-IND
           END-START.
           PERFORM 3100-TOTAL-ONE-ITEM THRU 3100-EXIT
               UNTIL WS-ITEM-SCAN-DONE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-TOTAL-ONE-ITEM.
           READ MEMOITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ITEM-SCAN-DONE-IND
                   GO TO 3100-EXIT
           END-READ.
           IF MI-MEMO-DATE NOT = WS-CURRENT-DATE
               OR MI-ENTERED-BY NOT = DBQ-TELLER-ID
               OR MI-TERMINAL-ID NOT = DBQ-DRAWER-ID
               GO TO 3100-EXIT
           END-IF.
           IF MI-TXN-AMOUNT < 0
               ADD 1 TO WS-WITHDRAWAL-COUNT
               SUBTRACT MI-TXN-AMOUNT FROM WS-WITHDRAWAL-TOTAL
           ELSE
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD MI-TXN-AMOUNT TO WS-DEPOSIT-TOTAL
           END-IF.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RECORD-CLOSE - the expected cash, the over/short
      * against the count, and the close written to DRAWHIST.  A
      * duplicate key here means the drawer was closed from
      * another terminal since the check above.
      ******************************************************************
       4000-RECORD-CLOSE.
           COMPUTE WS-EXPECTED-CASH = DBQ-OPENING-CASH
               + WS-DEPOSIT-TOTAL - WS-WITHDRAWAL-TOTAL.
           COMPUTE WS-OVER-SHORT = DBQ-CLOSING-CASH - WS-EXPECTED-CASH.
           INITIALIZE DRAWER-HIST-RECORD.
           MOVE WS-CURRENT-DATE TO DH-CLOSE-DATE.
           MOVE TL-BRANCH-ID TO DH-BRANCH-ID.
           MOVE DBQ-DRAWER-ID TO DH-DRAWER-ID.
           MOVE DBQ-TELLER-ID TO DH-TELLER-ID.
           MOVE WS-CURRENT-TIME TO DH-CLOSE-TIME.
           MOVE DBQ-OPENING-CASH TO DH-OPENING-CASH.
           MOVE WS-DEPOSIT-COUNT TO DH-DEPOSIT-COUNT.
           MOVE WS-DEPOSIT-TOTAL TO DH-DEPOSIT-TOTAL.
           MOVE WS-WITHDRAWAL-COUNT TO DH-WITHDRAWAL-COUNT.
           MOVE WS-WITHDRAWAL-TOTAL TO DH-WITHDRAWAL-TOTAL.
           MOVE WS-EXPECTED-CASH TO DH-EXPECTED-CASH.
           MOVE DBQ-CLOSING-CASH TO DH-CLOSING-CASH.
           MOVE WS-OVER-SHORT TO DH-OVER-SHORT.
           SET DH-IN-BALANCE TO TRUE.
           IF WS-OVER-SHORT > 0
               SET DH-DRAWER-OVER TO TRUE
           END-IF.
           IF WS-OVER-SHORT < 0
               SET DH-DRAWER-SHORT TO TRUE
           END-IF.
           WRITE DRAWER-HIST-RECORD
               INVALID KEY
                   SET DBS-ALREADY-CLOSED TO TRUE
                   MOVE 'DRAWER ALREADY CLOSED TODAY' TO
                       DBS-RESPONSE-MESSAGE
                   GO TO 4000-EXIT
           END-WRITE.
           MOVE WS-DEPOSIT-COUNT TO DBS-DEPOSIT-COUNT.
           MOVE WS-DEPOSIT-TOTAL TO DBS-DEPOSIT-TOTAL.
           MOVE WS-WITHDRAWAL-COUNT TO DBS-WITHDRAWAL-COUNT.
           MOVE WS-WITHDRAWAL-TOTAL TO DBS-WITHDRAWAL-TOTAL.
           MOVE WS-EXPECTED-CASH TO DBS-EXPECTED-CASH.
           MOVE WS-OVER-SHORT TO DBS-OVER-SHORT.
           MOVE DH-BALANCE-IND TO DBS-BALANCE-IND.
           MOVE 'DRAWER IN BALANCE' TO DBS-RESPONSE-MESSAGE.
           IF DH-DRAWER-OVER
               MOVE 'DRAWER OVER - CLOSE RECORDED' TO
                   DBS-RESPONSE-MESSAGE
           END-IF.
           IF DH-DRAWER-SHORT
               MOVE 'DRAWER SHORT - CLOSE RECORDED' TO
                   DBS-RESPONSE-MESSAGE
           END-IF.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           IF WS-TELLER-OPEN
               CLOSE TELLER-FILE
           END-IF.
           IF WS-MEMOITEM-OPEN
               CLOSE MEMOITEM-FILE
           END-IF.
           CLOSE DRAWHIST-FILE.
       9000-EXIT.
           EXIT.
