      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  Balances come from the journal index: each
      *                    account's rows are read by account key up
      *                    to the period end, across every monthly
      *                    generation, instead of the whole journal
      *                    once per request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTREPR.
               RECORD KEY IS TM-TXN-KEY
               FILE STATUS IS WS-TXNMAST-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT STMTROUT-FILE ASSIGN TO "STMTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TXNMAST-FILE.
       COPY "TXNMAST".

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  STMTROUT-FILE.
       01  STMTROUT-LINE                    PIC X(80).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-TXNMAST-STATUS            PIC X(2).
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-STMTROUT-STATUS           PIC X(2).

       01  WS-ACCOUNT-TABLE.
           05  WS-TXNS-THIS-ACCOUNT         PIC 9(5) COMP.
           05  WS-PAGES-WRITTEN             PIC 9(7) COMP VALUE 0.
           05  WS-REQUESTS-SKIPPED          PIC 9(7) COMP VALUE 0.
           05  WS-JRNLNDX-OPEN-IND          PIC X(1).
               88  WS-JRNLNDX-OPEN          VALUE 'Y'.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-DISPLAY-FIELDS.
           05  WS-CUSTOMER-ID-DISPLAY       PIC 9(10).
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the request file, the masters and the
      * journal index (once it holds everything posted so far) for
      * input, and the reprint output.
      ******************************************************************
       1000-INITIALIZE.
           END-IF.
           OPEN INPUT CUSTMAST-FILE ACCTMAST-FILE TXNMAST-FILE.
           OPEN OUTPUT STMTROUT-FILE.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           MOVE 'N' TO WS-JRNLNDX-OPEN-IND.
           OPEN INPUT JRNLNDX-FILE.
           IF WS-JRNLNDX-OK
               MOVE 'Y' TO WS-JRNLNDX-OPEN-IND
           END-IF.
       1000-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      * 2200-RECONSTRUCT-BALANCES - each account's journal rows by
      * account key, in posting order, up to the period end.  The
      * last qualifying row wins: the latest after-balance dated
      * before the period opens is the true opening balance, and
      * the latest dated inside the period is the true closing
      * activity closes where it opened.
      ******************************************************************
       2200-RECONSTRUCT-BALANCES.
           IF WS-JRNLNDX-OPEN
               PERFORM 2205-REPLAY-ONE-ACCOUNT THRU 2205-EXIT
                   VARYING WS-JRNL-SUB FROM 1 BY 1
                   UNTIL WS-JRNL-SUB > WS-ACCT-COUNT
           END-IF.
           PERFORM 2230-DEFAULT-ONE-CLOSING THRU 2230-EXIT
               VARYING WS-JRNL-SUB FROM 1 BY 1
       2200-EXIT.
           EXIT.

       2205-REPLAY-ONE-ACCOUNT.
           MOVE 'N' TO WS-JRNL-SCAN-DONE-IND.
           MOVE AB-ACCOUNT-NUMBER (WS-JRNL-SUB) TO PX-ACCOUNT-NUMBER.
           MOVE 0 TO PX-POST-DATE.
           MOVE 0 TO PX-JRNL-SEQ.
           START JRNLNDX-FILE KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
           END-START.
           PERFORM 2210-SCAN-ONE-JOURNAL-ROW THRU 2210-EXIT
               UNTIL WS-JRNL-SCAN-DONE.
           GO TO 2205-EXIT.
       2205-EXIT.
           EXIT.

       2210-SCAN-ONE-JOURNAL-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
                   GO TO 2210-EXIT
           END-READ.
           IF PX-ACCOUNT-NUMBER NOT = AB-ACCOUNT-NUMBER (WS-JRNL-SUB)
               OR PX-POST-DATE > RP-THRU-DATE
               MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
               GO TO 2210-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           PERFORM 2220-APPLY-ONE-JOURNAL-ROW THRU 2220-EXIT.
           GO TO 2210-EXIT.
       2210-EXIT.
           EXIT.
           CLOSE ACCTMAST-FILE.
           CLOSE TXNMAST-FILE.
           CLOSE STMTROUT-FILE.
           IF WS-JRNLNDX-OPEN
               CLOSE JRNLNDX-FILE
           END-IF.
           DISPLAY 'STMTREPR PAGES WRITTEN:    ' WS-PAGES-WRITTEN.
           DISPLAY 'STMTREPR REQUESTS SKIPPED: ' WS-REQUESTS-SKIPPED.
       9000-EXIT.
