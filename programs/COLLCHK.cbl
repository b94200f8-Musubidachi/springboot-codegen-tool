      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  Credits are summed off the journal index,
      *                    each promised account read from its
      *                    promise date on, instead of the whole
      *                    journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLCHK.
               RECORD KEY IS CL-ACCOUNT-NUMBER
               FILE STATUS IS WS-COLLCASE-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT COLLCHKR-FILE ASSIGN TO "COLLCHKR"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  COLLCASE-FILE.
       COPY "COLLCASE".

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  COLLCHKR-FILE.
       01  COLLCHKR-LINE                    PIC X(100).

       01  WS-FILE-STATUSES.
           05  WS-COLLCASE-STATUS           PIC X(2).
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-COLLCHKR-STATUS           PIC X(2).

       01  WS-PROMISE-TABLE.
           05  WS-PROM-OVERFLOW-IND         PIC X(1).
               88  WS-PROM-OVERFLOWED       VALUE 'Y'.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-DISPLAY-FIELDS.
           05  WS-CUSTOMER-ID-DISPLAY       PIC 9(10).
           05  WS-PROMISE-DISPLAY           PIC -(9)9.99.

      ******************************************************************
      * 2000-COLLECT-ONE-PROMISE - every promise-state case into the
      * working table for the journal sum.
      ******************************************************************
       2000-COLLECT-ONE-PROMISE.
           READ COLLCASE-FILE NEXT RECORD
           EXIT.

      ******************************************************************
      * 3000-SUM-JOURNAL-CREDITS - every credit on a promised account
      * since its promise was taken counts toward the promise.  Each
      * account's rows are read off the journal index from the
      * promise date on, once the index holds tonight's postings.
      ******************************************************************
       3000-SUM-JOURNAL-CREDITS.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           OPEN INPUT JRNLNDX-FILE.
           IF NOT WS-JRNLNDX-OK
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-SUM-ONE-ACCOUNT THRU 3050-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PROM-COUNT.
           CLOSE JRNLNDX-FILE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3050-SUM-ONE-ACCOUNT.
           MOVE 'N' TO WS-JRNL-SCAN-DONE-IND.
           MOVE PM-ACCOUNT-NUMBER (WS-SUB) TO PX-ACCOUNT-NUMBER.
           MOVE PM-PROMISE-DATE (WS-SUB) TO PX-POST-DATE.
           MOVE 0 TO PX-JRNL-SEQ.
           START JRNLNDX-FILE KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
           END-START.
           PERFORM 3100-SCAN-ONE-JOURNAL-ROW THRU 3100-EXIT
               UNTIL WS-JRNL-SCAN-DONE.
           GO TO 3050-EXIT.
       3050-EXIT.
           EXIT.

       3100-SCAN-ONE-JOURNAL-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
                   GO TO 3100-EXIT
           END-READ.
           IF PX-ACCOUNT-NUMBER NOT = PM-ACCOUNT-NUMBER (WS-SUB)
               MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
               GO TO 3100-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           IF PJ-TXN-AMOUNT > 0
               ADD PJ-TXN-AMOUNT TO PM-PAID-TOTAL (WS-SUB)
           END-IF.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SETTLE-ONE-PROMISE - covered means kept; past its date
      * and short means broken, reported, and the case reopened so
