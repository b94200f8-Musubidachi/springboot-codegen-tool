      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  Replays from the journal index: each request
      *                    STARTs on its account and reads that
      *                    account's rows only, across every monthly
      *                    generation, instead of the whole journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALASOF.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALAPRM-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT BALARPT-FILE ASSIGN TO "BALARPT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  BP-ACCOUNT-NUMBER            PIC X(12).
           05  BP-ASOF-DATE                 PIC 9(8).

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  BALARPT-FILE.
       01  BALARPT-LINE                     PIC X(100).
           05  WS-BALAPRM-STATUS            PIC X(2).
               88  WS-BALAPRM-OK            VALUE '00'.
               88  WS-BALAPRM-EOF           VALUE '10'.
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-BALARPT-STATUS            PIC X(2).

      ******************************************************************
           05  WS-ASOF-SET-IND              PIC X(1).
               88  WS-ASOF-SET              VALUE 'Y'.
           05  WS-REQUESTS-ANSWERED         PIC 9(5) COMP VALUE 0.
           05  WS-JRNLNDX-OPEN-IND          PIC X(1).
               88  WS-JRNLNDX-OPEN          VALUE 'Y'.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-DISPLAY-FIELDS.
           05  WS-BALANCE-DISPLAY           PIC -(9)9.99.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the request file and the report, and
      * the journal index once it holds everything posted so far.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN OUTPUT BALARPT-FILE.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           MOVE 'N' TO WS-JRNLNDX-OPEN-IND.
           OPEN INPUT JRNLNDX-FILE.
           IF WS-JRNLNDX-OK
               MOVE 'Y' TO WS-JRNLNDX-OPEN-IND
           END-IF.
       1000-EXIT.
           EXIT.


       2100-REPLAY-JOURNAL.
           MOVE 'N' TO WS-JRNL-SCAN-DONE-IND.
           IF NOT WS-JRNLNDX-OPEN
               MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
               GO TO 2100-EXIT
           END-IF.
           MOVE BP-ACCOUNT-NUMBER TO PX-ACCOUNT-NUMBER.
           MOVE 0 TO PX-POST-DATE.
           MOVE 0 TO PX-JRNL-SEQ.
           START JRNLNDX-FILE KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
           END-START.
           PERFORM 2200-REPLAY-ONE-ROW THRU 2200-EXIT
               UNTIL WS-JRNL-SCAN-DONE.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-REPLAY-ONE-ROW - the index returns the account's rows in
      * posting order, so the last row on or before the as-of date
      * carries the close-of-day balance.  Rows up to the date roll
      * through the before-ring; the first rows past it fill the
      * after-table, and the fifth of those ends the replay.
      ******************************************************************
       2200-REPLAY-ONE-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
                   GO TO 2200-EXIT
           END-READ.
           IF PX-ACCOUNT-NUMBER NOT = BP-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
               GO TO 2200-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           IF PJ-POST-DATE > BP-ASOF-DATE
               IF WS-AFTER-COUNT = 5
                   MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
                   GO TO 2200-EXIT
               END-IF
               IF WS-AFTER-COUNT < 5
                   ADD 1 TO WS-AFTER-COUNT
                   MOVE PJ-POST-DATE TO
       9000-TERMINATE.
           CLOSE BALAPRM-FILE.
           CLOSE BALARPT-FILE.
           IF WS-JRNLNDX-OPEN
               CLOSE JRNLNDX-FILE
           END-IF.
           DISPLAY 'BALASOF REQUESTS ANSWERED: '
               WS-REQUESTS-ANSWERED.
       9000-EXIT.
