      ******************************************************************
      * PROGRAM-ID: JRNLSYNC
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Keeper of the posting journal's monthly generations and
      *   its account/date index.  Every poster still appends to
      *   the live POSTJRNL file, which holds the open month only.
      *   Called with function 'I', brings JRNLNDX level with the
      *   live file: the rows past JRNLCTL's indexed count are
      *   added under the next journal sequences, so a reader that
      *   calls this first sees everything posted up to that
      *   moment.  Called with function 'R' (the nightly chain's
      *   step), does the same and then, at the first run of a new
      *   month, rolls every earlier month's rows out of the live
      *   file onto that month's generation (PJ + YYYYMM) and
      *   rewrites the live file with the rows left.  The index
      *   does not move in a roll - it covers every generation.
      *
      *   Restart: an index add already made is skipped on the
      *   rerun (same row, same sequence, duplicate key); a roll
      *   interrupted before its keep copy is complete reruns
      *   whole; one interrupted after is finished from JRNLKEEP
      *   before anything else is done.
      *
      *   The first call against an unindexed journal indexes the
      *   whole file once; after that each call reads the open
      *   month's rows only.
      *
      *   Return code 0, or 8 when the index cannot be opened or an
      *   interrupted roll's keep copy is missing.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLSYNC.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTJRNL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT JRNLCTL-FILE ASSIGN TO "JRNLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLCTL-STATUS.

           SELECT PJGEN-FILE ASSIGN TO WS-PJGEN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PJGEN-STATUS.

           SELECT JRNLKEEP-FILE ASSIGN TO "JRNLKEEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLKEEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  JRNLCTL-FILE.
       01  JRNLCTL-LINE                     PIC X(54).

       FD  PJGEN-FILE.
       01  PJGEN-RECORD                     PIC X(100).

       FD  JRNLKEEP-FILE.
       01  JRNLKEEP-RECORD                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "JRNLCTL".

       01  WS-FILE-STATUSES.
           05  WS-POSTJRNL-STATUS           PIC X(2).
               88  WS-POSTJRNL-OK           VALUE '00'.
               88  WS-POSTJRNL-EOF          VALUE '10'.
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-JRNLCTL-STATUS            PIC X(2).
               88  WS-JRNLCTL-OK            VALUE '00'.
           05  WS-PJGEN-STATUS              PIC X(2).
           05  WS-JRNLKEEP-STATUS           PIC X(2).
               88  WS-JRNLKEEP-OK           VALUE '00'.
               88  WS-JRNLKEEP-EOF          VALUE '10'.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-MONTH             PIC 9(6).
               10  FILLER                   PIC 9(2).
           05  WS-ROW-MONTH                 PIC 9(6).
           05  WS-GEN-MONTH                 PIC 9(6).
           05  WS-PJGEN-NAME                PIC X(8).
           05  WS-JRNLNDX-OPEN-IND          PIC X(1).
               88  WS-JRNLNDX-OPEN          VALUE 'Y'.
           05  WS-PJGEN-OPEN-IND            PIC X(1).
               88  WS-PJGEN-OPEN            VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-ROWS-READ                 PIC 9(9) COMP.
           05  WS-ROWS-ROLLED               PIC 9(9) COMP.
           05  WS-ROLLED-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
           05  WS-KEPT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  JRNLSYNC-FUNCTION                PIC X(1).
           88  JRNLSYNC-INDEX-ONLY          VALUE 'I'.
           88  JRNLSYNC-INDEX-AND-ROLL      VALUE 'R'.
       01  JRNLSYNC-ROWS-INDEXED            PIC 9(7) COMP.
       01  JRNLSYNC-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING JRNLSYNC-FUNCTION
           JRNLSYNC-ROWS-INDEXED JRNLSYNC-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF JRNLSYNC-RETURN-CODE = 0
               AND JC-ROLL-KEEP-PENDING
               PERFORM 4000-REWRITE-LIVE-JOURNAL THRU 4000-EXIT
           END-IF.
           IF JRNLSYNC-RETURN-CODE = 0
               PERFORM 2000-INDEX-NEW-ROWS THRU 2000-EXIT
               IF JRNLSYNC-INDEX-AND-ROLL
                   AND JC-LAST-ROLL-MONTH < WS-RUN-MONTH
                   PERFORM 3000-ROLL-CLOSED-MONTHS THRU 3000-EXIT
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - load the control record (a missing one is
      * an empty journal: nothing indexed, sequence 1, never rolled)
      * and open the index for update, creating it the first time.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO JRNLSYNC-ROWS-INDEXED.
           MOVE 0 TO JRNLSYNC-RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT JRNLCTL-FILE.
           IF WS-JRNLCTL-OK
               READ JRNLCTL-FILE INTO JRNL-CTL-RECORD
                   AT END
                       MOVE '10' TO WS-JRNLCTL-STATUS
               END-READ
           END-IF.
           IF NOT WS-JRNLCTL-OK
               MOVE SPACES TO JRNL-CTL-RECORD
               MOVE 0 TO JC-ROWS-INDEXED
               MOVE 1 TO JC-NEXT-SEQ
               MOVE 0 TO JC-LAST-ROLL-MONTH
               MOVE 0 TO JC-KEEP-COUNT
               SET JC-ROLL-CLEAR TO TRUE
           END-IF.
           IF WS-JRNLCTL-STATUS NOT = '35'
               CLOSE JRNLCTL-FILE
           END-IF.
           OPEN I-O JRNLNDX-FILE.
           IF WS-JRNLNDX-STATUS = '35'
               OPEN OUTPUT JRNLNDX-FILE
               CLOSE JRNLNDX-FILE
               OPEN I-O JRNLNDX-FILE
           END-IF.
           MOVE 'N' TO WS-JRNLNDX-OPEN-IND.
           IF NOT WS-JRNLNDX-OK
               MOVE 8 TO JRNLSYNC-RETURN-CODE
               DISPLAY 'JRNLSYNC JOURNAL INDEX WILL NOT OPEN, STATUS '
                   WS-JRNLNDX-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRNLNDX-OPEN-IND.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-INDEX-NEW-ROWS - skip the live rows already on the
      * index and add the rest, each under the next sequence.  The
      * control record is rewritten once the live file is done.
      ******************************************************************
       2000-INDEX-NEW-ROWS.
           MOVE 0 TO WS-ROWS-READ.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT POSTJRNL-FILE.
           IF NOT WS-POSTJRNL-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
           END-IF.
           PERFORM 2100-INDEX-ONE-ROW THRU 2100-EXIT
               UNTIL WS-SCAN-DONE.
           IF WS-POSTJRNL-STATUS NOT = '35'
               CLOSE POSTJRNL-FILE
           END-IF.
           IF JRNLSYNC-ROWS-INDEXED > 0
               PERFORM 8000-WRITE-CONTROL-RECORD THRU 8000-EXIT
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-INDEX-ONE-ROW.
           READ POSTJRNL-FILE.
           IF WS-POSTJRNL-EOF
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-POSTJRNL-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-READ.
           IF WS-ROWS-READ NOT > JC-ROWS-INDEXED
               GO TO 2100-EXIT
           END-IF.
           MOVE POSTJRNL-LINE TO POST-JRNL-RECORD.
           MOVE PJ-ACCOUNT-NUMBER TO PX-ACCOUNT-NUMBER.
           MOVE PJ-POST-DATE TO PX-POST-DATE.
           MOVE JC-NEXT-SEQ TO PX-JRNL-SEQ.
           MOVE PJ-POST-DATE TO PX-DATE-POST-DATE.
           MOVE JC-NEXT-SEQ TO PX-DATE-JRNL-SEQ.
           MOVE POSTJRNL-LINE TO PX-JOURNAL-IMAGE.
           WRITE JRNL-NDX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO JC-NEXT-SEQ.
           ADD 1 TO JC-ROWS-INDEXED.
           ADD 1 TO JRNLSYNC-ROWS-INDEXED.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ROLL-CLOSED-MONTHS - first run of a new month.  Rows
      * posted before the run month go to their month's generation
      * (the journal appends in date order, so each month's rows
      * are contiguous and its generation is opened fresh on its
      * first row); the open month's rows go to JRNLKEEP.  Once the
      * keep copy is complete the control record says so, and the
      * live file is rewritten from it.  A month with nothing to
      * roll just records that the month has been seen.
      ******************************************************************
       3000-ROLL-CLOSED-MONTHS.
           MOVE 0 TO WS-ROWS-ROLLED.
           MOVE 0 TO JC-KEEP-COUNT.
           MOVE 0 TO WS-GEN-MONTH.
           MOVE 'N' TO WS-PJGEN-OPEN-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT POSTJRNL-FILE.
           IF NOT WS-POSTJRNL-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
           END-IF.
           OPEN OUTPUT JRNLKEEP-FILE.
           PERFORM 3100-ROLL-ONE-ROW THRU 3100-EXIT
               UNTIL WS-SCAN-DONE.
           IF WS-POSTJRNL-STATUS NOT = '35'
               CLOSE POSTJRNL-FILE
           END-IF.
           CLOSE JRNLKEEP-FILE.
           IF WS-PJGEN-OPEN
               CLOSE PJGEN-FILE
           END-IF.
           IF WS-ROWS-ROLLED = 0
               MOVE WS-RUN-MONTH TO JC-LAST-ROLL-MONTH
               PERFORM 8000-WRITE-CONTROL-RECORD THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF.
           SET JC-ROLL-KEEP-PENDING TO TRUE.
           PERFORM 8000-WRITE-CONTROL-RECORD THRU 8000-EXIT.
           PERFORM 4000-REWRITE-LIVE-JOURNAL THRU 4000-EXIT.
           MOVE WS-ROWS-ROLLED TO WS-ROLLED-DISPLAY.
           MOVE JC-KEEP-COUNT TO WS-KEPT-DISPLAY.
           DISPLAY 'JRNLSYNC ROWS ROLLED TO GENERATIONS: '
               WS-ROLLED-DISPLAY ' KEPT LIVE: ' WS-KEPT-DISPLAY.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-ROLL-ONE-ROW.
           READ POSTJRNL-FILE.
           IF WS-POSTJRNL-EOF
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3100-EXIT
           END-IF.
           IF NOT WS-POSTJRNL-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3100-EXIT
           END-IF.
           MOVE POSTJRNL-LINE TO POST-JRNL-RECORD.
           COMPUTE WS-ROW-MONTH =
               PJ-POST-YEAR * 100 + PJ-POST-MONTH.
           IF WS-ROW-MONTH NOT < WS-RUN-MONTH
               MOVE POSTJRNL-LINE TO JRNLKEEP-RECORD
               WRITE JRNLKEEP-RECORD
               ADD 1 TO JC-KEEP-COUNT
               GO TO 3100-EXIT
           END-IF.
           IF WS-ROW-MONTH NOT = WS-GEN-MONTH
               PERFORM 3200-OPEN-MONTH-GENERATION THRU 3200-EXIT
           END-IF.
           MOVE POSTJRNL-LINE TO PJGEN-RECORD.
           WRITE PJGEN-RECORD.
           ADD 1 TO WS-ROWS-ROLLED.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3200-OPEN-MONTH-GENERATION.
           IF WS-PJGEN-OPEN
               CLOSE PJGEN-FILE
           END-IF.
           MOVE WS-ROW-MONTH TO WS-GEN-MONTH.
           MOVE SPACES TO WS-PJGEN-NAME.
           STRING 'PJ' WS-GEN-MONTH DELIMITED BY SIZE
               INTO WS-PJGEN-NAME.
           OPEN OUTPUT PJGEN-FILE.
           MOVE 'Y' TO WS-PJGEN-OPEN-IND.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REWRITE-LIVE-JOURNAL - second half of a roll.  Any row
      * a poster appended after the keep copy was taken (only
      * possible when an interrupted roll is finished later) is
      * added to the keep copy first so it survives; the live file
      * is then rewritten from the keep copy.  The kept rows were
      * all on the index before the roll, so the indexed count
      * becomes the keep count and any such late rows are picked
      * up by the next index pass.  Without the keep copy the live
      * file is left alone and the step fails for operations to
      * look at.
      ******************************************************************
       4000-REWRITE-LIVE-JOURNAL.
           OPEN EXTEND JRNLKEEP-FILE.
           IF NOT WS-JRNLKEEP-OK
               MOVE 8 TO JRNLSYNC-RETURN-CODE
               DISPLAY 'JRNLSYNC ROLL KEEP COPY MISSING, STATUS '
                   WS-JRNLKEEP-STATUS
               GO TO 4000-EXIT
           END-IF.
           MOVE 0 TO WS-ROWS-READ.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT POSTJRNL-FILE.
           IF NOT WS-POSTJRNL-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
           END-IF.
           PERFORM 4100-CARRY-ONE-LATE-ROW THRU 4100-EXIT
               UNTIL WS-SCAN-DONE.
           IF WS-POSTJRNL-STATUS NOT = '35'
               CLOSE POSTJRNL-FILE
           END-IF.
           CLOSE JRNLKEEP-FILE.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT JRNLKEEP-FILE.
           IF NOT WS-JRNLKEEP-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
           END-IF.
           OPEN OUTPUT POSTJRNL-FILE.
           PERFORM 4200-RESTORE-ONE-KEPT-ROW THRU 4200-EXIT
               UNTIL WS-SCAN-DONE.
           CLOSE POSTJRNL-FILE.
           IF WS-JRNLKEEP-STATUS NOT = '35'
               CLOSE JRNLKEEP-FILE
           END-IF.
           MOVE JC-KEEP-COUNT TO JC-ROWS-INDEXED.
           MOVE WS-RUN-MONTH TO JC-LAST-ROLL-MONTH.
           SET JC-ROLL-CLEAR TO TRUE.
           PERFORM 8000-WRITE-CONTROL-RECORD THRU 8000-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-CARRY-ONE-LATE-ROW.
           READ POSTJRNL-FILE.
           IF WS-POSTJRNL-EOF
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 4100-EXIT
           END-IF.
           IF NOT WS-POSTJRNL-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-READ.
           IF WS-ROWS-READ NOT > JC-ROWS-INDEXED
               GO TO 4100-EXIT
           END-IF.
           MOVE POSTJRNL-LINE TO JRNLKEEP-RECORD.
           WRITE JRNLKEEP-RECORD.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4200-RESTORE-ONE-KEPT-ROW.
           READ JRNLKEEP-FILE.
           IF WS-JRNLKEEP-EOF
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 4200-EXIT
           END-IF.
           IF NOT WS-JRNLKEEP-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 4200-EXIT
           END-IF.
           MOVE JRNLKEEP-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-CONTROL-RECORD - the one-record control file is
      * rewritten whole.
      ******************************************************************
       8000-WRITE-CONTROL-RECORD.
           OPEN OUTPUT JRNLCTL-FILE.
           WRITE JRNLCTL-LINE FROM JRNL-CTL-RECORD.
           CLOSE JRNLCTL-FILE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the index.
      ******************************************************************
       9000-TERMINATE.
           IF WS-JRNLNDX-OPEN
               CLOSE JRNLNDX-FILE
           END-IF.
       9000-EXIT.
           EXIT.
