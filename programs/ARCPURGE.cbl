      *
      * ABSTRACT
      *   Retention, archive and purge for the history and audit
      *   files that otherwise grow forever.  Four passes, one per
      *   file, each cataloged on completion so an interrupted run
      *   restarts at the file level:
      *     CUSTHIST.DAT   - rows older than the retention period are
      *     CUSTINQ.AUDIT  - old lines are appended to INQAUARC,
      *                      keepers are rewritten to INQAUNEW, which
      *                      operations mounts as the live file;
      *     CUSTMAINT.AUDIT- the same split onto CMAUDARC/CMAUDNEW;
      *     POSTJRNL       - journal rows older than the retention
      *                      period are appended to JRNLARC and
      *                      deleted from the JRNLNDX index; a
      *                      monthly generation whose rows have all
      *                      gone is emptied.
      *   Every pass writes an ARCCAT catalog line with the run
      *   date and the archived/kept counts, which is also the
      *   seven-year retention ledger the auditors ask for.  A rerun
      *                    maintenance-audit record areas to match.
      *                    Any future change to an archived record's
      *                    length has to be mirrored here.
      *   2026-10-15  ROK  CUSTMAINT-AUDIT-RECORD grew to 194 bytes
      *                    (taxpayer ID last four and certification
      *                    in both images); widened the three
      *                    maintenance-audit record areas to match.
      *   2026-10-15  ROK  Fourth pass for the posting journal, read
      *                    off JRNLNDX in post-date order.  Two years
      *                    stay online; older rows go to JRNLARC and
      *                    their emptied generations are cleared.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCPURGE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMAUDARC-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT JRNLARC-FILE ASSIGN TO "JRNLARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLARC-STATUS.

           SELECT PJGEN-FILE ASSIGN TO WS-PJGEN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PJGEN-STATUS.

           SELECT ARCCAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCCAT-STATUS.
       01  INQAUARC-LINE                    PIC X(80).

       FD  CUSTMAUD-FILE.
       01  CUSTMAUD-REC                     PIC X(194).

       FD  CMAUDNEW-FILE.
       01  CMAUDNEW-REC                     PIC X(194).

       FD  CMAUDARC-FILE.
       01  CMAUDARC-REC                     PIC X(194).

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  JRNLARC-FILE.
       01  JRNLARC-REC                      PIC X(100).

       FD  PJGEN-FILE.
       01  PJGEN-REC                        PIC X(100).

       FD  ARCCAT-FILE.
       01  ARCCAT-LINE                      PIC X(80).
               88  WS-CUSTMAUD-EOF          VALUE '10'.
           05  WS-CMAUDNEW-STATUS           PIC X(2).
           05  WS-CMAUDARC-STATUS           PIC X(2).
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-JRNLARC-STATUS            PIC X(2).
           05  WS-PJGEN-STATUS              PIC X(2).
           05  WS-ARCCAT-STATUS             PIC X(2).

      ******************************************************************
      * Per-file retention, in days.  The auditors require seven
      * years retained on the archives; the live files only need
      * ninety days online.  The posting journal keeps two years
      * online for statement reprints and the year-on-year reports.
      ******************************************************************
       01  AP-RETENTION-DAYS.
           05  AP-CUSTHIST-DAYS             PIC 9(5) COMP VALUE 90.
           05  AP-INQAUDIT-DAYS             PIC 9(5) COMP VALUE 90.
           05  AP-CUSTMAUD-DAYS             PIC 9(5) COMP VALUE 90.
           05  AP-POSTJRNL-DAYS             PIC 9(5) COMP VALUE 730.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-ARCHIVED-DISPLAY          PIC ZZZ,ZZ9.
           05  WS-KEPT-DISPLAY              PIC ZZZ,ZZ9.
           05  WS-PASS-NAME                 PIC X(8).
           05  WS-ROW-MONTH                 PIC 9(6).
           05  WS-PURGE-MONTH               PIC 9(6).
           05  WS-PJGEN-NAME                PIC X(8).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-PURGE-CUSTHIST THRU 2000-EXIT.
           PERFORM 3000-PURGE-INQAUDIT THRU 3000-EXIT.
           PERFORM 4000-PURGE-CUSTMAUD THRU 4000-EXIT.
           PERFORM 5000-PURGE-POSTJRNL THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PURGE-POSTJRNL - walk the journal index in post-date
      * order, appending rows past retention to the archive and
      * deleting them from the index.  Rows age in index order, so
      * once a kept row is reached every month before it has gone
      * whole and its generation is emptied; a month only partly
      * past retention keeps its generation until a later run.
      ******************************************************************
       5000-PURGE-POSTJRNL.
           MOVE 'POSTJRNL' TO WS-PASS-NAME.
           MOVE 'N' TO WS-PASS-EOF-IND.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           MOVE 0 TO WS-PURGE-MONTH.
           OPEN I-O JRNLNDX-FILE.
           IF NOT WS-JRNLNDX-OK
               GO TO 5000-FINISH
           END-IF.
           OPEN EXTEND JRNLARC-FILE.
           MOVE 0 TO PX-DATE-POST-DATE.
           MOVE 0 TO PX-DATE-JRNL-SEQ.
           START JRNLNDX-FILE KEY IS NOT LESS THAN PX-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PASS-EOF-IND
           END-START.
           PERFORM 5100-PURGE-ONE-JOURNAL-ROW THRU 5100-EXIT
               UNTIL WS-PASS-DONE.
           IF WS-PURGE-MONTH NOT = 0
               PERFORM 5200-EMPTY-GENERATION THRU 5200-EXIT
           END-IF.
           CLOSE JRNLNDX-FILE.
           CLOSE JRNLARC-FILE.
       5000-FINISH.
           PERFORM 8000-WRITE-CATALOG-LINE THRU 8000-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-PURGE-ONE-JOURNAL-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PASS-EOF-IND
                   GO TO 5100-EXIT
           END-READ.
           MOVE PX-DATE-POST-DATE TO WS-REC-DATE.
           DIVIDE WS-REC-DATE BY 100 GIVING WS-ROW-MONTH.
           PERFORM 7000-AGE-RECORD-DATE THRU 7000-EXIT.
           IF WS-AGE-DAYS NOT > AP-POSTJRNL-DAYS
               GO TO 5150-KEEP-ROW
           END-IF.
           IF WS-PURGE-MONTH NOT = 0
               AND WS-ROW-MONTH NOT = WS-PURGE-MONTH
               PERFORM 5200-EMPTY-GENERATION THRU 5200-EXIT
           END-IF.
           MOVE WS-ROW-MONTH TO WS-PURGE-MONTH.
           MOVE PX-JOURNAL-IMAGE TO JRNLARC-REC.
           WRITE JRNLARC-REC.
           DELETE JRNLNDX-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-ARCHIVED-COUNT.
           GO TO 5100-EXIT.
       5150-KEEP-ROW.
           IF WS-PURGE-MONTH NOT = 0
               AND WS-ROW-MONTH NOT = WS-PURGE-MONTH
               PERFORM 5200-EMPTY-GENERATION THRU 5200-EXIT
           END-IF.
           MOVE 0 TO WS-PURGE-MONTH.
           ADD 1 TO WS-KEPT-COUNT.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-EMPTY-GENERATION - every row of WS-PURGE-MONTH is on the
      * archive now, so the month's generation (PJ + YYYYMM) is
      * emptied in place.
      ******************************************************************
       5200-EMPTY-GENERATION.
           MOVE SPACES TO WS-PJGEN-NAME.
           STRING 'PJ' WS-PURGE-MONTH DELIMITED BY SIZE
               INTO WS-PJGEN-NAME.
           OPEN OUTPUT PJGEN-FILE.
           CLOSE PJGEN-FILE.
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-AGE-RECORD-DATE - age WS-REC-DATE against the run date.
      ******************************************************************
