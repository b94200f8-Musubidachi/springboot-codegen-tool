      *   run": which streams are done and the NCK-NEXT-START-ID
      *   each open stream sits at, which chain steps have
      *   completed with what return code, whether the interlock is
      *   up, the last alert written, and how far POSTBAT's
      *   POSTCKPT checkpoint has the posting pass - the one screen
      *   the overnight operator reads before deciding whether
      *   INTLKCLR is safe.  The files are opened and closed on
      *   every call on purpose: a cached answer is exactly what
      *   this inquiry exists to replace.
      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  Reports POSTBAT's POSTCKPT checkpoint: in
      *                    flight or complete, records read, last
      *                    TXN-ID, applied, restarts taken and the
      *                    records they found already posted.
      *   2026-10-15  ROK  POSTCKPT record widened to 180 bytes for the
      *                    RETITEMS row count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTALR-STATUS.

           SELECT POSTCKPT-FILE ASSIGN TO "POSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTCKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NIGHTCKPT-FILE.
       FD  NIGHTALR-FILE.
       01  NIGHTALR-LINE                    PIC X(100).

       FD  POSTCKPT-FILE.
       01  POSTCKPT-LINE                    PIC X(180).

       WORKING-STORAGE SECTION.
       COPY "POSTCKPT".

       01  WS-FILE-STATUSES.
           05  WS-NIGHTCKPT-STATUS          PIC X(2).
               88  WS-NIGHTCKPT-OK          VALUE '00'.
               88  WS-SYSSTAT-OK            VALUE '00'.
           05  WS-NIGHTALR-STATUS           PIC X(2).
               88  WS-NIGHTALR-OK           VALUE '00'.
           05  WS-POSTCKPT-STATUS           PIC X(2).
               88  WS-POSTCKPT-OK           VALUE '00'.

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE              PIC 9(8).
           PERFORM 3000-READ-CHECKPOINT THRU 3000-EXIT.
           PERFORM 4000-READ-RUN-CONTROL THRU 4000-EXIT.
           PERFORM 5000-READ-ALERTS THRU 5000-EXIT.
           PERFORM 6000-READ-POSTING-CKPT THRU 6000-EXIT.
           GOBACK.

      ******************************************************************
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-READ-POSTING-CKPT - POSTBAT's own checkpoint.  No file
      * leaves the state blank: posting has never checkpointed.
      ******************************************************************
       6000-READ-POSTING-CKPT.
           SET RSS-POST-NO-CKPT TO TRUE.
           OPEN INPUT POSTCKPT-FILE.
           IF NOT WS-POSTCKPT-OK
               GO TO 6000-EXIT
           END-IF.
           READ POSTCKPT-FILE INTO POST-CKPT-RECORD
               AT END
                   CLOSE POSTCKPT-FILE
                   GO TO 6000-EXIT
           END-READ.
           CLOSE POSTCKPT-FILE.
           MOVE PK-STATE TO RSS-POST-CKPT-STATE.
           MOVE PK-RUN-DATE TO RSS-POST-RUN-DATE.
           MOVE PK-RECORDS-READ TO RSS-POST-RECORDS-READ.
           MOVE PK-LAST-TXN-ID TO RSS-POST-LAST-TXN-ID.
           MOVE PK-TXNS-APPLIED TO RSS-POST-TXNS-APPLIED.
           MOVE PK-RESTART-COUNT TO RSS-POST-RESTART-COUNT.
           MOVE PK-TXNS-SKIPPED TO RSS-POST-TXNS-SKIPPED.
           MOVE PK-UPDATE-TIME TO RSS-POST-CKPT-TIME.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.
