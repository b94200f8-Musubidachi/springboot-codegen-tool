      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  Empties POSTBAT's POSTCKPT checkpoint once
      *                    the masters are back, so a posting pass
      *                    left in flight on the bad night does not
      *                    resume against the restored masters - the
      *                    rerun posts from the top.
      *   2026-10-15  ROK  POSTCKPT record widened to 180 bytes for the
      *                    RETITEMS row count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTREST.
               RECORD KEY IS TM-TXN-KEY
               FILE STATUS IS WS-TXNMAST-STATUS.

           SELECT POSTCKPT-FILE ASSIGN TO "POSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTCKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTPRM-FILE.
       FD  TXNMAST-FILE.
       COPY "TXNMAST".

       FD  POSTCKPT-FILE.
       01  POSTCKPT-LINE                    PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RESTPRM-STATUS            PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-TXNMAST-STATUS            PIC X(2).
           05  WS-POSTCKPT-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-GEN-DIGIT                 PIC 9(1).
           PERFORM 2000-RESTORE-CUSTOMER-MASTER THRU 2000-EXIT.
           PERFORM 3000-RESTORE-ACCOUNT-MASTER THRU 3000-EXIT.
           PERFORM 4000-RESTORE-TXN-MASTER THRU 4000-EXIT.
           PERFORM 5000-CLEAR-POSTING-CKPT THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CLEAR-POSTING-CKPT - the restored masters are from
      * before any posting the checkpoint speaks of; an empty
      * POSTCKPT makes the next posting pass a fresh one.
      ******************************************************************
       5000-CLEAR-POSTING-CKPT.
           OPEN OUTPUT POSTCKPT-FILE.
           CLOSE POSTCKPT-FILE.
           DISPLAY 'MSTREST: POSTING CHECKPOINT CLEARED'.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - verify the restored counts against the
      * catalog and report.
