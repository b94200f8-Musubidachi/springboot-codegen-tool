      ******************************************************************
      * PROGRAM-ID: HOLDREL
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Nightly expired-hold release, run in the chain ahead of
      *   posting so the night's debit checks see tonight's
      *   available balance.  Walks the HOLDMAST hold master and
      *   releases every active hold whose expiry date has passed -
      *   the record stays on file marked released with the run
      *   date - and lists each one on the hold release report with
      *   the account, hold ID, reason and amount that came off, so
      *   the branch can answer "why did my money free up today".
      *   Holds with no expiry date (legal and operator holds held
      *   until released) are never touched here.  Rerun-safe: a
      *   released hold is not released twice.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

           SELECT HOLDRPT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  HOLDRPT-FILE.
       01  HOLDRPT-LINE                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HOLDMAST-STATUS           PIC X(2).
               88  WS-HOLDMAST-OK           VALUE '00'.
           05  WS-HOLDRPT-STATUS            PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-SCAN-EOF-IND              PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RELEASED-TOTAL            PIC S9(11)V99 COMP-3.

       01  WS-DISPLAY-FIELDS.
           05  WS-HOLD-SEQ-DISPLAY          PIC 9(4).
           05  WS-AMOUNT-DISPLAY            PIC -(9)9.99.
           05  WS-TOTAL-DISPLAY             PIC -(11)9.99.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  HOLDREL-RELEASED                 PIC 9(7) COMP.
       01  HOLDREL-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING HOLDREL-RELEASED
           HOLDREL-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-HOLD THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the hold master for update and the
      * report, and position at the top of the master.  No hold
      * master yet means no holds have ever been placed: a clean,
      * empty run.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO HOLDREL-RELEASED.
           MOVE 0 TO HOLDREL-RETURN-CODE.
           MOVE 0 TO WS-RELEASED-TOTAL.
           MOVE 'N' TO WS-SCAN-EOF-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT HOLDRPT-FILE.
           MOVE SPACES TO HOLDRPT-LINE.
           STRING 'HOLD RELEASE REPORT - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO HOLDRPT-LINE.
           WRITE HOLDRPT-LINE.
           OPEN I-O HOLDMAST-FILE.
           IF NOT WS-HOLDMAST-OK
               MOVE 'Y' TO WS-SCAN-EOF-IND
               GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO HD-HOLD-KEY.
           START HOLDMAST-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-IND
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-ONE-HOLD - an active hold past its expiry date
      * comes off and is reported; everything else is left alone.
      ******************************************************************
       2000-CHECK-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           IF NOT HD-STAT-ACTIVE
               GO TO 2000-EXIT
           END-IF.
           IF HD-EXPIRY-DATE = 0
               OR HD-EXPIRY-DATE NOT < WS-RUN-DATE
               GO TO 2000-EXIT
           END-IF.
           SET HD-STAT-RELEASED TO TRUE.
           MOVE WS-RUN-DATE TO HD-RELEASE-DATE.
           REWRITE HOLD-RECORD
               INVALID KEY
                   MOVE 4 TO HOLDREL-RETURN-CODE
                   GO TO 2000-EXIT
           END-REWRITE.
           ADD 1 TO HOLDREL-RELEASED.
           ADD HD-HOLD-AMOUNT TO WS-RELEASED-TOTAL.
           MOVE HD-HOLD-SEQ TO WS-HOLD-SEQ-DISPLAY.
           MOVE HD-HOLD-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO HOLDRPT-LINE.
           STRING 'ACCOUNT ' HD-ACCOUNT-NUMBER
               ' HOLD ' WS-HOLD-SEQ-DISPLAY
               ' REASON ' HD-HOLD-REASON
               ' EXPIRED ' HD-EXPIRY-DATE
               ' AMOUNT ' WS-AMOUNT-DISPLAY
               ' RELEASED'
               DELIMITED BY SIZE INTO HOLDRPT-LINE.
           WRITE HOLDRPT-LINE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the totals line, then close the files.
      ******************************************************************
       9000-TERMINATE.
           MOVE HOLDREL-RELEASED TO WS-COUNT-DISPLAY.
           MOVE WS-RELEASED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO HOLDRPT-LINE.
           STRING 'HOLDS RELEASED ' WS-COUNT-DISPLAY
               ' TOTAL AMOUNT ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO HOLDRPT-LINE.
           WRITE HOLDRPT-LINE.
           IF WS-HOLDMAST-STATUS NOT = '35'
               CLOSE HOLDMAST-FILE
           END-IF.
           CLOSE HOLDRPT-FILE.
       9000-EXIT.
           EXIT.
