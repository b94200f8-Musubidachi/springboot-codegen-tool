      ******************************************************************
      * PROGRAM-ID: OVRDRPT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Daily teller override report, run in the nightly chain
      *   for the branch managers.  Takes the day's lines from the
      *   TELLOVRD log MEMOPOST appends to whenever a supervisor's
      *   ID carries a memo-post over the keying teller's limit,
      *   and lists them by branch - each branch in its own block
      *   under its BRANCH.REF name, in supervisor and time order -
      *   with the limit each item broke, a count and amount per
      *   supervisor, and the branch total.  A day with no
      *   overrides writes only the heading.  The log is kept: it
      *   is the override history.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  An address-review release (reason A) is
      *                    listed as ADDRESS CHG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRDRPT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLOVRD-FILE ASSIGN TO "TELLOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELLOVRD-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT OVRDRPT-FILE ASSIGN TO "OVRDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRDRPT-STATUS.

           SELECT OVRDSW-FILE ASSIGN TO "OVRDSW".

       DATA DIVISION.
       FILE SECTION.
       FD  TELLOVRD-FILE.
       COPY "TELLOVRD".

       FD  BRANCH-FILE.
       COPY "BRANCH-REF".

       FD  OVRDRPT-FILE.
       01  OVRDRPT-LINE                     PIC X(132).

      ******************************************************************
      * One of the day's overrides, in branch, supervisor and time
      * order.
      ******************************************************************
       SD  OVRDSW-FILE.
       01  OVRDSW-RECORD.
           05  SW-BRANCH-ID                 PIC X(4).
           05  SW-SUPERVISOR-ID             PIC X(8).
           05  SW-OVERRIDE-TIME             PIC 9(6).
           05  SW-TELLER-ID                 PIC X(8).
           05  SW-TERMINAL-ID               PIC X(4).
           05  SW-ACCOUNT-NUMBER            PIC X(12).
           05  SW-DIRECTION                 PIC X(1).
           05  SW-AMOUNT                    PIC 9(7)V99.
           05  SW-REASON                    PIC X(1).
           05  SW-MEMO-TXN-ID               PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TELLOVRD-STATUS           PIC X(2).
               88  WS-TELLOVRD-OK           VALUE '00'.
           05  WS-BRANCH-STATUS             PIC X(2).
               88  WS-BRANCH-OK             VALUE '00'.
           05  WS-OVRDRPT-STATUS            PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-LOG-EOF-IND               PIC X(1).
               88  WS-LOG-DONE              VALUE 'Y'.
           05  WS-SORT-DONE-IND             PIC X(1).
               88  WS-SORT-DONE             VALUE 'Y'.
           05  WS-BRANCH-OPEN-IND           PIC X(1).
               88  WS-BRANCH-OPEN           VALUE 'Y'.
           05  WS-LOG-OPEN-IND              PIC X(1).
               88  WS-LOG-OPEN              VALUE 'Y'.
           05  WS-CURRENT-BRANCH            PIC X(4).
           05  WS-CURRENT-SUPERVISOR        PIC X(8).
           05  WS-BRANCH-NAME               PIC X(30).
           05  WS-DIRECTION-TEXT            PIC X(10).
           05  WS-REASON-TEXT               PIC X(12).
           05  WS-OVERRIDE-COUNT            PIC 9(7) COMP.
           05  WS-BRANCH-COUNT              PIC 9(7) COMP.
           05  WS-BRANCH-AMOUNT             PIC S9(11)V99 COMP-3.
           05  WS-SUPER-COUNT               PIC 9(7) COMP.
           05  WS-SUPER-AMOUNT              PIC S9(11)V99 COMP-3.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
           05  WS-AMOUNT-DISPLAY            PIC -(10)9.99.
           05  WS-TIME-DISPLAY              PIC 99B99B99.

       LINKAGE SECTION.
       01  OVRDRPT-OVERRIDES                PIC 9(7) COMP.
       01  OVRDRPT-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING OVRDRPT-OVERRIDES OVRDRPT-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOG-OPEN
               SORT OVRDSW-FILE
                   ON ASCENDING KEY SW-BRANCH-ID
                   ON ASCENDING KEY SW-SUPERVISOR-ID
                   ON ASCENDING KEY SW-OVERRIDE-TIME
                   INPUT PROCEDURE IS 2000-SELECT-TODAYS-OVERRIDES
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-BRANCH-PAGES
                       THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens.  No log means no
      * override has ever been granted; no branch table leaves the
      * branch names blank.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO OVRDRPT-OVERRIDES.
           MOVE 0 TO OVRDRPT-RETURN-CODE.
           MOVE 0 TO WS-OVERRIDE-COUNT.
           MOVE 'N' TO WS-BRANCH-OPEN-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT OVRDRPT-FILE.
           MOVE SPACES TO OVRDRPT-LINE.
           STRING 'TELLER LIMIT OVERRIDES BY BRANCH - ' WS-RUN-DATE
               DELIMITED BY SIZE INTO OVRDRPT-LINE.
           WRITE OVRDRPT-LINE.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-OK
               MOVE 'Y' TO WS-BRANCH-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-LOG-OPEN-IND.
           OPEN INPUT TELLOVRD-FILE.
           IF WS-TELLOVRD-OK
               MOVE 'Y' TO WS-LOG-OPEN-IND
           ELSE
               MOVE 'NO OVERRIDES ON FILE' TO OVRDRPT-LINE
               WRITE OVRDRPT-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-TODAYS-OVERRIDES - the sort's input: the log
      * lines dated today.
      ******************************************************************
       2000-SELECT-TODAYS-OVERRIDES.
           MOVE 'N' TO WS-LOG-EOF-IND.
           PERFORM 2100-SELECT-ONE-OVERRIDE THRU 2100-EXIT
               UNTIL WS-LOG-DONE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-OVERRIDE.
           READ TELLOVRD-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-IND
                   GO TO 2100-EXIT
           END-READ.
           IF OV-OVERRIDE-DATE NOT = WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE OV-BRANCH-ID TO SW-BRANCH-ID.
           MOVE OV-SUPERVISOR-ID TO SW-SUPERVISOR-ID.
           MOVE OV-OVERRIDE-TIME TO SW-OVERRIDE-TIME.
           MOVE OV-TELLER-ID TO SW-TELLER-ID.
           MOVE OV-TERMINAL-ID TO SW-TERMINAL-ID.
           MOVE OV-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER.
           MOVE OV-DIRECTION TO SW-DIRECTION.
           MOVE OV-AMOUNT TO SW-AMOUNT.
           MOVE OV-REASON TO SW-REASON.
           MOVE OV-MEMO-TXN-ID TO SW-MEMO-TXN-ID.
           RELEASE OVRDSW-RECORD.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-BRANCH-PAGES - the sort's output: a block per
      * branch, breaking on supervisor within it.
      ******************************************************************
       3000-WRITE-BRANCH-PAGES.
           MOVE 'N' TO WS-SORT-DONE-IND.
           MOVE SPACES TO WS-CURRENT-BRANCH.
           MOVE SPACES TO WS-CURRENT-SUPERVISOR.
           PERFORM 3100-WRITE-ONE-OVERRIDE THRU 3100-EXIT
               UNTIL WS-SORT-DONE.
           IF WS-OVERRIDE-COUNT = 0
               MOVE 'NO OVERRIDES TODAY' TO OVRDRPT-LINE
               WRITE OVRDRPT-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3400-END-SUPERVISOR THRU 3400-EXIT.
           PERFORM 3500-END-BRANCH THRU 3500-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-OVERRIDE.
           RETURN OVRDSW-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-DONE-IND
                   GO TO 3100-EXIT
           END-RETURN.
           IF WS-OVERRIDE-COUNT > 0
               AND SW-BRANCH-ID NOT = WS-CURRENT-BRANCH
               PERFORM 3400-END-SUPERVISOR THRU 3400-EXIT
               PERFORM 3500-END-BRANCH THRU 3500-EXIT
           END-IF.
           IF WS-OVERRIDE-COUNT = 0
               OR SW-BRANCH-ID NOT = WS-CURRENT-BRANCH
               PERFORM 3200-START-BRANCH THRU 3200-EXIT
           END-IF.
           IF SW-SUPERVISOR-ID NOT = WS-CURRENT-SUPERVISOR
               PERFORM 3400-END-SUPERVISOR THRU 3400-EXIT
               MOVE SW-SUPERVISOR-ID TO WS-CURRENT-SUPERVISOR
               MOVE 0 TO WS-SUPER-COUNT
               MOVE 0 TO WS-SUPER-AMOUNT
           END-IF.
           ADD 1 TO WS-OVERRIDE-COUNT.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD SW-AMOUNT TO WS-BRANCH-AMOUNT.
           ADD 1 TO WS-SUPER-COUNT.
           ADD SW-AMOUNT TO WS-SUPER-AMOUNT.
           PERFORM 3300-WRITE-DETAIL-LINE THRU 3300-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-START-BRANCH - a new block with the branch's name.
      ******************************************************************
       3200-START-BRANCH.
           MOVE SW-BRANCH-ID TO WS-CURRENT-BRANCH.
           MOVE SPACES TO WS-CURRENT-SUPERVISOR.
           MOVE 0 TO WS-SUPER-COUNT.
           MOVE 0 TO WS-BRANCH-COUNT.
           MOVE 0 TO WS-BRANCH-AMOUNT.
           MOVE SPACES TO WS-BRANCH-NAME.
           IF WS-BRANCH-OPEN
               MOVE SW-BRANCH-ID TO BR-BRANCH-ID
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE 'BRANCH NOT ON FILE' TO WS-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO WS-BRANCH-NAME
               END-READ
           END-IF.
           MOVE ALL '=' TO OVRDRPT-LINE.
           WRITE OVRDRPT-LINE.
           MOVE SPACES TO OVRDRPT-LINE.
           STRING 'BRANCH ' SW-BRANCH-ID ' ' WS-BRANCH-NAME
               ' - OVERRIDES ' WS-RUN-DATE
               DELIMITED BY SIZE INTO OVRDRPT-LINE.
           WRITE OVRDRPT-LINE.
           MOVE SPACES TO OVRDRPT-LINE.
           STRING 'SUPERVISOR  TIME      TELLER    TERM  ACCOUNT     '
               '  DIRECTION         AMOUNT  LIMIT BROKEN  MEMO TXN'
               DELIMITED BY SIZE INTO OVRDRPT-LINE.
           WRITE OVRDRPT-LINE.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3300-WRITE-DETAIL-LINE.
           MOVE 'DEPOSIT' TO WS-DIRECTION-TEXT.
           IF SW-DIRECTION = 'W'
               MOVE 'WITHDRAWAL' TO WS-DIRECTION-TEXT
           END-IF.
           MOVE 'ITEM LIMIT' TO WS-REASON-TEXT.
           IF SW-REASON = 'D'
               MOVE 'DAILY LIMIT' TO WS-REASON-TEXT
           END-IF.
           IF SW-REASON = 'A'
               MOVE 'ADDRESS CHG' TO WS-REASON-TEXT
           END-IF.
           MOVE SW-OVERRIDE-TIME TO WS-TIME-DISPLAY.
           MOVE SW-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO OVRDRPT-LINE.
           STRING SW-SUPERVISOR-ID '    ' WS-TIME-DISPLAY
               '  ' SW-TELLER-ID '  ' SW-TERMINAL-ID
               '  ' SW-ACCOUNT-NUMBER
               '  ' WS-DIRECTION-TEXT
               ' ' WS-AMOUNT-DISPLAY
               '  ' WS-REASON-TEXT
               '  ' SW-MEMO-TXN-ID
               DELIMITED BY SIZE INTO OVRDRPT-LINE.
           WRITE OVRDRPT-LINE.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-END-SUPERVISOR - the overrides counted against the
      * supervisor just finished at this branch.
      ******************************************************************
       3400-END-SUPERVISOR.
           IF WS-CURRENT-SUPERVISOR = SPACES
               OR WS-SUPER-COUNT = 0
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-SUPER-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-SUPER-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO OVRDRPT-LINE.
           STRING '    SUPERVISOR ' WS-CURRENT-SUPERVISOR
               ' OVERRIDES ' WS-COUNT-DISPLAY
               '  AMOUNT ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO OVRDRPT-LINE.
           WRITE OVRDRPT-LINE.
           MOVE 0 TO WS-SUPER-COUNT.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

       3500-END-BRANCH.
           MOVE WS-BRANCH-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-BRANCH-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO OVRDRPT-LINE.
           STRING 'BRANCH ' WS-CURRENT-BRANCH
               ' TOTAL OVERRIDES ' WS-COUNT-DISPLAY
               '  AMOUNT ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO OVRDRPT-LINE.
           WRITE OVRDRPT-LINE.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and hand back the count.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-OVERRIDE-COUNT TO OVRDRPT-OVERRIDES.
           IF WS-LOG-OPEN
               CLOSE TELLOVRD-FILE
           END-IF.
           IF WS-BRANCH-OPEN
               CLOSE BRANCH-FILE
           END-IF.
           CLOSE OVRDRPT-FILE.
       9000-EXIT.
           EXIT.
