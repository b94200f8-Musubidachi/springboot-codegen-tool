      ******************************************************************
      * PROGRAM-ID: AMLAGE
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   AML case aging report, run in the nightly chain for the
      *   compliance officer.  Reads every case on AMLCASE and lists
      *   the open ones - new, assigned or escalated - whose filing
      *   deadline is past or within WS-WARN-DAYS days, soonest
      *   deadline first, with the alert, its source, customer,
      *   assignee and status and the days left.  Returns 4 when
      *   any open case is past its deadline, so the chain raises
      *   it on the morning alert.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLAGE.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLCASE-FILE ASSIGN TO "AMLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AK-ALERT-ID
               ALTERNATE RECORD KEY IS AK-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-AMLCASE-STATUS.

           SELECT AMLAGE-FILE ASSIGN TO "AMLAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMLAGE-STATUS.

           SELECT AMLSW-FILE ASSIGN TO "AMLSW".

       DATA DIVISION.
       FILE SECTION.
       FD  AMLCASE-FILE.
       COPY "AMLCASE".

       FD  AMLAGE-FILE.
       01  AMLAGE-LINE                      PIC X(132).

      ******************************************************************
      * One open case near or past its deadline, in deadline order.
      ******************************************************************
       SD  AMLSW-FILE.
       01  AMLSW-RECORD.
           05  SW-FILING-DEADLINE           PIC 9(8).
           05  SW-ALERT-ID                  PIC X(12).
           05  SW-ALERT-SOURCE              PIC X(1).
           05  SW-CUSTOMER-ID               PIC 9(10).
           05  SW-ASSIGNED-TO               PIC X(8).
           05  SW-CASE-STATUS               PIC X(1).
           05  SW-DAYS-LEFT                 PIC S9(5) COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AMLCASE-STATUS            PIC X(2).
               88  WS-AMLCASE-OK            VALUE '00'.
           05  WS-AMLAGE-STATUS             PIC X(2).

      ******************************************************************
      * An open case is listed once its deadline is no more than
      * WS-WARN-DAYS days away.
      ******************************************************************
       01  WS-AGE-RULES.
           05  WS-WARN-DAYS                 PIC 9(3) VALUE 5.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-SERIAL-DAYS           PIC 9(7) COMP.
           05  WS-DEADLINE-SERIAL-DAYS      PIC 9(7) COMP.
           05  WS-DAYS-LEFT                 PIC S9(7) COMP.
           05  WS-CASE-EOF-IND              PIC X(1).
               88  WS-CASE-DONE             VALUE 'Y'.
           05  WS-SORT-DONE-IND             PIC X(1).
               88  WS-SORT-DONE             VALUE 'Y'.
           05  WS-CASE-OPEN-IND             PIC X(1).
               88  WS-CASE-FILE-OPEN        VALUE 'Y'.
           05  WS-SOURCE-TEXT               PIC X(8).
           05  WS-STATUS-TEXT               PIC X(9).
           05  WS-AGE-TEXT                  PIC X(8).
           05  WS-OPEN-COUNT                PIC 9(7) COMP.
           05  WS-LISTED-COUNT              PIC 9(7) COMP.
           05  WS-PAST-DUE-COUNT            PIC 9(7) COMP.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
           05  WS-LISTED-DISPLAY            PIC ZZZ,ZZ9.
           05  WS-PAST-DUE-DISPLAY          PIC ZZZ,ZZ9.
           05  WS-WARN-DISPLAY              PIC ZZ9.
           05  WS-DAYS-DISPLAY              PIC -(4)9.

       LINKAGE SECTION.
       01  AMLAGE-CASES-OPEN                PIC 9(7) COMP.
       01  AMLAGE-CASES-DUE                 PIC 9(7) COMP.
       01  AMLAGE-RETURN-CODE               PIC 9(2).

       PROCEDURE DIVISION USING AMLAGE-CASES-OPEN AMLAGE-CASES-DUE
           AMLAGE-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CASE-FILE-OPEN
               SORT AMLSW-FILE
                   ON ASCENDING KEY SW-FILING-DEADLINE
                   ON ASCENDING KEY SW-ALERT-ID
                   INPUT PROCEDURE IS 2000-SELECT-AGING-CASES
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-AGING-LINES
                       THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens.  No case file
      * means no alert has ever been raised.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO AMLAGE-CASES-OPEN.
           MOVE 0 TO AMLAGE-CASES-DUE.
           MOVE 0 TO AMLAGE-RETURN-CODE.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 0 TO WS-PAST-DUE-COUNT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DATESER" USING WS-RUN-DATE WS-RUN-SERIAL-DAYS.
           MOVE WS-WARN-DAYS TO WS-WARN-DISPLAY.
           OPEN OUTPUT AMLAGE-FILE.
           MOVE SPACES TO AMLAGE-LINE.
           STRING 'AML CASES PAST OR WITHIN ' WS-WARN-DISPLAY
               ' DAYS OF FILING DEADLINE - ' WS-RUN-DATE
               DELIMITED BY SIZE INTO AMLAGE-LINE.
           WRITE AMLAGE-LINE.
           MOVE 'N' TO WS-CASE-OPEN-IND.
           OPEN INPUT AMLCASE-FILE.
           IF WS-AMLCASE-OK
               MOVE 'Y' TO WS-CASE-OPEN-IND
           ELSE
               MOVE 'NO AML CASES ON FILE' TO AMLAGE-LINE
               WRITE AMLAGE-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-AGING-CASES - the sort's input: every open case
      * is counted; those inside the warning window are released.
      ******************************************************************
       2000-SELECT-AGING-CASES.
           MOVE 'N' TO WS-CASE-EOF-IND.
           PERFORM 2100-SELECT-ONE-CASE THRU 2100-EXIT
               UNTIL WS-CASE-DONE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-CASE.
           READ AMLCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CASE-EOF-IND
                   GO TO 2100-EXIT
           END-READ.
           IF NOT AK-CASE-OPEN
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           CALL "DATESER" USING AK-FILING-DEADLINE
               WS-DEADLINE-SERIAL-DAYS.
           COMPUTE WS-DAYS-LEFT =
               WS-DEADLINE-SERIAL-DAYS - WS-RUN-SERIAL-DAYS.
           IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO 2100-EXIT
           END-IF.
           MOVE AK-FILING-DEADLINE TO SW-FILING-DEADLINE.
           MOVE AK-ALERT-ID TO SW-ALERT-ID.
           MOVE AK-ALERT-SOURCE TO SW-ALERT-SOURCE.
           MOVE AK-CUSTOMER-ID TO SW-CUSTOMER-ID.
           MOVE AK-ASSIGNED-TO TO SW-ASSIGNED-TO.
           MOVE AK-CASE-STATUS TO SW-CASE-STATUS.
           MOVE WS-DAYS-LEFT TO SW-DAYS-LEFT.
           RELEASE AMLSW-RECORD.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-AGING-LINES - the sort's output: one line per
      * case, soonest deadline first, and the totals.
      ******************************************************************
       3000-WRITE-AGING-LINES.
           MOVE 'N' TO WS-SORT-DONE-IND.
           MOVE SPACES TO AMLAGE-LINE.
           STRING 'ALERT ID      SOURCE    CUSTOMER    ASSIGNED  '
               'STATUS     DEADLINE      DAYS  AGE'
               DELIMITED BY SIZE INTO AMLAGE-LINE.
           WRITE AMLAGE-LINE.
           PERFORM 3100-WRITE-ONE-CASE THRU 3100-EXIT
               UNTIL WS-SORT-DONE.
           IF WS-LISTED-COUNT = 0
               MOVE 'NO OPEN CASES NEAR THEIR FILING DEADLINE' TO
                   AMLAGE-LINE
               WRITE AMLAGE-LINE
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-CASE.
           RETURN AMLSW-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-DONE-IND
                   GO TO 3100-EXIT
           END-RETURN.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE 'DUE SOON' TO WS-AGE-TEXT.
           IF SW-DAYS-LEFT < 0
               ADD 1 TO WS-PAST-DUE-COUNT
               MOVE 'PAST DUE' TO WS-AGE-TEXT
           END-IF.
           MOVE 'UNKNOWN' TO WS-SOURCE-TEXT.
           IF SW-ALERT-SOURCE = 'C'
               MOVE 'CTRSCAN' TO WS-SOURCE-TEXT
           END-IF.
           IF SW-ALERT-SOURCE = 'W'
               MOVE 'WATCHSCN' TO WS-SOURCE-TEXT
           END-IF.
           IF SW-ALERT-SOURCE = 'I'
               MOVE 'INQFRAUD' TO WS-SOURCE-TEXT
           END-IF.
           MOVE 'NEW' TO WS-STATUS-TEXT.
           IF SW-CASE-STATUS = 'A'
               MOVE 'ASSIGNED' TO WS-STATUS-TEXT
           END-IF.
           IF SW-CASE-STATUS = 'E'
               MOVE 'ESCALATED' TO WS-STATUS-TEXT
           END-IF.
           MOVE SW-DAYS-LEFT TO WS-DAYS-DISPLAY.
           MOVE SPACES TO AMLAGE-LINE.
           STRING SW-ALERT-ID '  ' WS-SOURCE-TEXT
               '  ' SW-CUSTOMER-ID '  ' SW-ASSIGNED-TO
               '  ' WS-STATUS-TEXT '  ' SW-FILING-DEADLINE
               '  ' WS-DAYS-DISPLAY '  ' WS-AGE-TEXT
               DELIMITED BY SIZE INTO AMLAGE-LINE.
           WRITE AMLAGE-LINE.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals, close the files and hand back the
      * counts; any case past its deadline returns 4.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-LISTED-COUNT TO WS-LISTED-DISPLAY.
           MOVE WS-PAST-DUE-COUNT TO WS-PAST-DUE-DISPLAY.
           MOVE SPACES TO AMLAGE-LINE.
           STRING 'OPEN CASES ' WS-COUNT-DISPLAY
               '  NEAR OR PAST DEADLINE ' WS-LISTED-DISPLAY
               '  PAST DUE ' WS-PAST-DUE-DISPLAY
               DELIMITED BY SIZE INTO AMLAGE-LINE.
           WRITE AMLAGE-LINE.
           MOVE WS-OPEN-COUNT TO AMLAGE-CASES-OPEN.
           MOVE WS-LISTED-COUNT TO AMLAGE-CASES-DUE.
           IF WS-PAST-DUE-COUNT > 0
               MOVE 4 TO AMLAGE-RETURN-CODE
           END-IF.
           IF WS-CASE-FILE-OPEN
               CLOSE AMLCASE-FILE
           END-IF.
           CLOSE AMLAGE-FILE.
       9000-EXIT.
           EXIT.
