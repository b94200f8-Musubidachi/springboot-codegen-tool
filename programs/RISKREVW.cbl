      ******************************************************************
      * PROGRAM-ID: RISKREVW
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Due-diligence review worklist, run in the nightly chain
      *   after RISKRATE.  Reads CUSTMAST and lists every rated
      *   customer whose CM-NEXT-REVIEW-DATE is past or falls within
      *   WS-WARN-DAYS days, earliest review first, with the
      *   customer's name, rating and score and the days to the
      *   review, so the reviews coming up can be planned before
      *   they fall due.  Merged and deceased customers are left
      *   off.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKREVW.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT RISKREVW-FILE ASSIGN TO "RISKREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISKREVW-STATUS.

           SELECT REVWSW-FILE ASSIGN TO "REVWSW".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  RISKREVW-FILE.
       01  RISKREVW-LINE                    PIC X(132).

      ******************************************************************
      * One customer with a review coming up, in review-date order.
      ******************************************************************
       SD  REVWSW-FILE.
       01  REVWSW-RECORD.
           05  SW-NEXT-REVIEW-DATE          PIC 9(8).
           05  SW-CUSTOMER-ID               PIC 9(10).
           05  SW-CUSTOMER-NAME             PIC X(30).
           05  SW-RISK-RATING               PIC X(1).
           05  SW-RISK-SCORE                PIC 9(3).
           05  SW-RATED-DATE                PIC 9(8).
           05  SW-DAYS-LEFT                 PIC S9(5) COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTMAST-STATUS           PIC X(2).
               88  WS-CUSTMAST-OK           VALUE '00'.
           05  WS-RISKREVW-STATUS           PIC X(2).

      ******************************************************************
      * A review is listed once it is no more than WS-WARN-DAYS
      * days away.
      ******************************************************************
       01  WS-REVIEW-RULES.
           05  WS-WARN-DAYS                 PIC 9(3) VALUE 60.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-SERIAL-DAYS           PIC 9(7) COMP.
           05  WS-REVIEW-SERIAL-DAYS        PIC 9(7) COMP.
           05  WS-DAYS-LEFT                 PIC S9(7) COMP.
           05  WS-CUST-EOF-IND              PIC X(1).
               88  WS-CUST-DONE             VALUE 'Y'.
           05  WS-SORT-DONE-IND             PIC X(1).
               88  WS-SORT-DONE             VALUE 'Y'.
           05  WS-CUSTMAST-OPEN-IND         PIC X(1).
               88  WS-CUSTMAST-OPEN         VALUE 'Y'.
           05  WS-RATING-TEXT               PIC X(6).
           05  WS-DUE-TEXT                  PIC X(8).
           05  WS-LISTED-COUNT              PIC 9(7) COMP.
           05  WS-OVERDUE-COUNT             PIC 9(7) COMP.

       01  WS-DISPLAY-FIELDS.
           05  WS-WARN-DISPLAY              PIC ZZ9.
           05  WS-SCORE-DISPLAY             PIC ZZ9.
           05  WS-DAYS-DISPLAY              PIC -(4)9.
           05  WS-LISTED-DISPLAY            PIC ZZZ,ZZ9.
           05  WS-OVERDUE-DISPLAY           PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  RISKREVW-REVIEWS-DUE             PIC 9(7) COMP.
       01  RISKREVW-REVIEWS-OVERDUE         PIC 9(7) COMP.
       01  RISKREVW-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING RISKREVW-REVIEWS-DUE
           RISKREVW-REVIEWS-OVERDUE RISKREVW-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CUSTMAST-OPEN
               SORT REVWSW-FILE
                   ON ASCENDING KEY SW-NEXT-REVIEW-DATE
                   ON ASCENDING KEY SW-CUSTOMER-ID
                   INPUT PROCEDURE IS 2000-SELECT-REVIEWS-DUE
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-WORKLIST
                       THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the worklist always opens.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO RISKREVW-REVIEWS-DUE.
           MOVE 0 TO RISKREVW-REVIEWS-OVERDUE.
           MOVE 0 TO RISKREVW-RETURN-CODE.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 0 TO WS-OVERDUE-COUNT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DATESER" USING WS-RUN-DATE WS-RUN-SERIAL-DAYS.
           MOVE WS-WARN-DAYS TO WS-WARN-DISPLAY.
           OPEN OUTPUT RISKREVW-FILE.
           MOVE SPACES TO RISKREVW-LINE.
           STRING 'DUE-DILIGENCE REVIEWS PAST DUE OR WITHIN '
               WS-WARN-DISPLAY ' DAYS - ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RISKREVW-LINE.
           WRITE RISKREVW-LINE.
           MOVE 'N' TO WS-CUSTMAST-OPEN-IND.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-OK
               MOVE 'Y' TO WS-CUSTMAST-OPEN-IND
           ELSE
               MOVE 'NO CUSTOMER MASTER' TO RISKREVW-LINE
               WRITE RISKREVW-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-REVIEWS-DUE - the sort's input: every rated
      * customer whose review is inside the warning window.
      ******************************************************************
       2000-SELECT-REVIEWS-DUE.
           MOVE 'N' TO WS-CUST-EOF-IND.
           PERFORM 2100-SELECT-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL WS-CUST-DONE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-IND
                   GO TO 2100-EXIT
           END-READ.
           IF CM-MERGED
               OR CM-DECEASED
               OR CM-RISK-UNRATED
               OR CM-NEXT-REVIEW-DATE = 0
               GO TO 2100-EXIT
           END-IF.
           CALL "DATESER" USING CM-NEXT-REVIEW-DATE
               WS-REVIEW-SERIAL-DAYS.
           COMPUTE WS-DAYS-LEFT =
               WS-REVIEW-SERIAL-DAYS - WS-RUN-SERIAL-DAYS.
           IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-NEXT-REVIEW-DATE TO SW-NEXT-REVIEW-DATE.
           MOVE CM-CUSTOMER-ID TO SW-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME TO SW-CUSTOMER-NAME.
           MOVE CM-RISK-RATING TO SW-RISK-RATING.
           MOVE CM-RISK-SCORE TO SW-RISK-SCORE.
           MOVE CM-RISK-RATED-DATE TO SW-RATED-DATE.
           MOVE WS-DAYS-LEFT TO SW-DAYS-LEFT.
           RELEASE REVWSW-RECORD.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-WORKLIST - the sort's output: one line per
      * customer, earliest review first.
      ******************************************************************
       3000-WRITE-WORKLIST.
           MOVE 'N' TO WS-SORT-DONE-IND.
           MOVE SPACES TO RISKREVW-LINE.
           STRING 'REVIEW DUE    DAYS  CUSTOMER    NAME          '
               '                  RATING  SCORE  RATED ON  '
               DELIMITED BY SIZE INTO RISKREVW-LINE.
           WRITE RISKREVW-LINE.
           PERFORM 3100-WRITE-ONE-REVIEW THRU 3100-EXIT
               UNTIL WS-SORT-DONE.
           IF WS-LISTED-COUNT = 0
               MOVE 'NO REVIEWS COMING DUE' TO RISKREVW-LINE
               WRITE RISKREVW-LINE
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-REVIEW.
           RETURN REVWSW-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-DONE-IND
                   GO TO 3100-EXIT
           END-RETURN.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO WS-DUE-TEXT.
           IF SW-DAYS-LEFT < 0
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE 'OVERDUE' TO WS-DUE-TEXT
           END-IF.
           MOVE 'LOW' TO WS-RATING-TEXT.
           IF SW-RISK-RATING = 'H'
               MOVE 'HIGH' TO WS-RATING-TEXT
           END-IF.
           IF SW-RISK-RATING = 'M'
               MOVE 'MEDIUM' TO WS-RATING-TEXT
           END-IF.
           MOVE SW-DAYS-LEFT TO WS-DAYS-DISPLAY.
           MOVE SW-RISK-SCORE TO WS-SCORE-DISPLAY.
           MOVE SPACES TO RISKREVW-LINE.
           STRING SW-NEXT-REVIEW-DATE '  ' WS-DAYS-DISPLAY
               '  ' SW-CUSTOMER-ID '  ' SW-CUSTOMER-NAME
               '  ' WS-RATING-TEXT '    ' WS-SCORE-DISPLAY
               '  ' SW-RATED-DATE '  ' WS-DUE-TEXT
               DELIMITED BY SIZE INTO RISKREVW-LINE.
           WRITE RISKREVW-LINE.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals, close the files and hand back the
      * counts.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-LISTED-COUNT TO WS-LISTED-DISPLAY.
           MOVE WS-OVERDUE-COUNT TO WS-OVERDUE-DISPLAY.
           MOVE SPACES TO RISKREVW-LINE.
           STRING 'REVIEWS LISTED ' WS-LISTED-DISPLAY
               '  OVERDUE ' WS-OVERDUE-DISPLAY
               DELIMITED BY SIZE INTO RISKREVW-LINE.
           WRITE RISKREVW-LINE.
           MOVE WS-LISTED-COUNT TO RISKREVW-REVIEWS-DUE.
           MOVE WS-OVERDUE-COUNT TO RISKREVW-REVIEWS-OVERDUE.
           IF WS-CUSTMAST-OPEN
               CLOSE CUSTMAST-FILE
           END-IF.
           CLOSE RISKREVW-FILE.
       9000-EXIT.
           EXIT.
