      ******************************************************************
      * PROGRAM-ID: SAVCONV
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Monthly savings conversion-candidate report, run in the
      *   nightly post-sweep.  On the last day of the month it lists
      *   every account that has gone over its type's monthly
      *   debit-count limit three months running, this month
      *   included, off the WDCOUNT counts POSTBAT keeps - accounts
      *   used this way are better served as checking.  Each branch
      *   has its own block under its BRANCH.REF name, in account
      *   order, showing the month's debits against the limit, the
      *   excess items and fees charged for them, and the months
      *   over in a row, with a branch total.  Closed and charged-
      *   off accounts are left off.  On other nights the step
      *   writes only the report heading.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVCONV.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WDCOUNT-FILE ASSIGN TO "WDCOUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WC-ACCOUNT-NUMBER
               FILE STATUS IS WS-WDCOUNT-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT SAVCONRP-FILE ASSIGN TO "SAVCONRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVCONRP-STATUS.

           SELECT SAVCSW-FILE ASSIGN TO "SAVCSW".

       DATA DIVISION.
       FILE SECTION.
       FD  WDCOUNT-FILE.
       COPY "WDCOUNT".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  BRANCH-FILE.
       COPY "BRANCH-REF".

       FD  SAVCONRP-FILE.
       01  SAVCONRP-LINE                    PIC X(132).

      ******************************************************************
      * One conversion candidate, in branch and account order.
      ******************************************************************
       SD  SAVCSW-FILE.
       01  SAVCSW-RECORD.
           05  SW-BRANCH-ID                 PIC X(4).
           05  SW-ACCOUNT-NUMBER            PIC X(12).
           05  SW-ACCOUNT-TYPE              PIC X(3).
           05  SW-CUSTOMER-ID               PIC 9(10).
           05  SW-DEBIT-COUNT               PIC 9(5).
           05  SW-DEBIT-LIMIT               PIC 9(3).
           05  SW-EXCESS-COUNT              PIC 9(5).
           05  SW-EXCESS-FEES               PIC 9(7)V99.
           05  SW-OVER-STREAK               PIC 9(3).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SC-MONTH-DAYS gives the day count of each month in a common
      * year; February is corrected for leap years at run time.
      ******************************************************************
       01  SC-MONTH-DAYS-VALUES.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 28.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
       01  SC-MONTH-DAYS REDEFINES SC-MONTH-DAYS-VALUES.
           05  SC-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-FILE-STATUSES.
           05  WS-WDCOUNT-STATUS            PIC X(2).
               88  WS-WDCOUNT-OK            VALUE '00'.
           05  WS-ACCTMAST-STATUS           PIC X(2).
               88  WS-ACCTMAST-OK           VALUE '00'.
           05  WS-BRANCH-STATUS             PIC X(2).
               88  WS-BRANCH-OK             VALUE '00'.
           05  WS-SAVCONRP-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-MONTH-END-IND             PIC X(1).
               88  WS-MONTH-END             VALUE 'Y'.
           05  WS-COUNTS-OPEN-IND           PIC X(1).
               88  WS-COUNTS-OPEN           VALUE 'Y'.
           05  WS-MASTER-OPEN-IND           PIC X(1).
               88  WS-MASTER-OPEN           VALUE 'Y'.
           05  WS-BRANCH-OPEN-IND           PIC X(1).
               88  WS-BRANCH-OPEN           VALUE 'Y'.
           05  WS-COUNTS-EOF-IND            PIC X(1).
               88  WS-COUNTS-DONE           VALUE 'Y'.
           05  WS-SORT-DONE-IND             PIC X(1).
               88  WS-SORT-DONE             VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-GRP REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR              PIC 9(4).
               10  WS-RUN-MONTH             PIC 9(2).
               10  WS-RUN-DAY               PIC 9(2).
           05  WS-COUNT-MONTH               PIC 9(6).
           05  WS-MONTH-LIMIT               PIC 9(2).
           05  WS-QUOTIENT                  PIC 9(4) COMP.
           05  WS-REM4                      PIC 9(4) COMP.
           05  WS-REM100                    PIC 9(4) COMP.
           05  WS-REM400                    PIC 9(4) COMP.
           05  WS-CURRENT-BRANCH            PIC X(4).
           05  WS-BRANCH-NAME               PIC X(30).
           05  WS-CANDIDATE-COUNT           PIC 9(7) COMP.
           05  WS-BRANCH-COUNT              PIC 9(7) COMP.
           05  WS-BRANCH-FEES               PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-FEES                PIC S9(11)V99 COMP-3.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
           05  WS-DEBITS-DISPLAY            PIC ZZ,ZZ9.
           05  WS-LIMIT-DISPLAY             PIC ZZ9.
           05  WS-EXCESS-DISPLAY            PIC ZZ,ZZ9.
           05  WS-STREAK-DISPLAY            PIC ZZ9.
           05  WS-FEES-DISPLAY              PIC ZZZ,ZZ9.99.
           05  WS-AMOUNT-DISPLAY            PIC -(10)9.99.

       LINKAGE SECTION.
       01  SAVCONV-CANDIDATES               PIC 9(7) COMP.
       01  SAVCONV-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING SAVCONV-CANDIDATES SAVCONV-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-MONTH-END AND WS-COUNTS-OPEN AND WS-MASTER-OPEN
               SORT SAVCSW-FILE
                   ON ASCENDING KEY SW-BRANCH-ID
                   ON ASCENDING KEY SW-ACCOUNT-NUMBER
                   INPUT PROCEDURE IS 2000-SELECT-CANDIDATES
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-BRANCH-PAGES
                       THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens; the rest only at
      * month end.  No debit counts on file means no account has a
      * limited type or none has been debited, and the report says
      * so.  No account master stops the step with RC 8; no branch
      * table leaves the branch names blank.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO SAVCONV-CANDIDATES.
           MOVE 0 TO SAVCONV-RETURN-CODE.
           MOVE 0 TO WS-CANDIDATE-COUNT.
           MOVE 0 TO WS-TOTAL-FEES.
           MOVE 'N' TO WS-MONTH-END-IND.
           MOVE 'N' TO WS-COUNTS-OPEN-IND.
           MOVE 'N' TO WS-MASTER-OPEN-IND.
           MOVE 'N' TO WS-BRANCH-OPEN-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE (1:6) TO WS-COUNT-MONTH.
           OPEN OUTPUT SAVCONRP-FILE.
           MOVE SPACES TO SAVCONRP-LINE.
           STRING 'SAVINGS CONVERSION CANDIDATES - MONTH '
               WS-COUNT-MONTH
               DELIMITED BY SIZE INTO SAVCONRP-LINE.
           WRITE SAVCONRP-LINE.
           PERFORM 7000-SET-MONTH-LIMIT THRU 7000-EXIT.
           IF WS-RUN-DAY = WS-MONTH-LIMIT
               MOVE 'Y' TO WS-MONTH-END-IND
           END-IF.
           IF NOT WS-MONTH-END
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT WDCOUNT-FILE.
           IF NOT WS-WDCOUNT-OK
               MOVE 'NO DEBIT COUNTS ON FILE' TO SAVCONRP-LINE
               WRITE SAVCONRP-LINE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-COUNTS-OPEN-IND.
           OPEN INPUT ACCTMAST-FILE.
           IF NOT WS-ACCTMAST-OK
               MOVE 8 TO SAVCONV-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTER-OPEN-IND.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-OK
               MOVE 'Y' TO WS-BRANCH-OPEN-IND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-CANDIDATES - the sort's input: accounts over
      * their limit this month and the two before it, still open on
      * the account master.  A count record whose last month over
      * is not this one has had its run broken.
      ******************************************************************
       2000-SELECT-CANDIDATES.
           MOVE 'N' TO WS-COUNTS-EOF-IND.
           PERFORM 2100-SELECT-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-COUNTS-DONE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-ACCOUNT.
           READ WDCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COUNTS-EOF-IND
                   GO TO 2100-EXIT
           END-READ.
           IF WC-LAST-OVER-MONTH NOT = WS-COUNT-MONTH
               GO TO 2100-EXIT
           END-IF.
           IF WC-OVER-STREAK < 3
               GO TO 2100-EXIT
           END-IF.
           MOVE WC-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           IF AM-STATUS-CLOSED OR AM-STATUS-CHARGED-OFF
               GO TO 2100-EXIT
           END-IF.
           MOVE AM-BRANCH-ID TO SW-BRANCH-ID.
           MOVE WC-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER.
           MOVE AM-ACCOUNT-TYPE TO SW-ACCOUNT-TYPE.
           MOVE AM-CUSTOMER-ID TO SW-CUSTOMER-ID.
           MOVE WC-DEBIT-COUNT TO SW-DEBIT-COUNT.
           MOVE WC-DEBIT-LIMIT TO SW-DEBIT-LIMIT.
           MOVE WC-EXCESS-COUNT TO SW-EXCESS-COUNT.
           MOVE WC-EXCESS-FEES TO SW-EXCESS-FEES.
           MOVE WC-OVER-STREAK TO SW-OVER-STREAK.
           RELEASE SAVCSW-RECORD.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-BRANCH-PAGES - the sort's output: a block per
      * branch, then the report total.
      ******************************************************************
       3000-WRITE-BRANCH-PAGES.
           MOVE 'N' TO WS-SORT-DONE-IND.
           MOVE SPACES TO WS-CURRENT-BRANCH.
           PERFORM 3100-WRITE-ONE-CANDIDATE THRU 3100-EXIT
               UNTIL WS-SORT-DONE.
           IF WS-CANDIDATE-COUNT = 0
               MOVE 'NO CONVERSION CANDIDATES THIS MONTH'
                   TO SAVCONRP-LINE
               WRITE SAVCONRP-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-END-BRANCH THRU 3500-EXIT.
           MOVE ALL '=' TO SAVCONRP-LINE.
           WRITE SAVCONRP-LINE.
           MOVE WS-CANDIDATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-FEES TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SAVCONRP-LINE.
           STRING 'ALL BRANCHES CANDIDATES ' WS-COUNT-DISPLAY
               '  EXCESS FEES ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SAVCONRP-LINE.
           WRITE SAVCONRP-LINE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-CANDIDATE.
           RETURN SAVCSW-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-DONE-IND
                   GO TO 3100-EXIT
           END-RETURN.
           IF WS-CANDIDATE-COUNT > 0
               AND SW-BRANCH-ID NOT = WS-CURRENT-BRANCH
               PERFORM 3500-END-BRANCH THRU 3500-EXIT
           END-IF.
           IF WS-CANDIDATE-COUNT = 0
               OR SW-BRANCH-ID NOT = WS-CURRENT-BRANCH
               PERFORM 3200-START-BRANCH THRU 3200-EXIT
           END-IF.
           ADD 1 TO WS-CANDIDATE-COUNT.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD SW-EXCESS-FEES TO WS-BRANCH-FEES.
           ADD SW-EXCESS-FEES TO WS-TOTAL-FEES.
           PERFORM 3300-WRITE-DETAIL-LINE THRU 3300-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-START-BRANCH - a new block with the branch's name.
      ******************************************************************
       3200-START-BRANCH.
           MOVE SW-BRANCH-ID TO WS-CURRENT-BRANCH.
           MOVE 0 TO WS-BRANCH-COUNT.
           MOVE 0 TO WS-BRANCH-FEES.
           MOVE SPACES TO WS-BRANCH-NAME.
           IF SW-BRANCH-ID = SPACES
               MOVE 'NO OWNING BRANCH ON FILE' TO WS-BRANCH-NAME
           END-IF.
           IF WS-BRANCH-OPEN AND SW-BRANCH-ID NOT = SPACES
               MOVE SW-BRANCH-ID TO BR-BRANCH-ID
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE 'BRANCH NOT ON FILE' TO WS-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO WS-BRANCH-NAME
               END-READ
           END-IF.
           MOVE ALL '=' TO SAVCONRP-LINE.
           WRITE SAVCONRP-LINE.
           MOVE SPACES TO SAVCONRP-LINE.
           STRING 'BRANCH ' SW-BRANCH-ID ' ' WS-BRANCH-NAME
               ' - CONVERSION CANDIDATES ' WS-COUNT-MONTH
               DELIMITED BY SIZE INTO SAVCONRP-LINE.
           WRITE SAVCONRP-LINE.
           MOVE SPACES TO SAVCONRP-LINE.
           STRING 'ACCOUNT       TYPE  CUSTOMER     DEBITS  LIMIT'
               '  EXCESS  EXCESS FEES  MONTHS OVER'
               DELIMITED BY SIZE INTO SAVCONRP-LINE.
           WRITE SAVCONRP-LINE.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3300-WRITE-DETAIL-LINE.
           MOVE SW-DEBIT-COUNT TO WS-DEBITS-DISPLAY.
           MOVE SW-DEBIT-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE SW-EXCESS-COUNT TO WS-EXCESS-DISPLAY.
           MOVE SW-EXCESS-FEES TO WS-FEES-DISPLAY.
           MOVE SW-OVER-STREAK TO WS-STREAK-DISPLAY.
           MOVE SPACES TO SAVCONRP-LINE.
           STRING SW-ACCOUNT-NUMBER '  ' SW-ACCOUNT-TYPE
               '   ' SW-CUSTOMER-ID
               '  ' WS-DEBITS-DISPLAY
               '    ' WS-LIMIT-DISPLAY
               '  ' WS-EXCESS-DISPLAY
               '   ' WS-FEES-DISPLAY
               '          ' WS-STREAK-DISPLAY
               DELIMITED BY SIZE INTO SAVCONRP-LINE.
           WRITE SAVCONRP-LINE.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

       3500-END-BRANCH.
           MOVE WS-BRANCH-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-BRANCH-FEES TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SAVCONRP-LINE.
           STRING 'BRANCH ' WS-CURRENT-BRANCH
               ' TOTAL CANDIDATES ' WS-COUNT-DISPLAY
               '  EXCESS FEES ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SAVCONRP-LINE.
           WRITE SAVCONRP-LINE.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 7000-SET-MONTH-LIMIT - the day count of the run date's
      * month, with February corrected for leap years.
      ******************************************************************
       7000-SET-MONTH-LIMIT.
           MOVE SC-MONTH-DAYS-ENTRY (WS-RUN-MONTH) TO WS-MONTH-LIMIT.
           IF WS-RUN-MONTH = 2
               DIVIDE WS-RUN-YEAR BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-REM4
               DIVIDE WS-RUN-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM100
               DIVIDE WS-RUN-YEAR BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM400
               IF WS-REM400 = 0
                   OR (WS-REM4 = 0 AND WS-REM100 NOT = 0)
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and hand back the count.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-CANDIDATE-COUNT TO SAVCONV-CANDIDATES.
           IF WS-COUNTS-OPEN
               CLOSE WDCOUNT-FILE
           END-IF.
           IF WS-MASTER-OPEN
               CLOSE ACCTMAST-FILE
           END-IF.
           IF WS-BRANCH-OPEN
               CLOSE BRANCH-FILE
           END-IF.
           CLOSE SAVCONRP-FILE.
       9000-EXIT.
           EXIT.
