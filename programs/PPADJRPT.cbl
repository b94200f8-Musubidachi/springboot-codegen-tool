      ******************************************************************
      * PROGRAM-ID: PPADJRPT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Prior-period adjustments report for the controller, run
      *   nightly in the post-sweep.  Lists every journal row
      *   flagged PJ-PRIOR-PERIOD-ADJ that has posted in the current
      *   month so far - movements dated into a month PERCLOSE had
      *   already closed, which POSTBAT, ODWAIVE and DISPBAT posted
      *   into the open period instead - with the date each belongs
      *   to, then totals them by the closed month they belong to.
      *   Month to date rather than tonight only, so an adjustment
      *   ODWAIVE or DISPBAT posts after the chain has run is on the
      *   next night's report; PERCLOSE carries the month's final
      *   count and net onto its closing figures.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPADJRPT.
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

           SELECT PPADJRPT-FILE ASSIGN TO "PPADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPADJRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  PPADJRPT-FILE.
       01  PPADJRPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".

       01  WS-FILE-STATUSES.
           05  WS-POSTJRNL-STATUS           PIC X(2).
               88  WS-POSTJRNL-OK           VALUE '00'.
               88  WS-POSTJRNL-EOF          VALUE '10'.
           05  WS-PPADJRPT-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-GRP REDEFINES WS-RUN-DATE.
               10  WS-RUN-PERIOD            PIC 9(6).
               10  FILLER                   PIC 9(2).
           05  WS-POST-PERIOD               PIC 9(6).
           05  WS-VALUE-DATE                PIC 9(8).
           05  WS-VALUE-DATE-GRP REDEFINES WS-VALUE-DATE.
               10  WS-VALUE-PERIOD          PIC 9(6).
               10  FILLER                   PIC 9(2).
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-PERIOD-FOUND-IND          PIC X(1).
               88  WS-PERIOD-FOUND          VALUE 'Y'.
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-GL-AMOUNT                 PIC S9(9)V99 COMP-3.
           05  WS-ADJ-NET                   PIC S9(13)V99 COMP-3.
           05  WS-PERIODS-DROPPED           PIC 9(7) COMP.

      ******************************************************************
      * One entry per closed month the adjustments belong to.
      ******************************************************************
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-COUNT              PIC 9(3) COMP VALUE 0.
           05  WS-PERIOD-ENTRY OCCURS 1 TO 120
                   DEPENDING ON WS-PERIOD-COUNT.
               10  PT-PERIOD                PIC 9(6).
               10  PT-ADJ-COUNT             PIC 9(7) COMP.
               10  PT-ADJ-NET               PIC S9(13)V99 COMP-3.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMOUNT-DISPLAY            PIC -(9)9.99.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
           05  WS-NET-DISPLAY               PIC -(12)9.99.

       LINKAGE SECTION.
       01  PPADJRPT-ADJUSTMENTS             PIC 9(7) COMP.
       01  PPADJRPT-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING PPADJRPT-ADJUSTMENTS
           PPADJRPT-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-ONE-JOURNAL-ROW THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the journal and the report.  No
      * journal stops the step with RC 8.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO PPADJRPT-ADJUSTMENTS.
           MOVE 0 TO PPADJRPT-RETURN-CODE.
           MOVE 0 TO WS-ADJ-NET.
           MOVE 0 TO WS-PERIOD-COUNT.
           MOVE 0 TO WS-PERIODS-DROPPED.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PPADJRPT-FILE.
           MOVE SPACES TO PPADJRPT-LINE.
           STRING 'PRIOR-PERIOD ADJUSTMENTS POSTED IN ' WS-RUN-PERIOD
               ' - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PPADJRPT-LINE.
           WRITE PPADJRPT-LINE.
           OPEN INPUT POSTJRNL-FILE.
           IF NOT WS-POSTJRNL-OK
               MOVE 8 TO PPADJRPT-RETURN-CODE
               MOVE 'Y' TO WS-SCAN-DONE-IND
               MOVE 'POSTING JOURNAL NOT AVAILABLE - NOTHING LISTED'
                   TO PPADJRPT-LINE
               WRITE PPADJRPT-LINE
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO PPADJRPT-LINE.
           WRITE PPADJRPT-LINE.
           MOVE SPACES TO PPADJRPT-LINE.
           STRING 'POSTED   BELONGS  TXN-ID       ACCOUNT      '
               'SOURCE          AMOUNT'
               DELIMITED BY SIZE INTO PPADJRPT-LINE.
           WRITE PPADJRPT-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCAN-ONE-JOURNAL-ROW - list one prior-period adjustment
      * posted this month, at its reporting-currency amount, and
      * fold it into the month it belongs to.
      ******************************************************************
       2000-SCAN-ONE-JOURNAL-ROW.
           READ POSTJRNL-FILE.
           IF WS-POSTJRNL-EOF
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-POSTJRNL-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2000-EXIT
           END-IF.
           MOVE POSTJRNL-LINE TO POST-JRNL-RECORD.
           IF NOT PJ-PRIOR-PERIOD-ADJ
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-POST-PERIOD = PJ-POST-YEAR * 100 + PJ-POST-MONTH.
           IF WS-POST-PERIOD NOT = WS-RUN-PERIOD
               GO TO 2000-EXIT
           END-IF.
           MOVE PJ-TXN-AMOUNT TO WS-GL-AMOUNT.
           IF PJ-CURRENCY-CODE NOT = SPACES
               MOVE PJ-REPORTING-AMOUNT TO WS-GL-AMOUNT
           END-IF.
           MOVE PJ-VALUE-DATE TO WS-VALUE-DATE.
           ADD 1 TO PPADJRPT-ADJUSTMENTS.
           ADD WS-GL-AMOUNT TO WS-ADJ-NET.
           MOVE WS-GL-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO PPADJRPT-LINE.
           STRING PJ-POST-DATE ' ' WS-VALUE-DATE ' ' PJ-TXN-ID ' '
               PJ-ACCOUNT-NUMBER ' ' PJ-SOURCE ' ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO PPADJRPT-LINE.
           WRITE PPADJRPT-LINE.
           PERFORM 2100-FIND-PERIOD THRU 2100-EXIT.
           IF NOT WS-PERIOD-FOUND
               PERFORM 2200-ADD-PERIOD THRU 2200-EXIT
           END-IF.
           IF NOT WS-PERIOD-FOUND
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO PT-ADJ-COUNT (WS-SUB).
           ADD WS-GL-AMOUNT TO PT-ADJ-NET (WS-SUB).
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-PERIOD - WS-SUB to the belonging month's entry.
      ******************************************************************
       2100-FIND-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND-IND.
           PERFORM 2110-CHECK-ONE-PERIOD THRU 2110-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PERIOD-COUNT
                   OR WS-PERIOD-FOUND.
           IF WS-PERIOD-FOUND
               SUBTRACT 1 FROM WS-SUB
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-CHECK-ONE-PERIOD.
           IF PT-PERIOD (WS-SUB) = WS-VALUE-PERIOD
               SET WS-PERIOD-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADD-PERIOD - a month past the table's capacity is
      * counted and called out; the row is still listed and in the
      * report total.
      ******************************************************************
       2200-ADD-PERIOD.
           IF WS-PERIOD-COUNT = 120
               ADD 1 TO WS-PERIODS-DROPPED
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-PERIOD-COUNT.
           MOVE WS-PERIOD-COUNT TO WS-SUB.
           MOVE WS-VALUE-PERIOD TO PT-PERIOD (WS-SUB).
           MOVE 0 TO PT-ADJ-COUNT (WS-SUB).
           MOVE 0 TO PT-ADJ-NET (WS-SUB).
           SET WS-PERIOD-FOUND TO TRUE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-TOTALS - the adjustments by the closed month they
      * belong to, and the month-to-date total.
      ******************************************************************
       3000-WRITE-TOTALS.
           IF PPADJRPT-RETURN-CODE NOT = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO PPADJRPT-LINE.
           WRITE PPADJRPT-LINE.
           PERFORM 3100-WRITE-ONE-PERIOD THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PERIOD-COUNT.
           MOVE PPADJRPT-ADJUSTMENTS TO WS-COUNT-DISPLAY.
           MOVE WS-ADJ-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO PPADJRPT-LINE.
           STRING 'MONTH TO DATE         ' WS-COUNT-DISPLAY
               ' ADJUSTMENTS NET ' WS-NET-DISPLAY
               DELIMITED BY SIZE INTO PPADJRPT-LINE.
           WRITE PPADJRPT-LINE.
           IF WS-PERIODS-DROPPED > 0
               MOVE WS-PERIODS-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO PPADJRPT-LINE
               STRING '*** MONTH TABLE FULL - ' WS-COUNT-DISPLAY
                   ' ADJUSTMENTS IN THE TOTAL ONLY'
                   DELIMITED BY SIZE INTO PPADJRPT-LINE
               WRITE PPADJRPT-LINE
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-PERIOD.
           MOVE PT-ADJ-COUNT (WS-SUB) TO WS-COUNT-DISPLAY.
           MOVE PT-ADJ-NET (WS-SUB) TO WS-NET-DISPLAY.
           MOVE SPACES TO PPADJRPT-LINE.
           STRING 'BELONGING TO ' PT-PERIOD (WS-SUB) '   '
               WS-COUNT-DISPLAY ' ADJUSTMENTS NET ' WS-NET-DISPLAY
               DELIMITED BY SIZE INTO PPADJRPT-LINE.
           WRITE PPADJRPT-LINE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           IF WS-POSTJRNL-STATUS NOT = '35'
               CLOSE POSTJRNL-FILE
           END-IF.
           CLOSE PPADJRPT-FILE.
       9000-EXIT.
           EXIT.
