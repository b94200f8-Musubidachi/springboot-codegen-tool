      ******************************************************************
      * PROGRAM-ID: FXREVAL
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Month-end revaluation of foreign-currency balances, run in
      *   the nightly chain after the closeout step.  On the last
      *   calendar day of the month every account held in a foreign
      *   currency and not closed is valued at the day's CURRENCY-
      *   REF rate.  The difference from its book value (AM-
      *   REPORTING-BALANCE, the sum of its movements as converted
      *   when they posted) is the unrealized FX gain or loss for
      *   the month.  It is journaled as an FXREVAL row - no balance
      *   moves, the reporting amount carries the gain or loss, so
      *   GLSUM books it - and the book value and the customer's
      *   CM-TOTAL-BALANCE are restated, so BALRECON still ties.
      *   The FXREVRPT report lists each account, totals by currency
      *   and the net gain or loss.  An account whose currency has
      *   no rate is reported and left at book value.  Rerun-safe:
      *   a second run the same day finds nothing left to restate.
      *   On other nights the step writes only the report heading.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURRENCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUR-CURRENCY-CODE
               FILE STATUS IS WS-CURRENCY-STATUS.

           SELECT POSTJRNL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT FXREVRPT-FILE ASSIGN TO "FXREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXREVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  CURRENCY-FILE.
       COPY "CURRENCY-REF".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  FXREVRPT-FILE.
       01  FXREVRPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".

      ******************************************************************
      * FR-MONTH-DAYS gives the day count of each month in a common
      * year; February is corrected for leap years at run time.
      ******************************************************************
       01  FR-MONTH-DAYS-VALUES.
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
       01  FR-MONTH-DAYS REDEFINES FR-MONTH-DAYS-VALUES.
           05  FR-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-CURRENCY-STATUS           PIC X(2).
           05  WS-POSTJRNL-STATUS           PIC X(2).
           05  WS-FXREVRPT-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-MONTH-END-IND             PIC X(1).
               88  WS-MONTH-END             VALUE 'Y'.
           05  WS-MASTERS-OPEN-IND          PIC X(1).
               88  WS-MASTERS-OPEN          VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-CCY-FOUND-IND             PIC X(1).
               88  WS-CCY-FOUND             VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-GRP REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR              PIC 9(4).
               10  WS-RUN-MONTH             PIC 9(2).
               10  WS-RUN-DAY               PIC 9(2).
           05  WS-MONTH-LIMIT               PIC 9(2).
           05  WS-QUOTIENT                  PIC 9(4) COMP.
           05  WS-REM4                      PIC 9(4) COMP.
           05  WS-REM100                    PIC 9(4) COMP.
           05  WS-REM400                    PIC 9(4) COMP.
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-CCY-HIT                   PIC 9(3) COMP.
           05  WS-REVALUED-AMOUNT           PIC S9(9)V99 COMP-3.
           05  WS-GAIN-AMOUNT               PIC S9(9)V99 COMP-3.
           05  WS-NO-RATE-COUNT             PIC 9(7) COMP.
           05  WS-CCY-DROPPED               PIC 9(7) COMP.

       01  WS-RUN-TOTALS.
           05  WS-TOTAL-GAINS               PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-LOSSES              PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-NET                 PIC S9(11)V99 COMP-3.

      ******************************************************************
      * Totals by currency, built as the accounts are valued.
      ******************************************************************
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT                 PIC 9(3) COMP VALUE 0.
           05  WS-CCY-ENTRY OCCURS 1 TO 200
                   DEPENDING ON WS-CCY-COUNT.
               10  CT-CURRENCY-CODE         PIC X(3).
               10  CT-RATE                  PIC 9(4)V9(6).
               10  CT-ACCOUNTS              PIC 9(7) COMP.
               10  CT-BALANCE               PIC S9(11)V99 COMP-3.
               10  CT-BOOK-VALUE            PIC S9(11)V99 COMP-3.
               10  CT-REVALUED              PIC S9(11)V99 COMP-3.
               10  CT-GAIN                  PIC S9(11)V99 COMP-3.

       01  WS-DISPLAY-FIELDS.
           05  WS-BALANCE-DISPLAY           PIC -(9)9.99.
           05  WS-RATE-DISPLAY              PIC ZZZ9.999999.
           05  WS-BOOK-DISPLAY              PIC -(9)9.99.
           05  WS-REVALUED-DISPLAY          PIC -(9)9.99.
           05  WS-GAIN-DISPLAY              PIC -(9)9.99.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
           05  WS-TOTAL-DISPLAY             PIC -(11)9.99.

       LINKAGE SECTION.
       01  FXREVAL-ACCOUNTS                 PIC 9(7) COMP.
       01  FXREVAL-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING FXREVAL-ACCOUNTS FXREVAL-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-MASTERS-OPEN
               GO TO 0000-WRAPUP
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2000-REVALUE-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
       0000-WRAPUP.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - heading always; the masters, the currency
      * table and the journal only on the last day of the month.
      * Without the currency table nothing can be valued, so it is
      * as fatal as a missing master.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO FXREVAL-ACCOUNTS.
           MOVE 0 TO FXREVAL-RETURN-CODE.
           MOVE 'N' TO WS-MONTH-END-IND.
           MOVE 'N' TO WS-MASTERS-OPEN-IND.
           MOVE 0 TO WS-NO-RATE-COUNT.
           MOVE 0 TO WS-CCY-DROPPED.
           MOVE 0 TO WS-CCY-COUNT.
           INITIALIZE WS-RUN-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT FXREVRPT-FILE.
           MOVE SPACES TO FXREVRPT-LINE.
           STRING 'FOREIGN CURRENCY REVALUATION - AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
           PERFORM 7000-SET-MONTH-LIMIT THRU 7000-EXIT.
           IF WS-RUN-DAY = WS-MONTH-LIMIT
               MOVE 'Y' TO WS-MONTH-END-IND
           END-IF.
           IF NOT WS-MONTH-END
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               MOVE 8 TO FXREVAL-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = '00'
               CLOSE ACCTMAST-FILE
               MOVE 8 TO FXREVAL-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CURRENCY-FILE.
           IF WS-CURRENCY-STATUS NOT = '00'
               CLOSE ACCTMAST-FILE
               CLOSE CUSTMAST-FILE
               MOVE 8 TO FXREVAL-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTERS-OPEN-IND.
           OPEN EXTEND POSTJRNL-FILE.
           MOVE SPACES TO FXREVRPT-LINE.
           STRING 'ACCOUNT      CCY       BALANCE        RATE    BOOK'
               ' VALUE      REVALUED     GAIN/LOSS'
               DELIMITED BY SIZE INTO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REVALUE-ONE-ACCOUNT - value one foreign-currency account
      * at the day's rate and restate its book value.
      ******************************************************************
       2000-REVALUE-ONE-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2000-EXIT
           END-READ.
           IF AM-REPORTING-CURRENCY OR AM-STATUS-CLOSED
               GO TO 2000-EXIT
           END-IF.
           MOVE AM-CURRENCY-CODE TO CUR-CURRENCY-CODE.
           READ CURRENCY-FILE
               INVALID KEY
                   MOVE 0 TO CUR-RATE
           END-READ.
           IF CUR-RATE = 0
               PERFORM 2100-REPORT-NO-RATE THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-REVALUED-AMOUNT ROUNDED =
               AM-ACCOUNT-BALANCE * CUR-RATE.
           COMPUTE WS-GAIN-AMOUNT =
               WS-REVALUED-AMOUNT - AM-REPORTING-BALANCE.
           ADD 1 TO FXREVAL-ACCOUNTS.
           PERFORM 6000-FIND-CURRENCY THRU 6000-EXIT.
           PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
           IF WS-GAIN-AMOUNT = 0
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-RESTATE-BOOK-VALUE THRU 2200-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-REPORT-NO-RATE - the account stays at book value until
      * its currency has a rate.
      ******************************************************************
       2100-REPORT-NO-RATE.
           ADD 1 TO WS-NO-RATE-COUNT.
           MOVE 4 TO FXREVAL-RETURN-CODE.
           MOVE SPACES TO FXREVRPT-LINE.
           STRING AM-ACCOUNT-NUMBER ' ' AM-CURRENCY-CODE
               ' - NO RATE FOR THE CURRENCY, NOT REVALUED'
               DELIMITED BY SIZE INTO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-RESTATE-BOOK-VALUE - journal the gain or loss, move the
      * book value to the revalued amount, and carry the difference
      * into the customer's total.
      ******************************************************************
       2200-RESTATE-BOOK-VALUE.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'FXR' WS-RUN-DATE DELIMITED BY SIZE INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'FXREVAL ' TO PJ-SOURCE.
           MOVE 0 TO PJ-TXN-AMOUNT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           MOVE AM-CURRENCY-CODE TO PJ-CURRENCY-CODE.
           MOVE WS-GAIN-AMOUNT TO PJ-REPORTING-AMOUNT.
           MOVE WS-REVALUED-AMOUNT TO AM-REPORTING-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   MOVE 4 TO FXREVAL-RETURN-CODE
                   GO TO 2200-EXIT
           END-REWRITE.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-GAIN-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-WRITE-DETAIL - one account line, and its share of the
      * currency and run totals.
      ******************************************************************
       2300-WRITE-DETAIL.
           IF WS-CCY-FOUND
               ADD 1 TO CT-ACCOUNTS (WS-CCY-HIT)
               ADD AM-ACCOUNT-BALANCE TO CT-BALANCE (WS-CCY-HIT)
               ADD AM-REPORTING-BALANCE TO CT-BOOK-VALUE (WS-CCY-HIT)
               ADD WS-REVALUED-AMOUNT TO CT-REVALUED (WS-CCY-HIT)
               ADD WS-GAIN-AMOUNT TO CT-GAIN (WS-CCY-HIT)
           END-IF.
           IF WS-GAIN-AMOUNT > 0
               ADD WS-GAIN-AMOUNT TO WS-TOTAL-GAINS
           ELSE
               ADD WS-GAIN-AMOUNT TO WS-TOTAL-LOSSES
           END-IF.
           ADD WS-GAIN-AMOUNT TO WS-TOTAL-NET.
           MOVE AM-ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE CUR-RATE TO WS-RATE-DISPLAY.
           MOVE AM-REPORTING-BALANCE TO WS-BOOK-DISPLAY.
           MOVE WS-REVALUED-AMOUNT TO WS-REVALUED-DISPLAY.
           MOVE WS-GAIN-AMOUNT TO WS-GAIN-DISPLAY.
           MOVE SPACES TO FXREVRPT-LINE.
           STRING AM-ACCOUNT-NUMBER ' ' AM-CURRENCY-CODE ' '
               WS-BALANCE-DISPLAY ' ' WS-RATE-DISPLAY ' '
               WS-BOOK-DISPLAY ' ' WS-REVALUED-DISPLAY ' '
               WS-GAIN-DISPLAY
               DELIMITED BY SIZE INTO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FIND-CURRENCY - the account's currency in the totals
      * table, added on first sight; past the table's capacity the
      * account still revalues but is counted as dropped from the
      * currency totals.
      ******************************************************************
       6000-FIND-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-IND.
           PERFORM 6100-CHECK-ONE-CURRENCY THRU 6100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CCY-COUNT OR WS-CCY-FOUND.
           IF WS-CCY-FOUND
               GO TO 6000-EXIT
           END-IF.
           IF WS-CCY-COUNT = 200
               ADD 1 TO WS-CCY-DROPPED
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO WS-CCY-COUNT.
           MOVE WS-CCY-COUNT TO WS-CCY-HIT.
           MOVE 'Y' TO WS-CCY-FOUND-IND.
           MOVE AM-CURRENCY-CODE TO CT-CURRENCY-CODE (WS-CCY-HIT).
           MOVE CUR-RATE TO CT-RATE (WS-CCY-HIT).
           MOVE 0 TO CT-ACCOUNTS (WS-CCY-HIT).
           MOVE 0 TO CT-BALANCE (WS-CCY-HIT).
           MOVE 0 TO CT-BOOK-VALUE (WS-CCY-HIT).
           MOVE 0 TO CT-REVALUED (WS-CCY-HIT).
           MOVE 0 TO CT-GAIN (WS-CCY-HIT).
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-CURRENCY.
           IF CT-CURRENCY-CODE (WS-SUB) = AM-CURRENCY-CODE
               MOVE 'Y' TO WS-CCY-FOUND-IND
               MOVE WS-SUB TO WS-CCY-HIT
           END-IF.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-SET-MONTH-LIMIT - the day count of the run date's
      * month, with February at 29 in a leap year.
      ******************************************************************
       7000-SET-MONTH-LIMIT.
           MOVE FR-MONTH-DAYS-ENTRY (WS-RUN-MONTH) TO WS-MONTH-LIMIT.
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
      * 8000-WRITE-SUMMARY - totals by currency, then the run's
      * gains, losses and net in the reporting currency.
      ******************************************************************
       8000-WRITE-SUMMARY.
           MOVE SPACES TO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
           MOVE 'TOTALS BY CURRENCY' TO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
           PERFORM 8100-WRITE-ONE-CURRENCY THRU 8100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CCY-COUNT.
           MOVE WS-TOTAL-GAINS TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO FXREVRPT-LINE.
           STRING 'TOTAL FX GAINS      ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
           MOVE WS-TOTAL-LOSSES TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO FXREVRPT-LINE.
           STRING 'TOTAL FX LOSSES     ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
           MOVE WS-TOTAL-NET TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO FXREVRPT-LINE.
           STRING 'NET FX GAIN/LOSS    ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
           MOVE FXREVAL-ACCOUNTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO FXREVRPT-LINE.
           STRING 'ACCOUNTS REVALUED   ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
           IF WS-NO-RATE-COUNT > 0
               MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO FXREVRPT-LINE
               STRING 'WARNING - ACCOUNTS WITH NO RATE, NOT REVALUED '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO FXREVRPT-LINE
               WRITE FXREVRPT-LINE
           END-IF.
           IF WS-CCY-DROPPED > 0
               MOVE 4 TO FXREVAL-RETURN-CODE
               MOVE WS-CCY-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO FXREVRPT-LINE
               STRING 'WARNING - ACCOUNTS LEFT OUT OF CURRENCY TOTALS '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO FXREVRPT-LINE
               WRITE FXREVRPT-LINE
           END-IF.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-CURRENCY.
           MOVE CT-ACCOUNTS (WS-SUB) TO WS-COUNT-DISPLAY.
           MOVE CT-BALANCE (WS-SUB) TO WS-BALANCE-DISPLAY.
           MOVE CT-RATE (WS-SUB) TO WS-RATE-DISPLAY.
           MOVE CT-BOOK-VALUE (WS-SUB) TO WS-BOOK-DISPLAY.
           MOVE CT-REVALUED (WS-SUB) TO WS-REVALUED-DISPLAY.
           MOVE CT-GAIN (WS-SUB) TO WS-GAIN-DISPLAY.
           MOVE SPACES TO FXREVRPT-LINE.
           STRING '     ' WS-COUNT-DISPLAY ' '
               CT-CURRENCY-CODE (WS-SUB) ' '
               WS-BALANCE-DISPLAY ' ' WS-RATE-DISPLAY ' '
               WS-BOOK-DISPLAY ' ' WS-REVALUED-DISPLAY ' '
               WS-GAIN-DISPLAY
               DELIMITED BY SIZE INTO FXREVRPT-LINE.
           WRITE FXREVRPT-LINE.
           GO TO 8100-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close what was opened; on other nights say
      * why the report is empty.
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-MONTH-END
               MOVE 'NOT MONTH END - NO REVALUATION' TO FXREVRPT-LINE
               WRITE FXREVRPT-LINE
           END-IF.
           IF WS-MASTERS-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE CUSTMAST-FILE
               CLOSE CURRENCY-FILE
               CLOSE POSTJRNL-FILE
           END-IF.
           CLOSE FXREVRPT-FILE.
       9000-EXIT.
           EXIT.
