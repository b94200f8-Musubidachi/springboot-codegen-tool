      ******************************************************************
      * PROGRAM-ID: CASHFCST
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Forward cash-flow forecast, run nightly in the post-sweep.
      *   Projects the debits and credits already scheduled for
      *   each of the next ten business days, by account type, from
      *   what is on file once the night has posted:
      *     - active standing orders on STNDORD, each run from its
      *       next scheduled date on, pushed to a business day and
      *       advanced by its frequency the way STORDRUN advances
      *       it - the from-account debited, the to-account
      *       credited (an order to an external payee has no
      *       to-account here: its credit goes out by ACH);
      *     - pending items PENDROLL carried forward on TXNPENDO,
      *       on the business day BIZDAY gives after the item's
      *       date, when PENDROLL will release it;
      *     - open orders on ORDMAST not yet billed, charged to the
      *       customer's first open account at the next intake;
      *     - closeout disbursements on DISBFEED not yet paid, on
      *       the business day after the account settled.
      *   The ten days come from BIZDAY, so weekends and bank
      *   holidays are skipped; anything scheduled on or before
      *   tomorrow lands on the first day, anything past the tenth
      *   is left out.  Amounts are at their reporting-currency
      *   value.  A day whose projected outflow (its debits) is over
      *   FCSTLIMIT on NIGHTPRM - whole currency units, default
      *   1,000,000 - is flagged on the report and counted back to
      *   the driver.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  An order paying an external payee projects
      *                    its debit only; the credit leaves the bank
      *                    by ACH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
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

           SELECT STNDORD-FILE ASSIGN TO "STNDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STNDORD-STATUS.

           SELECT ORDMAST-FILE ASSIGN TO "ORDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ORDER-ID
               ALTERNATE RECORD KEY IS OM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ORDMAST-STATUS.

           SELECT TXNPENDO-FILE ASSIGN TO "TXNPENDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNPENDO-STATUS.

           SELECT DISBFEED-FILE ASSIGN TO "DISBFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBFEED-STATUS.

           SELECT NIGHTPRM-FILE ASSIGN TO "NIGHTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTPRM-STATUS.

           SELECT CASHFCRP-FILE ASSIGN TO "CASHFCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHFCRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  STNDORD-FILE.
       COPY "STNDORD".

       FD  ORDMAST-FILE.
       COPY "ORDMAST".

       FD  TXNPENDO-FILE.
       01  TXNPENDO-LINE                    PIC X(80).

       FD  DISBFEED-FILE.
       COPY "DISBFEED".

       FD  NIGHTPRM-FILE.
       01  NIGHTPRM-LINE.
           05  PRM-KEYWORD                  PIC X(12).
           05  PRM-VALUE                    PIC 9(10).

       FD  CASHFCRP-FILE.
       01  CASHFCRP-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "TXNPOST".
       COPY "FXCONV-PARM".

      ******************************************************************
      * CF-OUTFLOW-THRESHOLD - a day's projected debits above this
      * are flagged.  FCSTLIMIT on NIGHTPRM carries it in whole
      * currency units.
      ******************************************************************
       01  CF-CONSTANTS.
           05  CF-OUTFLOW-THRESHOLD         PIC 9(11)V99 COMP-3
                                            VALUE 1000000.00.

      ******************************************************************
      * CF-MONTH-DAYS gives the day count of each month in a common
      * year; February is corrected for leap years at run time.
      ******************************************************************
       01  CF-MONTH-DAYS-VALUES.
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
       01  CF-MONTH-DAYS REDEFINES CF-MONTH-DAYS-VALUES.
           05  CF-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-STNDORD-STATUS            PIC X(2).
               88  WS-STNDORD-OK            VALUE '00'.
           05  WS-ORDMAST-STATUS            PIC X(2).
               88  WS-ORDMAST-OK            VALUE '00'.
           05  WS-TXNPENDO-STATUS           PIC X(2).
               88  WS-TXNPENDO-OK           VALUE '00'.
               88  WS-TXNPENDO-MISSING      VALUE '35'.
           05  WS-DISBFEED-STATUS           PIC X(2).
               88  WS-DISBFEED-OK           VALUE '00'.
               88  WS-DISBFEED-MISSING      VALUE '35'.
           05  WS-NIGHTPRM-STATUS           PIC X(2).
               88  WS-NIGHTPRM-OK           VALUE '00'.
           05  WS-CASHFCRP-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-MASTER-OPEN-IND           PIC X(1).
               88  WS-MASTER-OPEN           VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-ACCT-SCAN-DONE-IND        PIC X(1).
               88  WS-ACCT-SCAN-DONE        VALUE 'Y'.
           05  WS-ACCT-FOUND-IND            PIC X(1).
               88  WS-ACCT-FOUND            VALUE 'Y'.
           05  WS-PARM-EOF-IND              PIC X(1).
               88  WS-PARM-LOAD-DONE        VALUE 'Y'.
           05  WS-FOUND-IND                 PIC X(1).
               88  WS-FOUND                 VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-BIZ-FUNCTION              PIC X(1).
           05  WS-BIZ-DATE-IN               PIC 9(8).
           05  WS-BIZ-DATE-OUT              PIC 9(8).
           05  WS-BIZ-IND                   PIC X(1).
           05  WS-SCHED-DATE                PIC 9(8).
           05  WS-SCHED-DATE-GRP REDEFINES WS-SCHED-DATE.
               10  WS-SCHED-YEAR            PIC 9(4).
               10  WS-SCHED-MONTH           PIC 9(2).
               10  WS-SCHED-DAY             PIC 9(2).
           05  WS-MONTH-LIMIT               PIC 9(2).
           05  WS-QUOTIENT                  PIC 9(4) COMP.
           05  WS-REM4                      PIC 9(4) COMP.
           05  WS-REM100                    PIC 9(4) COMP.
           05  WS-REM400                    PIC 9(4) COMP.
           05  WS-DAY-COUNT                 PIC 9(2) COMP.
           05  WS-RUN-COUNT                 PIC 9(2) COMP.
           05  WS-DAY-SUB                   PIC 9(2) COMP.
           05  WS-TYPE-SUB                  PIC 9(2) COMP.
           05  WS-ITEM-DATE                 PIC 9(8).
           05  WS-ITEM-ACCOUNT              PIC X(12).
           05  WS-ITEM-AMOUNT               PIC S9(9)V99 COMP-3.
           05  WS-ITEM-TYPE                 PIC X(3).
           05  WS-BILL-ACCOUNT              PIC X(12).
           05  WS-ITEMS-PROJECTED           PIC 9(7) COMP.
           05  WS-UNKNOWN-ACCOUNTS          PIC 9(7) COMP.
           05  WS-ORDERS-UNPLACED           PIC 9(7) COMP.
           05  WS-TYPES-DROPPED             PIC 9(7) COMP.
           05  WS-UNRATED-ITEMS             PIC 9(7) COMP.
           05  WS-DAY-NET                   PIC S9(13)V99 COMP-3.

      ******************************************************************
      * The account types, in the order they turn up.
      ******************************************************************
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT                PIC 9(2) COMP VALUE 0.
           05  WS-TYPE-ENTRY
                   OCCURS 1 TO 50 DEPENDING ON WS-TYPE-COUNT.
               10  TT-ACCOUNT-TYPE          PIC X(3).

      ******************************************************************
      * The ten business days, each with its totals and one cell per
      * account type (in WS-TYPE-TABLE order).
      ******************************************************************
       01  WS-FORECAST-TABLE.
           05  WS-FORECAST-DAY OCCURS 10 TIMES.
               10  FD-DATE                  PIC 9(8).
               10  FD-DEBITS                PIC S9(13)V99 COMP-3.
               10  FD-CREDITS               PIC S9(13)V99 COMP-3.
               10  FD-TYPE-CELL OCCURS 50 TIMES.
                   15  FC-DEBITS            PIC S9(13)V99 COMP-3.
                   15  FC-CREDITS           PIC S9(13)V99 COMP-3.

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-DAY-DISPLAY               PIC Z9.
           05  WS-DEBITS-DISPLAY            PIC -(12)9.99.
           05  WS-CREDITS-DISPLAY           PIC -(12)9.99.
           05  WS-NET-DISPLAY               PIC -(12)9.99.
           05  WS-THRESHOLD-DISPLAY         PIC Z(10)9.99.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.
           05  WS-FLAG-DISPLAY              PIC X(14).

       LINKAGE SECTION.
       01  CASHFCST-DAYS-OVER               PIC 9(7) COMP.
       01  CASHFCST-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING CASHFCST-DAYS-OVER
           CASHFCST-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-MASTER-OPEN
               PERFORM 3000-PROJECT-STANDING-ORDERS THRU 3000-EXIT
               PERFORM 4000-PROJECT-PENDING-ITEMS THRU 4000-EXIT
               PERFORM 5000-PROJECT-OPEN-ORDERS THRU 5000-EXIT
               PERFORM 5500-PROJECT-DISBURSEMENTS THRU 5500-EXIT
               PERFORM 8000-WRITE-FORECAST THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the report and the account master,
      * load the threshold and lay out the ten business days.  No
      * account master stops the step with RC 8.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO CASHFCST-DAYS-OVER.
           MOVE 0 TO CASHFCST-RETURN-CODE.
           MOVE 'N' TO WS-MASTER-OPEN-IND.
           MOVE 0 TO WS-TYPE-COUNT.
           MOVE 0 TO WS-ITEMS-PROJECTED.
           MOVE 0 TO WS-UNKNOWN-ACCOUNTS.
           MOVE 0 TO WS-ORDERS-UNPLACED.
           MOVE 0 TO WS-TYPES-DROPPED.
           MOVE 0 TO WS-UNRATED-ITEMS.
           INITIALIZE WS-FORECAST-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CASHFCRP-FILE.
           MOVE SPACES TO CASHFCRP-LINE.
           STRING 'CASH-FLOW FORECAST - NEXT TEN BUSINESS DAYS AFTER '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               MOVE 8 TO CASHFCST-RETURN-CODE
               MOVE 'ACCOUNT MASTER NOT AVAILABLE - NO FORECAST BUILT'
                   TO CASHFCRP-LINE
               WRITE CASHFCRP-LINE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTER-OPEN-IND.
           PERFORM 1500-LOAD-PARAMETERS THRU 1500-EXIT.
           PERFORM 2000-SET-FORECAST-DAYS THRU 2000-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-PARAMETERS - FCSTLIMIT off the run-parameter file.
      * No file, or no usable value, leaves the compiled default.
      ******************************************************************
       1500-LOAD-PARAMETERS.
           MOVE 'N' TO WS-PARM-EOF-IND.
           OPEN INPUT NIGHTPRM-FILE.
           IF NOT WS-NIGHTPRM-OK
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-ONE-PARAMETER THRU 1510-EXIT
               UNTIL WS-PARM-LOAD-DONE.
           CLOSE NIGHTPRM-FILE.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-PARAMETER.
           READ NIGHTPRM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-IND
                   GO TO 1510-EXIT
           END-READ.
           IF PRM-KEYWORD = 'FCSTLIMIT   '
               AND PRM-VALUE NUMERIC
               AND PRM-VALUE > 0
               AND PRM-VALUE < 100000000000
               MOVE PRM-VALUE TO CF-OUTFLOW-THRESHOLD
           END-IF.
           GO TO 1510-EXIT.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SET-FORECAST-DAYS - the ten business days strictly
      * after the run date, each the next BIZDAY finds after the
      * one before.
      ******************************************************************
       2000-SET-FORECAST-DAYS.
           MOVE WS-RUN-DATE TO WS-BIZ-DATE-OUT.
           PERFORM 2100-SET-ONE-DAY THRU 2100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 10.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SET-ONE-DAY.
           MOVE 'N' TO WS-BIZ-FUNCTION.
           MOVE WS-BIZ-DATE-OUT TO WS-BIZ-DATE-IN.
           CALL "BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE-IN
               WS-BIZ-DATE-OUT WS-BIZ-IND.
           MOVE WS-BIZ-DATE-OUT TO FD-DATE (WS-DAY-SUB).
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROJECT-STANDING-ORDERS - every active standing order,
      * each of its runs that falls inside the ten days.  No order
      * master is flagged with RC 4.
      ******************************************************************
       3000-PROJECT-STANDING-ORDERS.
           OPEN INPUT STNDORD-FILE.
           IF NOT WS-STNDORD-OK
               MOVE 4 TO CASHFCST-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE 0 TO SO-ORDER-ID.
           START STNDORD-FILE KEY IS NOT LESS THAN SO-ORDER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3100-PROJECT-ONE-ORDER THRU 3100-EXIT
               UNTIL WS-SCAN-DONE.
           CLOSE STNDORD-FILE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-PROJECT-ONE-ORDER.
           READ STNDORD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3100-EXIT
           END-READ.
           IF NOT SO-ORDER-ACTIVE
               GO TO 3100-EXIT
           END-IF.
           MOVE SO-NEXT-RUN-DATE TO WS-SCHED-DATE.
           MOVE 0 TO WS-RUN-COUNT.
           PERFORM 3200-PROJECT-ONE-RUN THRU 3200-EXIT
               UNTIL WS-SCHED-DATE > FD-DATE (10)
                   OR WS-RUN-COUNT NOT < 20.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PROJECT-ONE-RUN - one run of the order: the from-account
      * debited and the to-account credited on the business day the
      * scheduled date falls to, then the schedule advanced.  The
      * run count bounds an order scheduled far in the past.  An
      * order to an external payee has no credit leg on our books.
      ******************************************************************
       3200-PROJECT-ONE-RUN.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-SCHED-DATE TO WS-ITEM-DATE.
           MOVE SO-FROM-ACCOUNT TO WS-ITEM-ACCOUNT.
           COMPUTE WS-ITEM-AMOUNT = SO-AMOUNT * -1.
           PERFORM 6000-BOOK-ITEM THRU 6000-EXIT.
           IF SO-PAYEE-ID = 0
               MOVE SO-TO-ACCOUNT TO WS-ITEM-ACCOUNT
               MOVE SO-AMOUNT TO WS-ITEM-AMOUNT
               PERFORM 6000-BOOK-ITEM THRU 6000-EXIT
           END-IF.
           PERFORM 3300-ADVANCE-SCHEDULE THRU 3300-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-ADVANCE-SCHEDULE - the next scheduled date, as STORDRUN
      * steps it: a week on, or a month on with the day clamped to
      * the shorter month.
      ******************************************************************
       3300-ADVANCE-SCHEDULE.
           IF SO-FREQ-WEEKLY
               PERFORM 3400-ADD-ONE-DAY THRU 3400-EXIT
                   VARYING WS-DAY-COUNT FROM 1 BY 1
                   UNTIL WS-DAY-COUNT > 7
               GO TO 3300-EXIT
           END-IF.
           IF WS-SCHED-MONTH < 12
               ADD 1 TO WS-SCHED-MONTH
           ELSE
               MOVE 1 TO WS-SCHED-MONTH
               ADD 1 TO WS-SCHED-YEAR
           END-IF.
           PERFORM 3410-SET-MONTH-LIMIT THRU 3410-EXIT.
           IF WS-SCHED-DAY > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-SCHED-DAY
           END-IF.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

       3400-ADD-ONE-DAY.
           PERFORM 3410-SET-MONTH-LIMIT THRU 3410-EXIT.
           IF WS-SCHED-DAY < WS-MONTH-LIMIT
               ADD 1 TO WS-SCHED-DAY
               GO TO 3400-EXIT
           END-IF.
           MOVE 1 TO WS-SCHED-DAY.
           IF WS-SCHED-MONTH < 12
               ADD 1 TO WS-SCHED-MONTH
           ELSE
               MOVE 1 TO WS-SCHED-MONTH
               ADD 1 TO WS-SCHED-YEAR
           END-IF.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

       3410-SET-MONTH-LIMIT.
           IF WS-SCHED-MONTH < 1 OR WS-SCHED-MONTH > 12
               MOVE 12 TO WS-SCHED-MONTH
           END-IF.
           MOVE CF-MONTH-DAYS-ENTRY (WS-SCHED-MONTH) TO
               WS-MONTH-LIMIT.
           IF WS-SCHED-MONTH = 2
               DIVIDE WS-SCHED-YEAR BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-REM4
               DIVIDE WS-SCHED-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM100
               DIVIDE WS-SCHED-YEAR BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM400
               IF WS-REM400 = 0
                   OR (WS-REM4 = 0 AND WS-REM100 NOT = 0)
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           GO TO 3410-EXIT.
       3410-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROJECT-PENDING-ITEMS - each item PENDROLL carried
      * forward tonight, on the business day after its date, when
      * PENDROLL will release it.  No carried file means nothing
      * is pending; one that cannot be read is flagged with RC 4.
      ******************************************************************
       4000-PROJECT-PENDING-ITEMS.
           OPEN INPUT TXNPENDO-FILE.
           IF NOT WS-TXNPENDO-OK
               IF NOT WS-TXNPENDO-MISSING
                   MOVE 4 TO CASHFCST-RETURN-CODE
               END-IF
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           PERFORM 4100-PROJECT-ONE-PENDING THRU 4100-EXIT
               UNTIL WS-SCAN-DONE.
           CLOSE TXNPENDO-FILE.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-PROJECT-ONE-PENDING.
           READ TXNPENDO-FILE.
           IF NOT WS-TXNPENDO-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 4100-EXIT
           END-IF.
           MOVE TXNPENDO-LINE TO TXNPOST-RECORD.
           IF TP-TXN-DATE NOT NUMERIC OR TP-TXN-AMOUNT NOT NUMERIC
               GO TO 4100-EXIT
           END-IF.
           MOVE 'N' TO WS-BIZ-FUNCTION.
           MOVE TP-TXN-DATE TO WS-BIZ-DATE-IN.
           CALL "BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE-IN
               WS-BIZ-DATE-OUT WS-BIZ-IND.
           MOVE WS-BIZ-DATE-OUT TO WS-ITEM-DATE.
           MOVE TP-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT.
           MOVE TP-TXN-AMOUNT TO WS-ITEM-AMOUNT.
           PERFORM 6000-BOOK-ITEM THRU 6000-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PROJECT-OPEN-ORDERS - every open order not yet billed,
      * charged at the next intake to the account ORDBILL will bill:
      * the customer's first open account.  An order whose customer
      * has none would be rejected, so it is only counted.  No
      * order master is flagged with RC 4.
      ******************************************************************
       5000-PROJECT-OPEN-ORDERS.
           OPEN INPUT ORDMAST-FILE.
           IF NOT WS-ORDMAST-OK
               MOVE 4 TO CASHFCST-RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE 0 TO OM-ORDER-ID.
           START ORDMAST-FILE KEY IS NOT LESS THAN OM-ORDER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 5100-PROJECT-ONE-ORDER THRU 5100-EXIT
               UNTIL WS-SCAN-DONE.
           CLOSE ORDMAST-FILE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-PROJECT-ONE-ORDER.
           READ ORDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 5100-EXIT
           END-READ.
           IF NOT OM-ORDER-OPEN
               GO TO 5100-EXIT
           END-IF.
           IF OM-BILLED-TXN-ID NOT = SPACES
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-RESOLVE-BILL-ACCOUNT THRU 5200-EXIT.
           IF NOT WS-ACCT-FOUND
               ADD 1 TO WS-ORDERS-UNPLACED
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO WS-ITEM-DATE.
           MOVE WS-BILL-ACCOUNT TO WS-ITEM-ACCOUNT.
           COMPUTE WS-ITEM-AMOUNT = OM-ORDER-AMOUNT * -1.
           PERFORM 6000-BOOK-ITEM THRU 6000-EXIT.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

       5200-RESOLVE-BILL-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-IND.
           MOVE 'N' TO WS-ACCT-SCAN-DONE-IND.
           MOVE OM-CUSTOMER-ID TO AM-CUSTOMER-ID.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-SCAN-DONE-IND
           END-START.
           PERFORM 5210-CHECK-ONE-ACCOUNT THRU 5210-EXIT
               UNTIL WS-ACCT-SCAN-DONE.
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.

       5210-CHECK-ONE-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-SCAN-DONE-IND
                   GO TO 5210-EXIT
           END-READ.
           IF AM-CUSTOMER-ID NOT = OM-CUSTOMER-ID
               MOVE 'Y' TO WS-ACCT-SCAN-DONE-IND
               GO TO 5210-EXIT
           END-IF.
           IF AM-STATUS-CLOSED
               GO TO 5210-EXIT
           END-IF.
           SET WS-ACCT-FOUND TO TRUE.
           MOVE AM-ACCOUNT-NUMBER TO WS-BILL-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-SCAN-DONE-IND.
           GO TO 5210-EXIT.
       5210-EXIT.
           EXIT.

      ******************************************************************
      * 5500-PROJECT-DISBURSEMENTS - each closeout payout the check
      * run has still to make: the business day after the account
      * settled, where that is after tonight.  No feed means
      * nothing is owed; one that cannot be read is flagged with
      * RC 4.
      ******************************************************************
       5500-PROJECT-DISBURSEMENTS.
           OPEN INPUT DISBFEED-FILE.
           IF NOT WS-DISBFEED-OK
               IF NOT WS-DISBFEED-MISSING
                   MOVE 4 TO CASHFCST-RETURN-CODE
               END-IF
               GO TO 5500-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           PERFORM 5600-PROJECT-ONE-PAYOUT THRU 5600-EXIT
               UNTIL WS-SCAN-DONE.
           CLOSE DISBFEED-FILE.
           GO TO 5500-EXIT.
       5500-EXIT.
           EXIT.

       5600-PROJECT-ONE-PAYOUT.
           READ DISBFEED-FILE.
           IF NOT WS-DISBFEED-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 5600-EXIT
           END-IF.
           IF DB-CLOSE-DATE NOT NUMERIC
               OR DB-DISBURSE-AMOUNT NOT NUMERIC
               GO TO 5600-EXIT
           END-IF.
           MOVE 'N' TO WS-BIZ-FUNCTION.
           MOVE DB-CLOSE-DATE TO WS-BIZ-DATE-IN.
           CALL "BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE-IN
               WS-BIZ-DATE-OUT WS-BIZ-IND.
           IF WS-BIZ-DATE-OUT NOT > WS-RUN-DATE
               GO TO 5600-EXIT
           END-IF.
           MOVE WS-BIZ-DATE-OUT TO WS-ITEM-DATE.
           MOVE DB-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT.
           COMPUTE WS-ITEM-AMOUNT = DB-DISBURSE-AMOUNT * -1.
           PERFORM 6000-BOOK-ITEM THRU 6000-EXIT.
           GO TO 5600-EXIT.
       5600-EXIT.
           EXIT.

      ******************************************************************
      * 6000-BOOK-ITEM - one projected movement (WS-ITEM-AMOUNT in
      * the account's currency, debits negative) onto its day and
      * its account type at reporting-currency value.  An account
      * not on the master is booked at face value under type '???'
      * and counted; so is a currency with no rate on file.
      ******************************************************************
       6000-BOOK-ITEM.
           PERFORM 6100-FIND-DAY THRU 6100-EXIT.
           IF WS-DAY-SUB = 0
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-ITEM-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-ACCOUNTS
                   MOVE '???' TO WS-ITEM-TYPE
                   MOVE SPACES TO AM-CURRENCY-CODE
               NOT INVALID KEY
                   MOVE AM-ACCOUNT-TYPE TO WS-ITEM-TYPE
           END-READ.
           MOVE AM-CURRENCY-CODE TO FXC-CURRENCY-CODE.
           MOVE WS-ITEM-AMOUNT TO FXC-AMOUNT.
           CALL "FXCONV" USING FXCONV-PARM.
           IF FXC-NO-RATE
               ADD 1 TO WS-UNRATED-ITEMS
           ELSE
               MOVE FXC-REPORTING-AMOUNT TO WS-ITEM-AMOUNT
           END-IF.
           PERFORM 6200-FIND-TYPE THRU 6200-EXIT.
           ADD 1 TO WS-ITEMS-PROJECTED.
           IF WS-ITEM-AMOUNT < 0
               SUBTRACT WS-ITEM-AMOUNT FROM FD-DEBITS (WS-DAY-SUB)
           ELSE
               ADD WS-ITEM-AMOUNT TO FD-CREDITS (WS-DAY-SUB)
           END-IF.
           IF WS-TYPE-SUB = 0
               GO TO 6000-EXIT
           END-IF.
           IF WS-ITEM-AMOUNT < 0
               SUBTRACT WS-ITEM-AMOUNT FROM
                   FC-DEBITS (WS-DAY-SUB WS-TYPE-SUB)
           ELSE
               ADD WS-ITEM-AMOUNT TO
                   FC-CREDITS (WS-DAY-SUB WS-TYPE-SUB)
           END-IF.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-FIND-DAY - WS-DAY-SUB to the first forecast day on or
      * after WS-ITEM-DATE; anything due by the first day lands on
      * it, and anything past the tenth gives zero.
      ******************************************************************
       6100-FIND-DAY.
           MOVE 0 TO WS-DAY-SUB.
           IF WS-ITEM-DATE > FD-DATE (10)
               GO TO 6100-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-IND.
           PERFORM 6110-CHECK-ONE-DAY THRU 6110-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 10 OR WS-FOUND.
           SUBTRACT 1 FROM WS-DAY-SUB.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

       6110-CHECK-ONE-DAY.
           IF FD-DATE (WS-DAY-SUB) NOT < WS-ITEM-DATE
               SET WS-FOUND TO TRUE
           END-IF.
       6110-EXIT.
           EXIT.

      ******************************************************************
      * 6200-FIND-TYPE - WS-TYPE-SUB to the account type's column,
      * added the first time the type turns up.  A full table leaves
      * the item out of the by-type lines (RC 4); the day totals
      * still carry it.
      ******************************************************************
       6200-FIND-TYPE.
           MOVE 'N' TO WS-FOUND-IND.
           PERFORM 6210-MATCH-ONE-TYPE THRU 6210-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                   OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-TYPE-SUB
               GO TO 6200-EXIT
           END-IF.
           IF WS-TYPE-COUNT NOT < 50
               MOVE 0 TO WS-TYPE-SUB
               ADD 1 TO WS-TYPES-DROPPED
               MOVE 4 TO CASHFCST-RETURN-CODE
               GO TO 6200-EXIT
           END-IF.
           ADD 1 TO WS-TYPE-COUNT.
           MOVE WS-TYPE-COUNT TO WS-TYPE-SUB.
           MOVE WS-ITEM-TYPE TO TT-ACCOUNT-TYPE (WS-TYPE-SUB).
           GO TO 6200-EXIT.
       6200-EXIT.
           EXIT.

       6210-MATCH-ONE-TYPE.
           IF TT-ACCOUNT-TYPE (WS-TYPE-SUB) = WS-ITEM-TYPE
               SET WS-FOUND TO TRUE
           END-IF.
       6210-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-FORECAST - the ten-day summary with the days over
      * the threshold flagged, then each day by account type, then
      * anything the forecast could not place.
      ******************************************************************
       8000-WRITE-FORECAST.
           MOVE CF-OUTFLOW-THRESHOLD TO WS-THRESHOLD-DISPLAY.
           MOVE SPACES TO CASHFCRP-LINE.
           STRING 'DAILY OUTFLOW THRESHOLD ' WS-THRESHOLD-DISPLAY
               DELIMITED BY SIZE INTO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
           MOVE SPACES TO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
           MOVE SPACES TO CASHFCRP-LINE.
           STRING 'DAY DATE               DEBITS          CREDITS'
               '              NET'
               DELIMITED BY SIZE INTO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
           PERFORM 8100-WRITE-ONE-DAY-TOTAL THRU 8100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 10.
           PERFORM 8200-WRITE-ONE-DAY-DETAIL THRU 8200-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 10.
           MOVE SPACES TO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
           MOVE WS-ITEMS-PROJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CASHFCRP-LINE.
           STRING 'MOVEMENTS PROJECTED        ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
           IF WS-UNKNOWN-ACCOUNTS > 0
               MOVE WS-UNKNOWN-ACCOUNTS TO WS-COUNT-DISPLAY
               MOVE SPACES TO CASHFCRP-LINE
               STRING '*** ' WS-COUNT-DISPLAY
                   ' MOVEMENTS ON ACCOUNTS NOT ON THE MASTER (TYPE ???)'
                   DELIMITED BY SIZE INTO CASHFCRP-LINE
               WRITE CASHFCRP-LINE
           END-IF.
           IF WS-ORDERS-UNPLACED > 0
               MOVE WS-ORDERS-UNPLACED TO WS-COUNT-DISPLAY
               MOVE SPACES TO CASHFCRP-LINE
               STRING '*** ' WS-COUNT-DISPLAY
                   ' OPEN ORDERS LEFT OUT - CUSTOMER HAS NO OPEN'
                   ' ACCOUNT'
                   DELIMITED BY SIZE INTO CASHFCRP-LINE
               WRITE CASHFCRP-LINE
           END-IF.
           IF WS-UNRATED-ITEMS > 0
               MOVE WS-UNRATED-ITEMS TO WS-COUNT-DISPLAY
               MOVE SPACES TO CASHFCRP-LINE
               STRING '*** ' WS-COUNT-DISPLAY
                   ' MOVEMENTS AT FACE VALUE - NO RATE ON FILE'
                   DELIMITED BY SIZE INTO CASHFCRP-LINE
               WRITE CASHFCRP-LINE
           END-IF.
           IF WS-TYPES-DROPPED > 0
               MOVE WS-TYPES-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO CASHFCRP-LINE
               STRING '*** TYPE TABLE FULL - ' WS-COUNT-DISPLAY
                   ' MOVEMENTS IN THE DAY TOTALS ONLY'
                   DELIMITED BY SIZE INTO CASHFCRP-LINE
               WRITE CASHFCRP-LINE
           END-IF.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-DAY-TOTAL.
           MOVE SPACES TO WS-FLAG-DISPLAY.
           IF FD-DEBITS (WS-DAY-SUB) > CF-OUTFLOW-THRESHOLD
               MOVE '*** OVER LIMIT' TO WS-FLAG-DISPLAY
               ADD 1 TO CASHFCST-DAYS-OVER
           END-IF.
           COMPUTE WS-DAY-NET = FD-CREDITS (WS-DAY-SUB)
               - FD-DEBITS (WS-DAY-SUB).
           MOVE WS-DAY-SUB TO WS-DAY-DISPLAY.
           MOVE FD-DEBITS (WS-DAY-SUB) TO WS-DEBITS-DISPLAY.
           MOVE FD-CREDITS (WS-DAY-SUB) TO WS-CREDITS-DISPLAY.
           MOVE WS-DAY-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO CASHFCRP-LINE.
           STRING ' ' WS-DAY-DISPLAY ' ' FD-DATE (WS-DAY-SUB) ' '
               WS-DEBITS-DISPLAY ' ' WS-CREDITS-DISPLAY ' '
               WS-NET-DISPLAY ' ' WS-FLAG-DISPLAY
               DELIMITED BY SIZE INTO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
       8100-EXIT.
           EXIT.

       8200-WRITE-ONE-DAY-DETAIL.
           MOVE SPACES TO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
           MOVE WS-DAY-SUB TO WS-DAY-DISPLAY.
           MOVE SPACES TO CASHFCRP-LINE.
           STRING 'BUSINESS DAY ' WS-DAY-DISPLAY ' - '
               FD-DATE (WS-DAY-SUB)
               DELIMITED BY SIZE INTO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
           MOVE SPACES TO CASHFCRP-LINE.
           STRING '    TYPE          DEBITS          CREDITS'
               '              NET'
               DELIMITED BY SIZE INTO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
           PERFORM 8210-WRITE-ONE-TYPE-CELL THRU 8210-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.
       8200-EXIT.
           EXIT.

       8210-WRITE-ONE-TYPE-CELL.
           IF FC-DEBITS (WS-DAY-SUB WS-TYPE-SUB) = 0
               AND FC-CREDITS (WS-DAY-SUB WS-TYPE-SUB) = 0
               GO TO 8210-EXIT
           END-IF.
           COMPUTE WS-DAY-NET = FC-CREDITS (WS-DAY-SUB WS-TYPE-SUB)
               - FC-DEBITS (WS-DAY-SUB WS-TYPE-SUB).
           MOVE FC-DEBITS (WS-DAY-SUB WS-TYPE-SUB) TO
               WS-DEBITS-DISPLAY.
           MOVE FC-CREDITS (WS-DAY-SUB WS-TYPE-SUB) TO
               WS-CREDITS-DISPLAY.
           MOVE WS-DAY-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO CASHFCRP-LINE.
           STRING '    ' TT-ACCOUNT-TYPE (WS-TYPE-SUB) ' '
               WS-DEBITS-DISPLAY ' ' WS-CREDITS-DISPLAY ' '
               WS-NET-DISPLAY
               DELIMITED BY SIZE INTO CASHFCRP-LINE.
           WRITE CASHFCRP-LINE.
           GO TO 8210-EXIT.
       8210-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and release the calendar
      * BIZDAY has held open across the run.
      ******************************************************************
       9000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE ACCTMAST-FILE
           END-IF.
           CLOSE CASHFCRP-FILE.
           CANCEL "BIZDAY".
       9000-EXIT.
           EXIT.
