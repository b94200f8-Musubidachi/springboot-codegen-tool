      ******************************************************************
      * PROGRAM-ID: BRSCORE
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Monthly branch scorecard, run in the nightly post-sweep.
      *   On the last day of the month it reports, for every branch
      *   on the BRANCH reference table and its cost center: the
      *   accounts opened and closed during the month (from the
      *   ACCTMNT audit, the only path that opens or closes an
      *   account), the open accounts and their balances at month
      *   end - deposit balances and loans outstanding apart, with
      *   the count of deposit accounts standing overdrawn - and the
      *   fees assessed and waived through the posting journal
      *   during the month, with the count of overdraft fees.  Fees
      *   counted are the overdraft fee, the monthly service
      *   charge, the stop-payment fee, early-withdrawal penalty and
      *   excess-debit fee POSTBAT charges, and the
      *   overdraft-protection transfer fee; waivers are the ODWAIVE
      *   refunds.  Journal activity is credited to the account's
      *   owning branch as it stands at month end.  Accounts with
      *   no owning branch, or one not on the table, report on a
      *   line of their own.  On other nights the step writes only
      *   the report heading.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  Balances and fees are scored at their
      *                    reporting-currency value, so a branch's
      *                    foreign-currency book adds up with the
      *                    rest.  POSTJRNL-LINE widened to the
      *                    100-byte journal record.
      *   2026-10-15  ROK  The excess-debit fee POSTBAT charges past
      *                    a savings type's monthly debit limit
      *                    (XWF) is counted with the fees.
      *   2026-10-15  ROK  The excess-debit fee STORDRUN and ODSWEEP
      *                    now charge on a standing order or a
      *                    protection transfer past the limit is
      *                    counted as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRSCORE.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT ACCTTYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATR-TYPE-CODE
               FILE STATUS IS WS-ACCTTYPE-STATUS.

           SELECT ACCTMAUD-FILE ASSIGN TO "ACCTMAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTMAUD-STATUS.

           SELECT POSTJRNL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT BRSCORRP-FILE ASSIGN TO "BRSCORRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRSCORRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       COPY "BRANCH-REF".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  ACCTTYPE-FILE.
       COPY "ACCTTYPE-REF".

       FD  ACCTMAUD-FILE.
       01  ACCTMAUD-LINE                    PIC X(63).

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  BRSCORRP-FILE.
       01  BRSCORRP-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "ACCTMNT-AUDIT".

      ******************************************************************
      * BS-MONTH-DAYS gives the day count of each month in a common
      * year; February is corrected for leap years at run time.
      ******************************************************************
       01  BS-MONTH-DAYS-VALUES.
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
       01  BS-MONTH-DAYS REDEFINES BS-MONTH-DAYS-VALUES.
           05  BS-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-FILE-STATUSES.
           05  WS-BRANCH-STATUS             PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-ACCTTYPE-STATUS           PIC X(2).
           05  WS-ACCTMAUD-STATUS           PIC X(2).
               88  WS-ACCTMAUD-OK           VALUE '00'.
           05  WS-POSTJRNL-STATUS           PIC X(2).
               88  WS-POSTJRNL-OK           VALUE '00'.
           05  WS-BRSCORRP-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-MONTH-END-IND             PIC X(1).
               88  WS-MONTH-END             VALUE 'Y'.
           05  WS-MASTERS-OPEN-IND          PIC X(1).
               88  WS-MASTERS-OPEN          VALUE 'Y'.
           05  WS-ACCTTYPE-OPEN-IND         PIC X(1).
               88  WS-ACCTTYPE-OPEN         VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-BRANCH-FOUND-IND          PIC X(1).
               88  WS-BRANCH-FOUND          VALUE 'Y'.
           05  WS-LOAN-IND                  PIC X(1).
               88  WS-LOAN-ACCOUNT          VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-GRP REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR              PIC 9(4).
               10  WS-RUN-MONTH             PIC 9(2).
               10  WS-RUN-DAY               PIC 9(2).
           05  WS-MONTH-START               PIC 9(8).
           05  WS-MONTH-LIMIT               PIC 9(2).
           05  WS-QUOTIENT                  PIC 9(4) COMP.
           05  WS-REM4                      PIC 9(4) COMP.
           05  WS-REM100                    PIC 9(4) COMP.
           05  WS-REM400                    PIC 9(4) COMP.
           05  WS-FIND-BRANCH-ID            PIC X(4).
           05  WS-BRANCH-SUB                PIC 9(3) COMP.
           05  WS-BRANCH-HIT                PIC 9(3) COMP.
           05  WS-FEE-AMOUNT                PIC S9(9)V99 COMP-3.
           05  WS-REPORT-BALANCE            PIC S9(9)V99 COMP-3.
           05  WS-JRNL-AMOUNT               PIC S9(9)V99 COMP-3.
           05  WS-BRANCHES-DROPPED          PIC 9(5) COMP.
           05  WS-UNKNOWN-ACCOUNTS          PIC 9(7) COMP.

      ******************************************************************
      * One scorecard line per branch.  Entry 1 is the line for
      * accounts with no owning branch or one not on the table; the
      * branch table loads behind it.
      ******************************************************************
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT              PIC 9(3) COMP VALUE 0.
           05  WS-BRANCH-ENTRY
                   OCCURS 1 TO 300 DEPENDING ON WS-BRANCH-COUNT.
               10  BT-BRANCH-ID             PIC X(4).
               10  BT-COST-CENTER           PIC X(6).
               10  BT-BRANCH-NAME           PIC X(30).
               10  BT-OPENED                PIC 9(5) COMP.
               10  BT-CLOSED                PIC 9(5) COMP.
               10  BT-OPEN-ACCOUNTS         PIC 9(7) COMP.
               10  BT-DEPOSIT-BALANCE       PIC S9(13)V99 COMP-3.
               10  BT-LOAN-BALANCE          PIC S9(13)V99 COMP-3.
               10  BT-OVERDRAWN             PIC 9(7) COMP.
               10  BT-FEES-ASSESSED         PIC S9(11)V99 COMP-3.
               10  BT-FEES-WAIVED           PIC S9(11)V99 COMP-3.
               10  BT-OD-FEE-COUNT          PIC 9(7) COMP.

       01  WS-GRAND-TOTALS.
           05  GT-OPENED                    PIC 9(7) COMP.
           05  GT-CLOSED                    PIC 9(7) COMP.
           05  GT-OPEN-ACCOUNTS             PIC 9(7) COMP.
           05  GT-DEPOSIT-BALANCE           PIC S9(13)V99 COMP-3.
           05  GT-LOAN-BALANCE              PIC S9(13)V99 COMP-3.
           05  GT-OVERDRAWN                 PIC 9(7) COMP.
           05  GT-FEES-ASSESSED             PIC S9(11)V99 COMP-3.
           05  GT-FEES-WAIVED               PIC S9(11)V99 COMP-3.
           05  GT-OD-FEE-COUNT              PIC 9(7) COMP.

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-ID-DISPLAY                PIC X(4).
           05  WS-OPENED-DISPLAY            PIC Z(5)9.
           05  WS-CLOSED-DISPLAY            PIC Z(5)9.
           05  WS-ACCOUNTS-DISPLAY          PIC Z(6)9.
           05  WS-DEPOSIT-DISPLAY           PIC -(12)9.99.
           05  WS-LOAN-DISPLAY              PIC -(12)9.99.
           05  WS-OVERDRAWN-DISPLAY         PIC Z(5)9.
           05  WS-ASSESSED-DISPLAY          PIC -(9)9.99.
           05  WS-WAIVED-DISPLAY            PIC -(9)9.99.
           05  WS-OD-FEE-DISPLAY            PIC Z(6)9.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.

       LINKAGE SECTION.
       01  BRSCORE-BRANCHES                 PIC 9(7) COMP.
       01  BRSCORE-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING BRSCORE-BRANCHES BRSCORE-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-MONTH-END AND WS-MASTERS-OPEN
               PERFORM 2000-LOAD-BRANCHES THRU 2000-EXIT
               PERFORM 3000-SCAN-ACCOUNTS THRU 3000-EXIT
               PERFORM 4000-SCAN-MAINT-AUDIT THRU 4000-EXIT
               PERFORM 5000-SCAN-JOURNAL THRU 5000-EXIT
               PERFORM 8000-WRITE-SCORECARD THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens; the rest only at
      * month end.  No branch table or account master stops the
      * step with RC 8; no type table means every account is taken
      * as a deposit, flagged with RC 4.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO BRSCORE-BRANCHES.
           MOVE 0 TO BRSCORE-RETURN-CODE.
           MOVE 'N' TO WS-MONTH-END-IND.
           MOVE 'N' TO WS-MASTERS-OPEN-IND.
           MOVE 'N' TO WS-ACCTTYPE-OPEN-IND.
           MOVE 0 TO WS-BRANCHES-DROPPED.
           MOVE 0 TO WS-UNKNOWN-ACCOUNTS.
           INITIALIZE WS-GRAND-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START (7:2).
           OPEN OUTPUT BRSCORRP-FILE.
           MOVE SPACES TO BRSCORRP-LINE.
           STRING 'BRANCH SCORECARD - MONTH ' WS-MONTH-START
               ' TO ' WS-RUN-DATE
               DELIMITED BY SIZE INTO BRSCORRP-LINE.
           WRITE BRSCORRP-LINE.
           PERFORM 7000-SET-MONTH-LIMIT THRU 7000-EXIT.
           IF WS-RUN-DAY = WS-MONTH-LIMIT
               MOVE 'Y' TO WS-MONTH-END-IND
           END-IF.
           IF NOT WS-MONTH-END
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS NOT = '00'
               MOVE 8 TO BRSCORE-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               CLOSE BRANCH-FILE
               MOVE 8 TO BRSCORE-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTERS-OPEN-IND.
           OPEN INPUT ACCTTYPE-FILE.
           IF WS-ACCTTYPE-STATUS = '00'
               MOVE 'Y' TO WS-ACCTTYPE-OPEN-IND
           ELSE
               MOVE 4 TO BRSCORE-RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-BRANCHES - the unassigned line first, then every
      * branch on the table, open or closed - a branch closed this
      * month still has its month to report.  A branch past the
      * table's capacity is counted and called out; its accounts
      * report on the unassigned line.
      ******************************************************************
       2000-LOAD-BRANCHES.
           MOVE 1 TO WS-BRANCH-COUNT.
           INITIALIZE WS-BRANCH-ENTRY (1).
           MOVE SPACES TO BT-BRANCH-ID (1).
           MOVE SPACES TO BT-COST-CENTER (1).
           MOVE '*** NO OWNING BRANCH ON FILE' TO BT-BRANCH-NAME (1).
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO BR-BRANCH-ID.
           START BRANCH-FILE KEY IS NOT LESS THAN BR-BRANCH-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2100-LOAD-ONE-BRANCH THRU 2100-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-BRANCH.
           READ BRANCH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2100-EXIT
           END-READ.
           IF WS-BRANCH-COUNT = 300
               ADD 1 TO WS-BRANCHES-DROPPED
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-BRANCH-COUNT.
           INITIALIZE WS-BRANCH-ENTRY (WS-BRANCH-COUNT).
           MOVE BR-BRANCH-ID TO BT-BRANCH-ID (WS-BRANCH-COUNT).
           MOVE BR-COST-CENTER TO BT-COST-CENTER (WS-BRANCH-COUNT).
           MOVE BR-BRANCH-NAME TO BT-BRANCH-NAME (WS-BRANCH-COUNT).
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SCAN-ACCOUNTS - month-end position of every open
      * account: count, deposit balance or loan outstanding, and
      * whether a deposit account stands overdrawn.
      ******************************************************************
       3000-SCAN-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3100-SCORE-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-SCORE-ONE-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3100-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               GO TO 3100-EXIT
           END-IF.
           MOVE AM-BRANCH-ID TO WS-FIND-BRANCH-ID.
           PERFORM 6000-FIND-BRANCH THRU 6000-EXIT.
           MOVE 'N' TO WS-LOAN-IND.
           IF WS-ACCTTYPE-OPEN
               MOVE AM-ACCOUNT-TYPE TO ATR-TYPE-CODE
               READ ACCTTYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATR-CLASS-LOAN
                           MOVE 'Y' TO WS-LOAN-IND
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO BT-OPEN-ACCOUNTS (WS-BRANCH-HIT).
           MOVE AM-ACCOUNT-BALANCE TO WS-REPORT-BALANCE.
           IF NOT AM-REPORTING-CURRENCY
               MOVE AM-REPORTING-BALANCE TO WS-REPORT-BALANCE
           END-IF.
           IF WS-LOAN-ACCOUNT
               SUBTRACT WS-REPORT-BALANCE FROM
                   BT-LOAN-BALANCE (WS-BRANCH-HIT)
               GO TO 3100-EXIT
           END-IF.
           ADD WS-REPORT-BALANCE TO BT-DEPOSIT-BALANCE (WS-BRANCH-HIT).
           IF AM-ACCOUNT-BALANCE < 0
               ADD 1 TO BT-OVERDRAWN (WS-BRANCH-HIT)
           END-IF.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SCAN-MAINT-AUDIT - the month's opens and closes from
      * the ACCTMNT audit, each to the branch the account had at
      * the time.  No audit file is flagged with RC 4.
      ******************************************************************
       4000-SCAN-MAINT-AUDIT.
           OPEN INPUT ACCTMAUD-FILE.
           IF NOT WS-ACCTMAUD-OK
               MOVE 4 TO BRSCORE-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           PERFORM 4100-CHECK-ONE-AUDIT-LINE THRU 4100-EXIT
               UNTIL WS-SCAN-DONE.
           CLOSE ACCTMAUD-FILE.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-AUDIT-LINE.
           READ ACCTMAUD-FILE.
           IF NOT WS-ACCTMAUD-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 4100-EXIT
           END-IF.
           MOVE ACCTMAUD-LINE TO ACCTMNT-AUDIT-RECORD.
           IF AMA-CHANGE-DATE < WS-MONTH-START
               OR AMA-CHANGE-DATE > WS-RUN-DATE
               GO TO 4100-EXIT
           END-IF.
           IF AMA-FUNCTION-CODE NOT = 'O'
               AND AMA-FUNCTION-CODE NOT = 'C'
               GO TO 4100-EXIT
           END-IF.
           MOVE AMA-AFT-BRANCH TO WS-FIND-BRANCH-ID.
           PERFORM 6000-FIND-BRANCH THRU 6000-EXIT.
           IF AMA-FUNCTION-CODE = 'O'
               ADD 1 TO BT-OPENED (WS-BRANCH-HIT)
           ELSE
               ADD 1 TO BT-CLOSED (WS-BRANCH-HIT)
           END-IF.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SCAN-JOURNAL - the month's fees assessed and waived,
      * each to the account's owning branch.  No journal is flagged
      * with RC 4.
      ******************************************************************
       5000-SCAN-JOURNAL.
           OPEN INPUT POSTJRNL-FILE.
           IF NOT WS-POSTJRNL-OK
               MOVE 4 TO BRSCORE-RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           PERFORM 5100-CHECK-ONE-JOURNAL-ROW THRU 5100-EXIT
               UNTIL WS-SCAN-DONE.
           CLOSE POSTJRNL-FILE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CHECK-ONE-JOURNAL-ROW - fees post as debits, so the
      * amount assessed is the movement reversed; a waiver posts as
      * the refunding credit.  The stop-payment fee (SPF), the
      * early-withdrawal penalty (EWP), the excess-debit fee (XWF)
      * and the protection transfer fee (OPF) are told from the
      * other rows their programs journal by their transaction ID
      * prefix.  The excess-debit fee is charged by whichever of
      * POSTBAT, STORDRUN and ODSWEEP posted the debit past the
      * limit.
      ******************************************************************
       5100-CHECK-ONE-JOURNAL-ROW.
           READ POSTJRNL-FILE.
           IF NOT WS-POSTJRNL-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 5100-EXIT
           END-IF.
           MOVE POSTJRNL-LINE TO POST-JRNL-RECORD.
           IF PJ-POST-DATE < WS-MONTH-START
               OR PJ-POST-DATE > WS-RUN-DATE
               GO TO 5100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PJ-SOURCE = 'ODFEE   '
               WHEN PJ-SOURCE = 'SVCCHG  '
               WHEN PJ-SOURCE = 'ODWAIVE '
                   CONTINUE
               WHEN PJ-SOURCE = 'POSTBAT '
                   AND (PJ-TXN-ID (1:3) = 'SPF'
                       OR PJ-TXN-ID (1:3) = 'EWP'
                       OR PJ-TXN-ID (1:3) = 'XWF')
                   CONTINUE
               WHEN PJ-SOURCE = 'ODSWEEP '
                   AND (PJ-TXN-ID (1:3) = 'OPF'
                       OR PJ-TXN-ID (1:3) = 'XWF')
                   CONTINUE
               WHEN PJ-SOURCE = 'STORDRUN'
                   AND PJ-TXN-ID (1:3) = 'XWF'
                   CONTINUE
               WHEN OTHER
                   GO TO 5100-EXIT
           END-EVALUATE.
           MOVE PJ-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-ACCOUNTS
                   MOVE SPACES TO AM-BRANCH-ID
           END-READ.
           MOVE AM-BRANCH-ID TO WS-FIND-BRANCH-ID.
           PERFORM 6000-FIND-BRANCH THRU 6000-EXIT.
           MOVE PJ-TXN-AMOUNT TO WS-JRNL-AMOUNT.
           IF PJ-CURRENCY-CODE NOT = SPACES
               MOVE PJ-REPORTING-AMOUNT TO WS-JRNL-AMOUNT
           END-IF.
           IF PJ-SOURCE = 'ODWAIVE '
               ADD WS-JRNL-AMOUNT TO BT-FEES-WAIVED (WS-BRANCH-HIT)
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-FEE-AMOUNT = WS-JRNL-AMOUNT * -1.
           ADD WS-FEE-AMOUNT TO BT-FEES-ASSESSED (WS-BRANCH-HIT).
           IF PJ-SOURCE = 'ODFEE   '
               ADD 1 TO BT-OD-FEE-COUNT (WS-BRANCH-HIT)
           END-IF.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FIND-BRANCH - WS-BRANCH-HIT to the scorecard line for
      * WS-FIND-BRANCH-ID, or to the unassigned line (entry 1).
      ******************************************************************
       6000-FIND-BRANCH.
           MOVE 1 TO WS-BRANCH-HIT.
           IF WS-FIND-BRANCH-ID = SPACES
               GO TO 6000-EXIT
           END-IF.
           MOVE 'N' TO WS-BRANCH-FOUND-IND.
           PERFORM 6100-CHECK-ONE-BRANCH THRU 6100-EXIT
               VARYING WS-BRANCH-SUB FROM 2 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                   OR WS-BRANCH-FOUND.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-BRANCH.
           IF BT-BRANCH-ID (WS-BRANCH-SUB) = WS-FIND-BRANCH-ID
               SET WS-BRANCH-FOUND TO TRUE
               MOVE WS-BRANCH-SUB TO WS-BRANCH-HIT
           END-IF.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-SET-MONTH-LIMIT - the day count of the run date's
      * month, with February corrected for leap years.
      ******************************************************************
       7000-SET-MONTH-LIMIT.
           MOVE BS-MONTH-DAYS-ENTRY (WS-RUN-MONTH) TO WS-MONTH-LIMIT.
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
      * 8000-WRITE-SCORECARD - one line per branch, the unassigned
      * line only when something landed on it, then the totals and
      * anything the scorecard could not place.
      ******************************************************************
       8000-WRITE-SCORECARD.
           MOVE SPACES TO BRSCORRP-LINE.
           WRITE BRSCORRP-LINE.
           MOVE SPACES TO BRSCORRP-LINE.
           STRING 'BRCH COST  OPENED CLOSED   ACCTS'
               '         DEPOSITS        LOANS OUT OVRDRN'
               ' FEES ASSESSED   FEES WAIVED OD FEES'
               DELIMITED BY SIZE INTO BRSCORRP-LINE.
           WRITE BRSCORRP-LINE.
           PERFORM 8100-WRITE-ONE-BRANCH THRU 8100-EXIT
               VARYING WS-BRANCH-SUB FROM 2 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.
           MOVE 1 TO WS-BRANCH-SUB.
           IF BT-OPENED (1) > 0 OR BT-CLOSED (1) > 0
               OR BT-OPEN-ACCOUNTS (1) > 0
               OR BT-FEES-ASSESSED (1) NOT = 0
               OR BT-FEES-WAIVED (1) NOT = 0
               PERFORM 8100-WRITE-ONE-BRANCH THRU 8100-EXIT
           END-IF.
           MOVE SPACES TO BRSCORRP-LINE.
           WRITE BRSCORRP-LINE.
           MOVE GT-OPENED TO WS-OPENED-DISPLAY.
           MOVE GT-CLOSED TO WS-CLOSED-DISPLAY.
           MOVE GT-OPEN-ACCOUNTS TO WS-ACCOUNTS-DISPLAY.
           MOVE GT-DEPOSIT-BALANCE TO WS-DEPOSIT-DISPLAY.
           MOVE GT-LOAN-BALANCE TO WS-LOAN-DISPLAY.
           MOVE GT-OVERDRAWN TO WS-OVERDRAWN-DISPLAY.
           MOVE GT-FEES-ASSESSED TO WS-ASSESSED-DISPLAY.
           MOVE GT-FEES-WAIVED TO WS-WAIVED-DISPLAY.
           MOVE GT-OD-FEE-COUNT TO WS-OD-FEE-DISPLAY.
           MOVE SPACES TO BRSCORRP-LINE.
           STRING 'TOTAL      ' WS-OPENED-DISPLAY ' '
               WS-CLOSED-DISPLAY ' ' WS-ACCOUNTS-DISPLAY ' '
               WS-DEPOSIT-DISPLAY ' ' WS-LOAN-DISPLAY ' '
               WS-OVERDRAWN-DISPLAY ' ' WS-ASSESSED-DISPLAY ' '
               WS-WAIVED-DISPLAY ' ' WS-OD-FEE-DISPLAY
               DELIMITED BY SIZE INTO BRSCORRP-LINE.
           WRITE BRSCORRP-LINE.
           IF WS-BRANCHES-DROPPED > 0
               MOVE 4 TO BRSCORE-RETURN-CODE
               MOVE WS-BRANCHES-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO BRSCORRP-LINE
               STRING '*** BRANCH TABLE FULL - ' WS-COUNT-DISPLAY
                   ' BRANCHES REPORTED AS UNASSIGNED'
                   DELIMITED BY SIZE INTO BRSCORRP-LINE
               WRITE BRSCORRP-LINE
           END-IF.
           IF WS-UNKNOWN-ACCOUNTS > 0
               MOVE WS-UNKNOWN-ACCOUNTS TO WS-COUNT-DISPLAY
               MOVE SPACES TO BRSCORRP-LINE
               STRING '*** ' WS-COUNT-DISPLAY
                   ' FEE ROWS ON ACCOUNTS NOT ON THE MASTER'
                   DELIMITED BY SIZE INTO BRSCORRP-LINE
               WRITE BRSCORRP-LINE
           END-IF.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-BRANCH.
           MOVE BT-BRANCH-ID (WS-BRANCH-SUB) TO WS-ID-DISPLAY.
           IF WS-BRANCH-SUB = 1
               MOVE 'NONE' TO WS-ID-DISPLAY
           END-IF.
           MOVE BT-OPENED (WS-BRANCH-SUB) TO WS-OPENED-DISPLAY.
           MOVE BT-CLOSED (WS-BRANCH-SUB) TO WS-CLOSED-DISPLAY.
           MOVE BT-OPEN-ACCOUNTS (WS-BRANCH-SUB) TO
               WS-ACCOUNTS-DISPLAY.
           MOVE BT-DEPOSIT-BALANCE (WS-BRANCH-SUB) TO
               WS-DEPOSIT-DISPLAY.
           MOVE BT-LOAN-BALANCE (WS-BRANCH-SUB) TO WS-LOAN-DISPLAY.
           MOVE BT-OVERDRAWN (WS-BRANCH-SUB) TO WS-OVERDRAWN-DISPLAY.
           MOVE BT-FEES-ASSESSED (WS-BRANCH-SUB) TO
               WS-ASSESSED-DISPLAY.
           MOVE BT-FEES-WAIVED (WS-BRANCH-SUB) TO WS-WAIVED-DISPLAY.
           MOVE BT-OD-FEE-COUNT (WS-BRANCH-SUB) TO WS-OD-FEE-DISPLAY.
           MOVE SPACES TO BRSCORRP-LINE.
           STRING WS-ID-DISPLAY ' ' BT-COST-CENTER (WS-BRANCH-SUB)
               WS-OPENED-DISPLAY ' ' WS-CLOSED-DISPLAY ' '
               WS-ACCOUNTS-DISPLAY ' ' WS-DEPOSIT-DISPLAY ' '
               WS-LOAN-DISPLAY ' ' WS-OVERDRAWN-DISPLAY ' '
               WS-ASSESSED-DISPLAY ' ' WS-WAIVED-DISPLAY ' '
               WS-OD-FEE-DISPLAY
               DELIMITED BY SIZE INTO BRSCORRP-LINE.
           WRITE BRSCORRP-LINE.
           MOVE SPACES TO BRSCORRP-LINE.
           STRING '     ' BT-BRANCH-NAME (WS-BRANCH-SUB)
               DELIMITED BY SIZE INTO BRSCORRP-LINE.
           WRITE BRSCORRP-LINE.
           ADD 1 TO BRSCORE-BRANCHES.
           ADD BT-OPENED (WS-BRANCH-SUB) TO GT-OPENED.
           ADD BT-CLOSED (WS-BRANCH-SUB) TO GT-CLOSED.
           ADD BT-OPEN-ACCOUNTS (WS-BRANCH-SUB) TO GT-OPEN-ACCOUNTS.
           ADD BT-DEPOSIT-BALANCE (WS-BRANCH-SUB) TO
               GT-DEPOSIT-BALANCE.
           ADD BT-LOAN-BALANCE (WS-BRANCH-SUB) TO GT-LOAN-BALANCE.
           ADD BT-OVERDRAWN (WS-BRANCH-SUB) TO GT-OVERDRAWN.
           ADD BT-FEES-ASSESSED (WS-BRANCH-SUB) TO GT-FEES-ASSESSED.
           ADD BT-FEES-WAIVED (WS-BRANCH-SUB) TO GT-FEES-WAIVED.
           ADD BT-OD-FEE-COUNT (WS-BRANCH-SUB) TO GT-OD-FEE-COUNT.
           GO TO 8100-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close whatever was opened.
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-MONTH-END
               MOVE SPACES TO BRSCORRP-LINE
               MOVE 'NOT MONTH END - NO SCORECARD BUILT'
                   TO BRSCORRP-LINE
               WRITE BRSCORRP-LINE
           END-IF.
           IF WS-MASTERS-OPEN
               CLOSE BRANCH-FILE
               CLOSE ACCTMAST-FILE
           END-IF.
           IF WS-ACCTTYPE-OPEN
               CLOSE ACCTTYPE-FILE
           END-IF.
           CLOSE BRSCORRP-FILE.
       9000-EXIT.
           EXIT.
