      ******************************************************************
      * PROGRAM-ID: CUSTPROF
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Monthly customer profitability report, run in the nightly
      *   post-sweep.  On the last day of the month it builds one line
      *   per customer from the month's figures already on file: fee
      *   income from the posting journal (the overdraft fee, the
      *   monthly service charge, the stop-payment fee, early-withdrawal
      *   penalty and excess-debit fee POSTBAT charges and the
      *   overdraft-protection transfer fee, net of the ODWAIVE refunds)
      *   and the overdraft debit interest charged; the interest paid,
      *   off each account's ACCRLEDG capitalization this month, plus
      *   the closing interest ACCTCLSE paid on an account closed during
      *   the month; and the month-end balance off ACCTMAST.  The
      *   balance earns a funding credit at the annual rate FUNDRATE on
      *   NIGHTPRM (basis points, default 250) for the month - a deposit
      *   is credited with the value of the funds it brings in, a debit
      *   balance is charged for the funds it uses.  A joint account is
      *   shared equally among its owners on ACCTOWN, the primary owner
      *   taking the odd cents, so each owner's line carries their
      *   share.  Net contribution is fees plus debit interest plus
      *   funding credit, less interest paid; every amount is at its
      *   reporting-currency value.  The lines are ranked on net
      *   contribution and cut into ten deciles, decile 1 the most
      *   profitable, and followed by summaries by decile, by account
      *   type and by customer type.  On other nights the step writes
      *   only the report heading.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  The excess-debit fee POSTBAT charges past
      *                    a savings type's monthly debit limit
      *                    (XWF) is counted with the fee income.
      *   2026-10-15  ROK  The excess-debit fee STORDRUN and ODSWEEP
      *                    now charge on a standing order or a
      *                    protection transfer past the limit is
      *                    counted as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT ACCTOWN-FILE ASSIGN TO "ACCTOWN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWN-KEY
               ALTERNATE RECORD KEY IS AO-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTOWN-STATUS.

           SELECT ACCRLEDG-FILE ASSIGN TO "ACCRLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCRLEDG-STATUS.

           SELECT POSTJRNL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT NIGHTPRM-FILE ASSIGN TO "NIGHTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTPRM-STATUS.

           SELECT CUSTPRPT-FILE ASSIGN TO "CUSTPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTPRPT-STATUS.

           SELECT CUSTPRSW-FILE ASSIGN TO "CUSTPRSW".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  ACCTOWN-FILE.
       COPY "ACCTOWN".

       FD  ACCRLEDG-FILE.
       COPY "ACCRLEDG".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  NIGHTPRM-FILE.
       01  NIGHTPRM-LINE.
           05  PRM-KEYWORD                  PIC X(12).
           05  PRM-VALUE                    PIC 9(10).

       FD  CUSTPRPT-FILE.
       01  CUSTPRPT-LINE                    PIC X(132).

      ******************************************************************
      * One customer's profitability line, ranked on SP-NET-INCOME.
      ******************************************************************
       SD  CUSTPRSW-FILE.
       01  CUSTPRSW-RECORD.
           05  SP-NET-INCOME                PIC S9(11)V99 COMP-3.
           05  SP-CUSTOMER-ID               PIC 9(10).
           05  SP-CUSTOMER-NAME             PIC X(30).
           05  SP-CUSTOMER-TYPE             PIC X(2).
           05  SP-ACCOUNT-COUNT             PIC 9(3) COMP.
           05  SP-BALANCE                   PIC S9(11)V99 COMP-3.
           05  SP-FEE-INCOME                PIC S9(11)V99 COMP-3.
           05  SP-DEBIT-INTEREST            PIC S9(11)V99 COMP-3.
           05  SP-INTEREST-PAID             PIC S9(11)V99 COMP-3.
           05  SP-FUNDING-CREDIT            PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".

      ******************************************************************
      * CP-FUNDING-RATE-BP - the annual funding credit rate in basis
      * points.  FUNDRATE on NIGHTPRM overrides it.
      ******************************************************************
       01  CP-CONSTANTS.
           05  CP-FUNDING-RATE-BP           PIC 9(4) VALUE 250.

      ******************************************************************
      * CP-MONTH-DAYS gives the day count of each month in a common
      * year; February is corrected for leap years at run time.
      ******************************************************************
       01  CP-MONTH-DAYS-VALUES.
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
       01  CP-MONTH-DAYS REDEFINES CP-MONTH-DAYS-VALUES.
           05  CP-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-FILE-STATUSES.
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-ACCTOWN-STATUS            PIC X(2).
               88  WS-ACCTOWN-OK            VALUE '00'.
           05  WS-ACCRLEDG-STATUS           PIC X(2).
               88  WS-ACCRLEDG-OK           VALUE '00'.
           05  WS-POSTJRNL-STATUS           PIC X(2).
               88  WS-POSTJRNL-OK           VALUE '00'.
           05  WS-NIGHTPRM-STATUS           PIC X(2).
               88  WS-NIGHTPRM-OK           VALUE '00'.
           05  WS-CUSTPRPT-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-MONTH-END-IND             PIC X(1).
               88  WS-MONTH-END             VALUE 'Y'.
           05  WS-MASTERS-OPEN-IND          PIC X(1).
               88  WS-MASTERS-OPEN          VALUE 'Y'.
           05  WS-ACCTOWN-OPEN-IND          PIC X(1).
               88  WS-ACCTOWN-OPEN          VALUE 'Y'.
           05  WS-ACCRLEDG-OPEN-IND         PIC X(1).
               88  WS-ACCRLEDG-OPEN         VALUE 'Y'.
           05  WS-CUSTMAST-EOF-IND          PIC X(1).
               88  WS-CUSTMAST-DONE         VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-PARM-EOF-IND              PIC X(1).
               88  WS-PARM-LOAD-DONE        VALUE 'Y'.
           05  WS-SORT-DONE-IND             PIC X(1).
               88  WS-SORT-DONE             VALUE 'Y'.
           05  WS-FOUND-IND                 PIC X(1).
               88  WS-FOUND                 VALUE 'Y'.
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
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-FEE-SUB                   PIC 9(5) COMP.
           05  WS-FEE-HIT                   PIC 9(5) COMP.
           05  WS-TYPE-SUB                  PIC 9(3) COMP.
           05  WS-CTYPE-SUB                 PIC 9(3) COMP.
           05  WS-DECILE-SUB                PIC 9(2) COMP.
           05  WS-OWNER-COUNT               PIC 9(3) COMP.
           05  WS-CUSTOMER-COUNT            PIC 9(7) COMP.
           05  WS-RANK                      PIC 9(7) COMP.
           05  WS-DECILE-WORK               PIC 9(9) COMP.
           05  WS-DECILE                    PIC 9(2) COMP.
           05  WS-FIND-ACCOUNT              PIC X(12).
           05  WS-JRNL-AMOUNT               PIC S9(9)V99 COMP-3.
           05  WS-SPLIT-AMOUNT              PIC S9(11)V99 COMP-3.
           05  WS-SHARE                     PIC S9(11)V99 COMP-3.
           05  WS-ACCOUNTS-DROPPED          PIC 9(7) COMP.
           05  WS-SKIPPED-COUNT             PIC 9(7) COMP.

      ******************************************************************
      * The month's journal income and closing interest by account,
      * built as accounts turn up on the journal.
      ******************************************************************
       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT                 PIC 9(5) COMP VALUE 0.
           05  WS-FEE-ENTRY
                   OCCURS 1 TO 5000 DEPENDING ON WS-FEE-COUNT.
               10  FA-ACCOUNT-NUMBER        PIC X(12).
               10  FA-FEE-INCOME            PIC S9(9)V99 COMP-3.
               10  FA-DEBIT-INTEREST        PIC S9(9)V99 COMP-3.
               10  FA-CLOSE-INTEREST        PIC S9(9)V99 COMP-3.

      ******************************************************************
      * One customer's accounts, primary and secondary.  Collected
      * before the figures are worked out, so the alternate-key
      * scans are not disturbed by the keyed reads the shares need.
      ******************************************************************
       01  WS-OWNED-TABLE.
           05  WS-OWNED-COUNT               PIC 9(3) COMP VALUE 0.
           05  WS-OWNED-ENTRY
                   OCCURS 1 TO 200 DEPENDING ON WS-OWNED-COUNT.
               10  OW-ACCOUNT-NUMBER        PIC X(12).
               10  OW-ROLE                  PIC X(1).
                   88  OW-ROLE-PRIMARY      VALUE 'P'.
                   88  OW-ROLE-SECONDARY    VALUE 'S'.

      ******************************************************************
      * One account's figures for the month, whole, and the
      * customer's share of each.
      ******************************************************************
       01  WS-ACCOUNT-FIGURES.
           05  AF-BALANCE                   PIC S9(11)V99 COMP-3.
           05  AF-FEE-INCOME                PIC S9(11)V99 COMP-3.
           05  AF-DEBIT-INTEREST            PIC S9(11)V99 COMP-3.
           05  AF-INTEREST-PAID             PIC S9(11)V99 COMP-3.
           05  AF-FUNDING-CREDIT            PIC S9(11)V99 COMP-3.

       01  WS-ACCOUNT-SHARES.
           05  AS-BALANCE                   PIC S9(11)V99 COMP-3.
           05  AS-FEE-INCOME                PIC S9(11)V99 COMP-3.
           05  AS-DEBIT-INTEREST            PIC S9(11)V99 COMP-3.
           05  AS-INTEREST-PAID             PIC S9(11)V99 COMP-3.
           05  AS-FUNDING-CREDIT            PIC S9(11)V99 COMP-3.

      ******************************************************************
      * The customer's line as it is built.
      ******************************************************************
       01  WS-CUSTOMER-LINE.
           05  CL-ACCOUNT-COUNT             PIC 9(3) COMP.
           05  CL-BALANCE                   PIC S9(11)V99 COMP-3.
           05  CL-FEE-INCOME                PIC S9(11)V99 COMP-3.
           05  CL-DEBIT-INTEREST            PIC S9(11)V99 COMP-3.
           05  CL-INTEREST-PAID             PIC S9(11)V99 COMP-3.
           05  CL-FUNDING-CREDIT            PIC S9(11)V99 COMP-3.
           05  CL-NET-INCOME                PIC S9(11)V99 COMP-3.

      ******************************************************************
      * The summaries - by account type and by customer type, built
      * as the types turn up, and by decile.  TT-ACCOUNT-COUNT counts
      * each account once, under its primary owner.
      ******************************************************************
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-TYPE-ENTRY
                   OCCURS 1 TO 100 DEPENDING ON WS-TYPE-COUNT.
               10  TT-ACCOUNT-TYPE          PIC X(3).
               10  TT-ACCOUNT-COUNT         PIC 9(7) COMP.
               10  TT-BALANCE               PIC S9(13)V99 COMP-3.
               10  TT-FEE-INCOME            PIC S9(13)V99 COMP-3.
               10  TT-DEBIT-INTEREST        PIC S9(13)V99 COMP-3.
               10  TT-INTEREST-PAID         PIC S9(13)V99 COMP-3.
               10  TT-FUNDING-CREDIT        PIC S9(13)V99 COMP-3.

       01  WS-CTYPE-TABLE.
           05  WS-CTYPE-COUNT               PIC 9(3) COMP VALUE 0.
           05  WS-CTYPE-ENTRY
                   OCCURS 1 TO 50 DEPENDING ON WS-CTYPE-COUNT.
               10  CT-CUSTOMER-TYPE         PIC X(2).
               10  CT-CUSTOMER-COUNT        PIC 9(7) COMP.
               10  CT-BALANCE               PIC S9(13)V99 COMP-3.
               10  CT-FEE-INCOME            PIC S9(13)V99 COMP-3.
               10  CT-DEBIT-INTEREST        PIC S9(13)V99 COMP-3.
               10  CT-INTEREST-PAID         PIC S9(13)V99 COMP-3.
               10  CT-FUNDING-CREDIT        PIC S9(13)V99 COMP-3.

       01  WS-DECILE-TABLE.
           05  WS-DECILE-ENTRY OCCURS 10 TIMES.
               10  DT-CUSTOMER-COUNT        PIC 9(7) COMP.
               10  DT-BALANCE               PIC S9(13)V99 COMP-3.
               10  DT-FEE-INCOME            PIC S9(13)V99 COMP-3.
               10  DT-DEBIT-INTEREST        PIC S9(13)V99 COMP-3.
               10  DT-INTEREST-PAID         PIC S9(13)V99 COMP-3.
               10  DT-FUNDING-CREDIT        PIC S9(13)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  GT-CUSTOMER-COUNT            PIC 9(7) COMP.
           05  GT-BALANCE                   PIC S9(13)V99 COMP-3.
           05  GT-FEE-INCOME                PIC S9(13)V99 COMP-3.
           05  GT-DEBIT-INTEREST            PIC S9(13)V99 COMP-3.
           05  GT-INTEREST-PAID             PIC S9(13)V99 COMP-3.
           05  GT-FUNDING-CREDIT            PIC S9(13)V99 COMP-3.

      ******************************************************************
      * One summary row, loaded from whichever table is being written.
      ******************************************************************
       01  WS-SUMMARY-ROW.
           05  SM-LABEL                     PIC X(5).
           05  SM-COUNT                     PIC 9(7) COMP.
           05  SM-BALANCE                   PIC S9(13)V99 COMP-3.
           05  SM-FEE-INCOME                PIC S9(13)V99 COMP-3.
           05  SM-DEBIT-INTEREST            PIC S9(13)V99 COMP-3.
           05  SM-INTEREST-PAID             PIC S9(13)V99 COMP-3.
           05  SM-FUNDING-CREDIT            PIC S9(13)V99 COMP-3.

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-RANK-DISPLAY              PIC Z(6)9.
           05  WS-DECILE-DISPLAY            PIC Z9.
           05  WS-ACCOUNTS-DISPLAY          PIC ZZ9.
           05  WS-BALANCE-DISPLAY           PIC -(10)9.99.
           05  WS-FEES-DISPLAY              PIC -(7)9.99.
           05  WS-DEBIT-INT-DISPLAY         PIC -(7)9.99.
           05  WS-INT-PAID-DISPLAY          PIC -(7)9.99.
           05  WS-FUNDING-DISPLAY           PIC -(7)9.99.
           05  WS-NET-DISPLAY               PIC -(8)9.99.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.
           05  WS-SUM-BALANCE-DISPLAY       PIC -(12)9.99.
           05  WS-SUM-FEES-DISPLAY          PIC -(10)9.99.
           05  WS-SUM-DEBIT-INT-DISPLAY     PIC -(10)9.99.
           05  WS-SUM-INT-PAID-DISPLAY      PIC -(10)9.99.
           05  WS-SUM-FUNDING-DISPLAY       PIC -(10)9.99.
           05  WS-SUM-NET-DISPLAY           PIC -(11)9.99.
           05  WS-RATE-DISPLAY              PIC Z(3)9.

       LINKAGE SECTION.
       01  CUSTPROF-CUSTOMERS               PIC 9(7) COMP.
       01  CUSTPROF-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING CUSTPROF-CUSTOMERS CUSTPROF-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-MONTH-END AND WS-MASTERS-OPEN
               PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
               SORT CUSTPRSW-FILE
                   ON DESCENDING KEY SP-NET-INCOME
                   ON ASCENDING KEY SP-CUSTOMER-ID
                   INPUT PROCEDURE IS 3000-BUILD-CUSTOMER-LINES
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 5000-WRITE-RANKED-LINES
                       THRU 5000-EXIT
               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens; the rest only at
      * month end.  No customer or account master stops the step
      * with RC 8.  No ACCTOWN means every account is owned alone,
      * and no ACCRLEDG means no interest paid is found; each is
      * flagged with RC 4.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO CUSTPROF-CUSTOMERS.
           MOVE 0 TO CUSTPROF-RETURN-CODE.
           MOVE 'Y' TO WS-CUSTMAST-EOF-IND.
           MOVE 'N' TO WS-MONTH-END-IND.
           MOVE 'N' TO WS-MASTERS-OPEN-IND.
           MOVE 'N' TO WS-ACCTOWN-OPEN-IND.
           MOVE 'N' TO WS-ACCRLEDG-OPEN-IND.
           MOVE 0 TO WS-FEE-COUNT.
           MOVE 0 TO WS-TYPE-COUNT.
           MOVE 0 TO WS-CTYPE-COUNT.
           MOVE 0 TO WS-CUSTOMER-COUNT.
           MOVE 0 TO WS-ACCOUNTS-DROPPED.
           MOVE 0 TO WS-SKIPPED-COUNT.
           INITIALIZE WS-DECILE-TABLE.
           INITIALIZE WS-GRAND-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START (7:2).
           OPEN OUTPUT CUSTPRPT-FILE.
           MOVE SPACES TO CUSTPRPT-LINE.
           STRING 'CUSTOMER PROFITABILITY - MONTH ' WS-MONTH-START
               ' TO ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           PERFORM 7000-SET-MONTH-LIMIT THRU 7000-EXIT.
           IF WS-RUN-DAY = WS-MONTH-LIMIT
               MOVE 'Y' TO WS-MONTH-END-IND
           END-IF.
           IF NOT WS-MONTH-END
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = '00'
               MOVE 8 TO CUSTPROF-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               CLOSE CUSTMAST-FILE
               MOVE 8 TO CUSTPROF-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTERS-OPEN-IND.
           MOVE 'N' TO WS-CUSTMAST-EOF-IND.
           OPEN INPUT ACCTOWN-FILE.
           IF WS-ACCTOWN-OK
               MOVE 'Y' TO WS-ACCTOWN-OPEN-IND
           ELSE
               MOVE 4 TO CUSTPROF-RETURN-CODE
           END-IF.
           OPEN INPUT ACCRLEDG-FILE.
           IF WS-ACCRLEDG-OK
               MOVE 'Y' TO WS-ACCRLEDG-OPEN-IND
           ELSE
               MOVE 4 TO CUSTPROF-RETURN-CODE
           END-IF.
           PERFORM 1500-LOAD-PARAMETERS THRU 1500-EXIT.
           MOVE CP-FUNDING-RATE-BP TO WS-RATE-DISPLAY.
           MOVE SPACES TO CUSTPRPT-LINE.
           STRING 'FUNDING CREDIT RATE ' WS-RATE-DISPLAY
               ' BASIS POINTS A YEAR'
               DELIMITED BY SIZE INTO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-PARAMETERS - FUNDRATE off the run-parameter file.
      * No file, or a value of zero or over 100 percent, leaves the
      * compiled default in force.
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
           IF PRM-KEYWORD = 'FUNDRATE    '
               AND PRM-VALUE NUMERIC
               AND PRM-VALUE > 0
               AND PRM-VALUE NOT > 10000
               MOVE PRM-VALUE TO CP-FUNDING-RATE-BP
           END-IF.
           GO TO 1510-EXIT.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCAN-JOURNAL - the month's fee income, debit interest
      * and closing interest by account.  No journal leaves every
      * account with none, flagged with RC 4.
      ******************************************************************
       2000-SCAN-JOURNAL.
           OPEN INPUT POSTJRNL-FILE.
           IF NOT WS-POSTJRNL-OK
               MOVE 4 TO CUSTPROF-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           PERFORM 2100-CHECK-ONE-JOURNAL-ROW THRU 2100-EXIT
               UNTIL WS-SCAN-DONE.
           CLOSE POSTJRNL-FILE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-ONE-JOURNAL-ROW - fees and debit interest post as
      * debits, so the income is the movement reversed; a waiver
      * posts as the refunding credit and comes off the fees.  The
      * stop-payment fee (SPF), the early-withdrawal penalty (EWP),
      * the excess-debit fee (XWF) and the protection transfer fee
      * (OPF) are told from the other rows their programs journal
      * by their transaction ID prefix, as is the closing interest
      * (CLS) ACCTCLSE pays once the account's ledger record is
      * gone.  The excess-debit fee is charged by whichever of
      * POSTBAT, STORDRUN and ODSWEEP posted the debit past the
      * limit.
      ******************************************************************
       2100-CHECK-ONE-JOURNAL-ROW.
           READ POSTJRNL-FILE.
           IF NOT WS-POSTJRNL-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2100-EXIT
           END-IF.
           MOVE POSTJRNL-LINE TO POST-JRNL-RECORD.
           IF PJ-POST-DATE < WS-MONTH-START
               OR PJ-POST-DATE > WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PJ-SOURCE = 'ODFEE   '
               WHEN PJ-SOURCE = 'SVCCHG  '
               WHEN PJ-SOURCE = 'ODWAIVE '
               WHEN PJ-SOURCE = 'INTDEBIT'
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
               WHEN PJ-SOURCE = 'ACCTCLSE'
                   AND PJ-TXN-ID (1:3) = 'CLS'
                   CONTINUE
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE.
           MOVE PJ-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT.
           PERFORM 6000-FIND-FEE-ENTRY THRU 6000-EXIT.
           IF WS-FEE-HIT = 0
               PERFORM 6200-ADD-FEE-ENTRY THRU 6200-EXIT
           END-IF.
           IF WS-FEE-HIT = 0
               GO TO 2100-EXIT
           END-IF.
           MOVE PJ-TXN-AMOUNT TO WS-JRNL-AMOUNT.
           IF PJ-CURRENCY-CODE NOT = SPACES
               MOVE PJ-REPORTING-AMOUNT TO WS-JRNL-AMOUNT
           END-IF.
           EVALUATE PJ-SOURCE
               WHEN 'ODWAIVE '
                   SUBTRACT WS-JRNL-AMOUNT FROM
                       FA-FEE-INCOME (WS-FEE-HIT)
               WHEN 'INTDEBIT'
                   SUBTRACT WS-JRNL-AMOUNT FROM
                       FA-DEBIT-INTEREST (WS-FEE-HIT)
               WHEN 'ACCTCLSE'
                   ADD WS-JRNL-AMOUNT TO FA-CLOSE-INTEREST (WS-FEE-HIT)
               WHEN OTHER
                   SUBTRACT WS-JRNL-AMOUNT FROM
                       FA-FEE-INCOME (WS-FEE-HIT)
           END-EVALUATE.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-BUILD-CUSTOMER-LINES - the sort's input: one line per
      * customer with an account to profile.
      ******************************************************************
       3000-BUILD-CUSTOMER-LINES.
           PERFORM 3100-PROFILE-ONE-CUSTOMER THRU 3100-EXIT
               UNTIL WS-CUSTMAST-DONE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PROFILE-ONE-CUSTOMER - collect the next customer's
      * accounts, add up their share of each account's month, and
      * release the line to the sort.
      ******************************************************************
       3100-PROFILE-ONE-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUSTMAST-EOF-IND
                   GO TO 3100-EXIT
           END-READ.
           IF CM-MERGED
               GO TO 3100-EXIT
           END-IF.
           MOVE 0 TO WS-OWNED-COUNT.
           INITIALIZE WS-CUSTOMER-LINE.
           PERFORM 3200-COLLECT-ACCOUNTS THRU 3200-EXIT.
           IF WS-OWNED-COUNT = 0
               GO TO 3100-EXIT
           END-IF.
           PERFORM 4000-PROFILE-ONE-ACCOUNT THRU 4000-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OWNED-COUNT.
           IF CL-ACCOUNT-COUNT = 0
               GO TO 3100-EXIT
           END-IF.
           COMPUTE CL-NET-INCOME = CL-FEE-INCOME + CL-DEBIT-INTEREST
               + CL-FUNDING-CREDIT - CL-INTEREST-PAID.
           PERFORM 4600-ADD-CUSTOMER-TYPE THRU 4600-EXIT.
           MOVE CL-NET-INCOME TO SP-NET-INCOME.
           MOVE CM-CUSTOMER-ID TO SP-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME TO SP-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-TYPE TO SP-CUSTOMER-TYPE.
           MOVE CL-ACCOUNT-COUNT TO SP-ACCOUNT-COUNT.
           MOVE CL-BALANCE TO SP-BALANCE.
           MOVE CL-FEE-INCOME TO SP-FEE-INCOME.
           MOVE CL-DEBIT-INTEREST TO SP-DEBIT-INTEREST.
           MOVE CL-INTEREST-PAID TO SP-INTEREST-PAID.
           MOVE CL-FUNDING-CREDIT TO SP-FUNDING-CREDIT.
           RELEASE CUSTPRSW-RECORD.
           ADD 1 TO WS-CUSTOMER-COUNT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COLLECT-ACCOUNTS - the customer's primary accounts off
      * the ACCTMAST alternate key, then the accounts they hold as a
      * secondary owner off the ACCTOWN alternate key.  Past the
      * table's capacity the rest are counted as not profiled and
      * flagged with RC 4.
      ******************************************************************
       3200-COLLECT-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE CM-CUSTOMER-ID TO AM-CUSTOMER-ID.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3210-COLLECT-ONE-PRIMARY THRU 3210-EXIT
               UNTIL WS-SCAN-DONE.
           IF NOT WS-ACCTOWN-OPEN
               GO TO 3200-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE CM-CUSTOMER-ID TO AO-CUSTOMER-ID.
           START ACCTOWN-FILE KEY IS NOT LESS THAN AO-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3220-COLLECT-ONE-SECONDARY THRU 3220-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3210-COLLECT-ONE-PRIMARY.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3210-EXIT
           END-READ.
           IF AM-CUSTOMER-ID NOT = CM-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3210-EXIT
           END-IF.
           IF WS-OWNED-COUNT NOT < 200
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 4 TO CUSTPROF-RETURN-CODE
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-OWNED-COUNT.
           MOVE AM-ACCOUNT-NUMBER TO OW-ACCOUNT-NUMBER (WS-OWNED-COUNT).
           SET OW-ROLE-PRIMARY (WS-OWNED-COUNT) TO TRUE.
           GO TO 3210-EXIT.
       3210-EXIT.
           EXIT.

       3220-COLLECT-ONE-SECONDARY.
           READ ACCTOWN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3220-EXIT
           END-READ.
           IF AO-CUSTOMER-ID NOT = CM-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3220-EXIT
           END-IF.
           IF WS-OWNED-COUNT NOT < 200
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 4 TO CUSTPROF-RETURN-CODE
               GO TO 3220-EXIT
           END-IF.
           ADD 1 TO WS-OWNED-COUNT.
           MOVE AO-ACCOUNT-NUMBER TO OW-ACCOUNT-NUMBER (WS-OWNED-COUNT).
           SET OW-ROLE-SECONDARY (WS-OWNED-COUNT) TO TRUE.
           GO TO 3220-EXIT.
       3220-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROFILE-ONE-ACCOUNT - the account's month, whole, then
      * the customer's share of it into their line and the account
      * type's summary.  An account closed before the month with
      * nothing on the journal for it has nothing to profile.
      ******************************************************************
       4000-PROFILE-ONE-ACCOUNT.
           MOVE OW-ACCOUNT-NUMBER (WS-SUB) TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ.
           MOVE AM-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT.
           PERFORM 6000-FIND-FEE-ENTRY THRU 6000-EXIT.
           IF AM-STATUS-CLOSED AND WS-FEE-HIT = 0
               GO TO 4000-EXIT
           END-IF.
           INITIALIZE WS-ACCOUNT-FIGURES.
           IF NOT AM-STATUS-CLOSED
               MOVE AM-ACCOUNT-BALANCE TO AF-BALANCE
               IF NOT AM-REPORTING-CURRENCY
                   MOVE AM-REPORTING-BALANCE TO AF-BALANCE
               END-IF
           END-IF.
           IF WS-FEE-HIT > 0
               MOVE FA-FEE-INCOME (WS-FEE-HIT) TO AF-FEE-INCOME
               MOVE FA-DEBIT-INTEREST (WS-FEE-HIT) TO AF-DEBIT-INTEREST
               MOVE FA-CLOSE-INTEREST (WS-FEE-HIT) TO AF-INTEREST-PAID
           END-IF.
           PERFORM 4100-READ-INTEREST-PAID THRU 4100-EXIT.
           COMPUTE AF-FUNDING-CREDIT ROUNDED =
               AF-BALANCE * CP-FUNDING-RATE-BP / 120000.
           PERFORM 4200-COUNT-OWNERS THRU 4200-EXIT.
           MOVE AF-BALANCE TO WS-SPLIT-AMOUNT.
           PERFORM 4300-TAKE-SHARE THRU 4300-EXIT.
           MOVE WS-SHARE TO AS-BALANCE.
           MOVE AF-FEE-INCOME TO WS-SPLIT-AMOUNT.
           PERFORM 4300-TAKE-SHARE THRU 4300-EXIT.
           MOVE WS-SHARE TO AS-FEE-INCOME.
           MOVE AF-DEBIT-INTEREST TO WS-SPLIT-AMOUNT.
           PERFORM 4300-TAKE-SHARE THRU 4300-EXIT.
           MOVE WS-SHARE TO AS-DEBIT-INTEREST.
           MOVE AF-INTEREST-PAID TO WS-SPLIT-AMOUNT.
           PERFORM 4300-TAKE-SHARE THRU 4300-EXIT.
           MOVE WS-SHARE TO AS-INTEREST-PAID.
           MOVE AF-FUNDING-CREDIT TO WS-SPLIT-AMOUNT.
           PERFORM 4300-TAKE-SHARE THRU 4300-EXIT.
           MOVE WS-SHARE TO AS-FUNDING-CREDIT.
           ADD 1 TO CL-ACCOUNT-COUNT.
           ADD AS-BALANCE TO CL-BALANCE.
           ADD AS-FEE-INCOME TO CL-FEE-INCOME.
           ADD AS-DEBIT-INTEREST TO CL-DEBIT-INTEREST.
           ADD AS-INTEREST-PAID TO CL-INTEREST-PAID.
           ADD AS-FUNDING-CREDIT TO CL-FUNDING-CREDIT.
           PERFORM 4500-ADD-ACCOUNT-TYPE THRU 4500-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-READ-INTEREST-PAID - the interest INTACCR capitalized on
      * the account this month, at its reporting-currency value.
      ******************************************************************
       4100-READ-INTEREST-PAID.
           IF NOT WS-ACCRLEDG-OPEN
               GO TO 4100-EXIT
           END-IF.
           MOVE AM-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
           READ ACCRLEDG-FILE
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ.
           IF AL-LAST-CAP-DATE < WS-MONTH-START
               OR AL-LAST-CAP-DATE > WS-RUN-DATE
               OR AL-LAST-CAP-AMOUNT = 0
               GO TO 4100-EXIT
           END-IF.
           MOVE AM-CURRENCY-CODE TO FXC-CURRENCY-CODE.
           MOVE AL-LAST-CAP-AMOUNT TO FXC-AMOUNT.
           CALL "FXCONV" USING FXCONV-PARM.
           ADD FXC-REPORTING-AMOUNT TO AF-INTEREST-PAID.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-COUNT-OWNERS - the primary owner plus every secondary
      * owner row ACCTOWN holds for the account.
      ******************************************************************
       4200-COUNT-OWNERS.
           MOVE 1 TO WS-OWNER-COUNT.
           IF NOT WS-ACCTOWN-OPEN
               GO TO 4200-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER.
           MOVE 0 TO AO-CUSTOMER-ID.
           START ACCTOWN-FILE KEY IS NOT LESS THAN AO-OWN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 4210-COUNT-ONE-OWNER THRU 4210-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

       4210-COUNT-ONE-OWNER.
           READ ACCTOWN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 4210-EXIT
           END-READ.
           IF AO-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 4210-EXIT
           END-IF.
           ADD 1 TO WS-OWNER-COUNT.
           GO TO 4210-EXIT.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4300-TAKE-SHARE - the customer's equal share of
      * WS-SPLIT-AMOUNT into WS-SHARE, the primary owner taking the
      * odd cents.
      ******************************************************************
       4300-TAKE-SHARE.
           IF WS-OWNER-COUNT = 1
               MOVE WS-SPLIT-AMOUNT TO WS-SHARE
               GO TO 4300-EXIT
           END-IF.
           DIVIDE WS-SPLIT-AMOUNT BY WS-OWNER-COUNT GIVING WS-SHARE.
           IF OW-ROLE-PRIMARY (WS-SUB)
               COMPUTE WS-SHARE = WS-SPLIT-AMOUNT
                   - (WS-SHARE * (WS-OWNER-COUNT - 1))
           END-IF.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4500-ADD-ACCOUNT-TYPE - the share into the account type's
      * summary row, added the first time the type turns up.  A
      * full table leaves the account out of the by-type lines
      * (RC 4); the customer's line still carries it.
      ******************************************************************
       4500-ADD-ACCOUNT-TYPE.
           MOVE 'N' TO WS-FOUND-IND.
           PERFORM 4510-MATCH-ONE-TYPE THRU 4510-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                   OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-TYPE-SUB
           ELSE
               IF WS-TYPE-COUNT NOT < 100
                   MOVE 4 TO CUSTPROF-RETURN-CODE
                   GO TO 4500-EXIT
               END-IF
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TYPE-SUB
               INITIALIZE WS-TYPE-ENTRY (WS-TYPE-SUB)
               MOVE AM-ACCOUNT-TYPE TO TT-ACCOUNT-TYPE (WS-TYPE-SUB)
           END-IF.
           IF OW-ROLE-PRIMARY (WS-SUB)
               ADD 1 TO TT-ACCOUNT-COUNT (WS-TYPE-SUB)
           END-IF.
           ADD AS-BALANCE TO TT-BALANCE (WS-TYPE-SUB).
           ADD AS-FEE-INCOME TO TT-FEE-INCOME (WS-TYPE-SUB).
           ADD AS-DEBIT-INTEREST TO TT-DEBIT-INTEREST (WS-TYPE-SUB).
           ADD AS-INTEREST-PAID TO TT-INTEREST-PAID (WS-TYPE-SUB).
           ADD AS-FUNDING-CREDIT TO TT-FUNDING-CREDIT (WS-TYPE-SUB).
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.

       4510-MATCH-ONE-TYPE.
           IF TT-ACCOUNT-TYPE (WS-TYPE-SUB) = AM-ACCOUNT-TYPE
               SET WS-FOUND TO TRUE
           END-IF.
       4510-EXIT.
           EXIT.

      ******************************************************************
      * 4600-ADD-CUSTOMER-TYPE - the customer's line into their
      * customer type's summary row, as for the account types.
      ******************************************************************
       4600-ADD-CUSTOMER-TYPE.
           MOVE 'N' TO WS-FOUND-IND.
           PERFORM 4610-MATCH-ONE-CTYPE THRU 4610-EXIT
               VARYING WS-CTYPE-SUB FROM 1 BY 1
               UNTIL WS-CTYPE-SUB > WS-CTYPE-COUNT
                   OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CTYPE-SUB
           ELSE
               IF WS-CTYPE-COUNT NOT < 50
                   MOVE 4 TO CUSTPROF-RETURN-CODE
                   GO TO 4600-EXIT
               END-IF
               ADD 1 TO WS-CTYPE-COUNT
               MOVE WS-CTYPE-COUNT TO WS-CTYPE-SUB
               INITIALIZE WS-CTYPE-ENTRY (WS-CTYPE-SUB)
               MOVE CM-CUSTOMER-TYPE TO CT-CUSTOMER-TYPE (WS-CTYPE-SUB)
           END-IF.
           ADD 1 TO CT-CUSTOMER-COUNT (WS-CTYPE-SUB).
           ADD CL-BALANCE TO CT-BALANCE (WS-CTYPE-SUB).
           ADD CL-FEE-INCOME TO CT-FEE-INCOME (WS-CTYPE-SUB).
           ADD CL-DEBIT-INTEREST TO CT-DEBIT-INTEREST (WS-CTYPE-SUB).
           ADD CL-INTEREST-PAID TO CT-INTEREST-PAID (WS-CTYPE-SUB).
           ADD CL-FUNDING-CREDIT TO CT-FUNDING-CREDIT (WS-CTYPE-SUB).
           GO TO 4600-EXIT.
       4600-EXIT.
           EXIT.

       4610-MATCH-ONE-CTYPE.
           IF CT-CUSTOMER-TYPE (WS-CTYPE-SUB) = CM-CUSTOMER-TYPE
               SET WS-FOUND TO TRUE
           END-IF.
       4610-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-RANKED-LINES - the sort's output: the lines in
      * descending order of net contribution, each given its rank
      * and decile.  Decile 1 is the top tenth of the customers.
      ******************************************************************
       5000-WRITE-RANKED-LINES.
           MOVE 0 TO WS-RANK.
           MOVE 'N' TO WS-SORT-DONE-IND.
           MOVE SPACES TO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           MOVE SPACES TO CUSTPRPT-LINE.
           STRING '   RANK DC CUSTOMER   NAME                 TY ACC'
               '        BALANCE        FEES   DEBIT INT    INT PAID'
               '     FUNDING          NET'
               DELIMITED BY SIZE INTO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           PERFORM 5100-WRITE-ONE-RANKED-LINE THRU 5100-EXIT
               UNTIL WS-SORT-DONE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-RANKED-LINE.
           RETURN CUSTPRSW-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-DONE-IND
                   GO TO 5100-EXIT
           END-RETURN.
           ADD 1 TO WS-RANK.
           COMPUTE WS-DECILE-WORK = (WS-RANK - 1) * 10.
           DIVIDE WS-DECILE-WORK BY WS-CUSTOMER-COUNT
               GIVING WS-DECILE.
           ADD 1 TO WS-DECILE.
           MOVE WS-DECILE TO WS-DECILE-SUB.
           ADD 1 TO DT-CUSTOMER-COUNT (WS-DECILE-SUB).
           ADD SP-BALANCE TO DT-BALANCE (WS-DECILE-SUB).
           ADD SP-FEE-INCOME TO DT-FEE-INCOME (WS-DECILE-SUB).
           ADD SP-DEBIT-INTEREST TO DT-DEBIT-INTEREST (WS-DECILE-SUB).
           ADD SP-INTEREST-PAID TO DT-INTEREST-PAID (WS-DECILE-SUB).
           ADD SP-FUNDING-CREDIT TO DT-FUNDING-CREDIT (WS-DECILE-SUB).
           ADD 1 TO GT-CUSTOMER-COUNT.
           ADD SP-BALANCE TO GT-BALANCE.
           ADD SP-FEE-INCOME TO GT-FEE-INCOME.
           ADD SP-DEBIT-INTEREST TO GT-DEBIT-INTEREST.
           ADD SP-INTEREST-PAID TO GT-INTEREST-PAID.
           ADD SP-FUNDING-CREDIT TO GT-FUNDING-CREDIT.
           MOVE WS-RANK TO WS-RANK-DISPLAY.
           MOVE WS-DECILE TO WS-DECILE-DISPLAY.
           MOVE SP-ACCOUNT-COUNT TO WS-ACCOUNTS-DISPLAY.
           MOVE SP-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SP-FEE-INCOME TO WS-FEES-DISPLAY.
           MOVE SP-DEBIT-INTEREST TO WS-DEBIT-INT-DISPLAY.
           MOVE SP-INTEREST-PAID TO WS-INT-PAID-DISPLAY.
           MOVE SP-FUNDING-CREDIT TO WS-FUNDING-DISPLAY.
           MOVE SP-NET-INCOME TO WS-NET-DISPLAY.
           MOVE SPACES TO CUSTPRPT-LINE.
           STRING WS-RANK-DISPLAY ' ' WS-DECILE-DISPLAY ' '
               SP-CUSTOMER-ID ' ' SP-CUSTOMER-NAME (1:20) ' '
               SP-CUSTOMER-TYPE ' ' WS-ACCOUNTS-DISPLAY ' '
               WS-BALANCE-DISPLAY ' ' WS-FEES-DISPLAY ' '
               WS-DEBIT-INT-DISPLAY ' ' WS-INT-PAID-DISPLAY ' '
               WS-FUNDING-DISPLAY ' ' WS-NET-DISPLAY
               DELIMITED BY SIZE INTO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           ADD 1 TO CUSTPROF-CUSTOMERS.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FIND-FEE-ENTRY - WS-FEE-HIT to the journal table entry
      * for WS-FIND-ACCOUNT, or zero when it has none.
      ******************************************************************
       6000-FIND-FEE-ENTRY.
           MOVE 0 TO WS-FEE-HIT.
           PERFORM 6100-CHECK-ONE-FEE-ENTRY THRU 6100-EXIT
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-COUNT
                   OR WS-FEE-HIT > 0.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-FEE-ENTRY.
           IF FA-ACCOUNT-NUMBER (WS-FEE-SUB) = WS-FIND-ACCOUNT
               MOVE WS-FEE-SUB TO WS-FEE-HIT
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-ADD-FEE-ENTRY - a new journal table entry for
      * WS-FIND-ACCOUNT.  Past the table's capacity the account's
      * rows are left out and counted (RC 4).
      ******************************************************************
       6200-ADD-FEE-ENTRY.
           IF WS-FEE-COUNT NOT < 5000
               ADD 1 TO WS-ACCOUNTS-DROPPED
               MOVE 4 TO CUSTPROF-RETURN-CODE
               GO TO 6200-EXIT
           END-IF.
           ADD 1 TO WS-FEE-COUNT.
           MOVE WS-FEE-COUNT TO WS-FEE-HIT.
           MOVE WS-FIND-ACCOUNT TO FA-ACCOUNT-NUMBER (WS-FEE-HIT).
           MOVE 0 TO FA-FEE-INCOME (WS-FEE-HIT).
           MOVE 0 TO FA-DEBIT-INTEREST (WS-FEE-HIT).
           MOVE 0 TO FA-CLOSE-INTEREST (WS-FEE-HIT).
           GO TO 6200-EXIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-SET-MONTH-LIMIT - the day count of the run date's
      * month, with February corrected for leap years.
      ******************************************************************
       7000-SET-MONTH-LIMIT.
           MOVE CP-MONTH-DAYS-ENTRY (WS-RUN-MONTH) TO WS-MONTH-LIMIT.
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
      * 8000-WRITE-SUMMARY - the summaries by decile, by account
      * type and by customer type, the grand totals, and anything
      * the report could not place.
      ******************************************************************
       8000-WRITE-SUMMARY.
           MOVE SPACES TO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           MOVE 'SUMMARY BY DECILE' TO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           PERFORM 8900-WRITE-SUMMARY-HEADING THRU 8900-EXIT.
           PERFORM 8100-WRITE-ONE-DECILE THRU 8100-EXIT
               VARYING WS-DECILE-SUB FROM 1 BY 1
               UNTIL WS-DECILE-SUB > 10.
           MOVE SPACES TO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           MOVE 'SUMMARY BY ACCOUNT TYPE' TO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           PERFORM 8900-WRITE-SUMMARY-HEADING THRU 8900-EXIT.
           PERFORM 8200-WRITE-ONE-TYPE THRU 8200-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.
           MOVE SPACES TO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           MOVE 'SUMMARY BY CUSTOMER TYPE' TO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           PERFORM 8900-WRITE-SUMMARY-HEADING THRU 8900-EXIT.
           PERFORM 8300-WRITE-ONE-CTYPE THRU 8300-EXIT
               VARYING WS-CTYPE-SUB FROM 1 BY 1
               UNTIL WS-CTYPE-SUB > WS-CTYPE-COUNT.
           MOVE SPACES TO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
           MOVE 'TOTAL' TO SM-LABEL.
           MOVE GT-CUSTOMER-COUNT TO SM-COUNT.
           MOVE GT-BALANCE TO SM-BALANCE.
           MOVE GT-FEE-INCOME TO SM-FEE-INCOME.
           MOVE GT-DEBIT-INTEREST TO SM-DEBIT-INTEREST.
           MOVE GT-INTEREST-PAID TO SM-INTEREST-PAID.
           MOVE GT-FUNDING-CREDIT TO SM-FUNDING-CREDIT.
           PERFORM 8910-WRITE-SUMMARY-ROW THRU 8910-EXIT.
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO CUSTPRPT-LINE
               STRING '*** ' WS-COUNT-DISPLAY
                   ' ACCOUNTS NOT PROFILED - CUSTOMER HOLDS OVER 200'
                   DELIMITED BY SIZE INTO CUSTPRPT-LINE
               WRITE CUSTPRPT-LINE
           END-IF.
           IF WS-ACCOUNTS-DROPPED > 0
               MOVE WS-ACCOUNTS-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO CUSTPRPT-LINE
               STRING '*** JOURNAL TABLE FULL - ' WS-COUNT-DISPLAY
                   ' FEE AND INTEREST ROWS LEFT OUT'
                   DELIMITED BY SIZE INTO CUSTPRPT-LINE
               WRITE CUSTPRPT-LINE
           END-IF.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-DECILE.
           MOVE SPACES TO SM-LABEL.
           MOVE WS-DECILE-SUB TO WS-DECILE-DISPLAY.
           MOVE WS-DECILE-DISPLAY TO SM-LABEL.
           MOVE DT-CUSTOMER-COUNT (WS-DECILE-SUB) TO SM-COUNT.
           MOVE DT-BALANCE (WS-DECILE-SUB) TO SM-BALANCE.
           MOVE DT-FEE-INCOME (WS-DECILE-SUB) TO SM-FEE-INCOME.
           MOVE DT-DEBIT-INTEREST (WS-DECILE-SUB) TO SM-DEBIT-INTEREST.
           MOVE DT-INTEREST-PAID (WS-DECILE-SUB) TO SM-INTEREST-PAID.
           MOVE DT-FUNDING-CREDIT (WS-DECILE-SUB) TO SM-FUNDING-CREDIT.
           PERFORM 8910-WRITE-SUMMARY-ROW THRU 8910-EXIT.
       8100-EXIT.
           EXIT.

       8200-WRITE-ONE-TYPE.
           MOVE TT-ACCOUNT-TYPE (WS-TYPE-SUB) TO SM-LABEL.
           MOVE TT-ACCOUNT-COUNT (WS-TYPE-SUB) TO SM-COUNT.
           MOVE TT-BALANCE (WS-TYPE-SUB) TO SM-BALANCE.
           MOVE TT-FEE-INCOME (WS-TYPE-SUB) TO SM-FEE-INCOME.
           MOVE TT-DEBIT-INTEREST (WS-TYPE-SUB) TO SM-DEBIT-INTEREST.
           MOVE TT-INTEREST-PAID (WS-TYPE-SUB) TO SM-INTEREST-PAID.
           MOVE TT-FUNDING-CREDIT (WS-TYPE-SUB) TO SM-FUNDING-CREDIT.
           PERFORM 8910-WRITE-SUMMARY-ROW THRU 8910-EXIT.
       8200-EXIT.
           EXIT.

       8300-WRITE-ONE-CTYPE.
           MOVE CT-CUSTOMER-TYPE (WS-CTYPE-SUB) TO SM-LABEL.
           MOVE CT-CUSTOMER-COUNT (WS-CTYPE-SUB) TO SM-COUNT.
           MOVE CT-BALANCE (WS-CTYPE-SUB) TO SM-BALANCE.
           MOVE CT-FEE-INCOME (WS-CTYPE-SUB) TO SM-FEE-INCOME.
           MOVE CT-DEBIT-INTEREST (WS-CTYPE-SUB) TO SM-DEBIT-INTEREST.
           MOVE CT-INTEREST-PAID (WS-CTYPE-SUB) TO SM-INTEREST-PAID.
           MOVE CT-FUNDING-CREDIT (WS-CTYPE-SUB) TO SM-FUNDING-CREDIT.
           PERFORM 8910-WRITE-SUMMARY-ROW THRU 8910-EXIT.
       8300-EXIT.
           EXIT.

      ******************************************************************
      * 8900-WRITE-SUMMARY-HEADING / 8910-WRITE-SUMMARY-ROW - one
      * layout for every summary; the count is customers by decile
      * and customer type, accounts by account type.
      ******************************************************************
       8900-WRITE-SUMMARY-HEADING.
           MOVE SPACES TO CUSTPRPT-LINE.
           STRING '        COUNT          BALANCE           FEES'
               '      DEBIT INT       INT PAID        FUNDING'
               '             NET'
               DELIMITED BY SIZE INTO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
       8900-EXIT.
           EXIT.

       8910-WRITE-SUMMARY-ROW.
           MOVE SM-COUNT TO WS-COUNT-DISPLAY.
           MOVE SM-BALANCE TO WS-SUM-BALANCE-DISPLAY.
           MOVE SM-FEE-INCOME TO WS-SUM-FEES-DISPLAY.
           MOVE SM-DEBIT-INTEREST TO WS-SUM-DEBIT-INT-DISPLAY.
           MOVE SM-INTEREST-PAID TO WS-SUM-INT-PAID-DISPLAY.
           MOVE SM-FUNDING-CREDIT TO WS-SUM-FUNDING-DISPLAY.
           COMPUTE WS-SUM-NET-DISPLAY = SM-FEE-INCOME
               + SM-DEBIT-INTEREST + SM-FUNDING-CREDIT
               - SM-INTEREST-PAID.
           MOVE SPACES TO CUSTPRPT-LINE.
           STRING SM-LABEL ' ' WS-COUNT-DISPLAY ' '
               WS-SUM-BALANCE-DISPLAY ' ' WS-SUM-FEES-DISPLAY ' '
               WS-SUM-DEBIT-INT-DISPLAY ' ' WS-SUM-INT-PAID-DISPLAY
               ' ' WS-SUM-FUNDING-DISPLAY ' ' WS-SUM-NET-DISPLAY
               DELIMITED BY SIZE INTO CUSTPRPT-LINE.
           WRITE CUSTPRPT-LINE.
       8910-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close whatever was opened.
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-MONTH-END
               MOVE SPACES TO CUSTPRPT-LINE
               MOVE 'NOT MONTH END - NO PROFITABILITY REPORT BUILT'
                   TO CUSTPRPT-LINE
               WRITE CUSTPRPT-LINE
           END-IF.
           IF WS-MASTERS-OPEN
               CLOSE CUSTMAST-FILE
               CLOSE ACCTMAST-FILE
           END-IF.
           IF WS-ACCTOWN-OPEN
               CLOSE ACCTOWN-FILE
           END-IF.
           IF WS-ACCRLEDG-OPEN
               CLOSE ACCRLEDG-FILE
           END-IF.
           CLOSE CUSTPRPT-FILE.
       9000-EXIT.
           EXIT.
