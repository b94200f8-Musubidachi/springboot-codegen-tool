      ******************************************************************
      * PROGRAM-ID: DEPINS
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Quarter-end deposit insurance coverage calculation, run in
      *   the nightly post-sweep.  On the last day of March, June,
      *   September and December it works through every customer
      *   and classifies each deposit account they own into an
      *   ownership category: an account with secondary owners on
      *   ACCTOWN is joint, one owned alone is single, or business
      *   where the owner's tax ID is an EIN.  A joint balance is
      *   split equally between its owners, the primary owner
      *   taking the odd cents, so each owner's share lands in their
      *   own joint category.  The coverage limit applies per
      *   depositor per category; what is over it is uninsured.
      *   Loan-class accounts and balances not above zero hold no
      *   deposit and are left out.  DEPINSX gets one record per
      *   depositor per category; the DEPINSRP summary shows the
      *   deposits, insured and uninsured amounts by account type,
      *   the uninsured part of a category spread over its accounts
      *   in proportion to the depositor's share of each.  On other
      *   nights the step writes only the report heading and leaves
      *   last quarter's extract alone.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  Coverage is computed on each account's
      *                    reporting-currency value, so a foreign-
      *                    currency deposit is insured in dollars.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.
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

           SELECT ACCTTYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATR-TYPE-CODE
               FILE STATUS IS WS-ACCTTYPE-STATUS.

           SELECT DEPINSX-FILE ASSIGN TO "DEPINSX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPINSX-STATUS.

           SELECT DEPINSRP-FILE ASSIGN TO "DEPINSRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPINSRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  ACCTOWN-FILE.
       COPY "ACCTOWN".

       FD  ACCTTYPE-FILE.
       COPY "ACCTTYPE-REF".

       FD  DEPINSX-FILE.
       COPY "DEPINS".

       FD  DEPINSRP-FILE.
       01  DEPINSRP-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * DI-COVERAGE-LIMIT - the standard maximum deposit insurance
      * amount, per depositor per ownership category.
      ******************************************************************
       01  DI-CONSTANTS.
           05  DI-COVERAGE-LIMIT            PIC 9(9)V99
                   VALUE 250000.00.

      ******************************************************************
      * DI-MONTH-DAYS gives the day count of each month in a common
      * year; February never ends a quarter, so it needs no leap-year
      * correction here.
      ******************************************************************
       01  DI-MONTH-DAYS-VALUES.
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
       01  DI-MONTH-DAYS REDEFINES DI-MONTH-DAYS-VALUES.
           05  DI-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

      ******************************************************************
      * The ownership categories, in the order they are written.
      ******************************************************************
       01  DI-CATEGORY-VALUES.
           05  FILLER                  PIC X(3) VALUE 'SGL'.
           05  FILLER                  PIC X(3) VALUE 'BUS'.
           05  FILLER                  PIC X(3) VALUE 'JNT'.
       01  DI-CATEGORY-TABLE REDEFINES DI-CATEGORY-VALUES.
           05  DI-CATEGORY-CODE        PIC X(3) OCCURS 3 TIMES.

       01  WS-FILE-STATUSES.
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-ACCTOWN-STATUS            PIC X(2).
               88  WS-ACCTOWN-OK            VALUE '00'.
           05  WS-ACCTTYPE-STATUS           PIC X(2).
               88  WS-ACCTTYPE-OK           VALUE '00'.
           05  WS-DEPINSX-STATUS            PIC X(2).
           05  WS-DEPINSRP-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-CUSTMAST-EOF-IND          PIC X(1).
               88  WS-CUSTMAST-DONE         VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-QUARTER-END-IND           PIC X(1).
               88  WS-QUARTER-END           VALUE 'Y'.
           05  WS-MASTERS-OPEN-IND          PIC X(1).
               88  WS-MASTERS-OPEN          VALUE 'Y'.
           05  WS-ACCTOWN-OPEN-IND          PIC X(1).
               88  WS-ACCTOWN-OPEN          VALUE 'Y'.
           05  WS-ACCTTYPE-OPEN-IND         PIC X(1).
               88  WS-ACCTTYPE-OPEN         VALUE 'Y'.
           05  WS-DEPOSIT-IND               PIC X(1).
               88  WS-DEPOSIT-ACCOUNT       VALUE 'Y'.
           05  WS-TYPE-FOUND-IND            PIC X(1).
               88  WS-TYPE-FOUND            VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-GRP REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR              PIC 9(4).
               10  WS-RUN-MONTH             PIC 9(2).
               10  WS-RUN-DAY               PIC 9(2).
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-CAT-SUB                   PIC 9(1) COMP.
           05  WS-TYPE-SUB                  PIC 9(3) COMP.
           05  WS-OWNER-COUNT               PIC 9(3) COMP.
           05  WS-SHARE                     PIC S9(11)V99 COMP-3.
           05  WS-ACCOUNT-VALUE             PIC S9(9)V99 COMP-3.
           05  WS-ROW-UNINSURED             PIC S9(11)V99 COMP-3.
           05  WS-SKIPPED-COUNT             PIC 9(7) COMP.

      ******************************************************************
      * One customer's deposit accounts, primary and secondary, with
      * the customer's share of each.  Collected before the shares
      * are worked out, so the alternate-key scans are not disturbed
      * by the keyed reads the shares need.
      ******************************************************************
       01  WS-OWNED-TABLE.
           05  WS-OWNED-COUNT               PIC 9(3) COMP VALUE 0.
           05  WS-OWNED-ENTRY
                   OCCURS 1 TO 200 DEPENDING ON WS-OWNED-COUNT.
               10  OW-ACCOUNT-NUMBER        PIC X(12).
               10  OW-ROLE                  PIC X(1).
                   88  OW-ROLE-PRIMARY      VALUE 'P'.
                   88  OW-ROLE-SECONDARY    VALUE 'S'.
               10  OW-ACCOUNT-TYPE          PIC X(3).
               10  OW-CAT-SUB               PIC 9(1) COMP.
               10  OW-SHARE                 PIC S9(11)V99 COMP-3.

      ******************************************************************
      * One customer's totals by category, and the uninsured amount
      * still to spread over the category's accounts.
      ******************************************************************
       01  WS-CATEGORY-TOTALS.
           05  WS-CAT-ENTRY OCCURS 3 TIMES.
               10  CT-ACCOUNT-COUNT         PIC 9(3) COMP.
               10  CT-DEPOSIT-TOTAL         PIC S9(11)V99 COMP-3.
               10  CT-INSURED               PIC S9(11)V99 COMP-3.
               10  CT-UNINSURED             PIC S9(11)V99 COMP-3.
               10  CT-LEFT-TO-SPREAD        PIC S9(11)V99 COMP-3.
               10  CT-ACCOUNTS-LEFT         PIC 9(3) COMP.

      ******************************************************************
      * The summary by account type, built as types turn up.
      ******************************************************************
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-TYPE-ENTRY
                   OCCURS 1 TO 100 DEPENDING ON WS-TYPE-COUNT.
               10  TT-ACCOUNT-TYPE          PIC X(3).
               10  TT-ACCOUNT-COUNT         PIC 9(7) COMP.
               10  TT-DEPOSIT-TOTAL         PIC S9(13)V99 COMP-3.
               10  TT-UNINSURED             PIC S9(13)V99 COMP-3.

       01  WS-RUN-TOTALS.
           05  WS-DEPOSITOR-COUNT           PIC 9(7) COMP.
           05  WS-OVER-LIMIT-COUNT          PIC 9(7) COMP.
           05  WS-DEPOSIT-TOTAL             PIC S9(13)V99 COMP-3.
           05  WS-INSURED-TOTAL             PIC S9(13)V99 COMP-3.
           05  WS-UNINSURED-TOTAL           PIC S9(13)V99 COMP-3.

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.
           05  WS-TOTAL-DISPLAY             PIC -(12)9.99.
           05  WS-INSURED-DISPLAY           PIC -(12)9.99.
           05  WS-UNINSURED-DISPLAY         PIC -(12)9.99.

       LINKAGE SECTION.
       01  DEPINS-DEPOSITORS                PIC 9(7) COMP.
       01  DEPINS-RETURN-CODE               PIC 9(2).

       PROCEDURE DIVISION USING DEPINS-DEPOSITORS DEPINS-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-QUARTER-END AND WS-MASTERS-OPEN
               PERFORM 2000-COVER-ONE-CUSTOMER THRU 2000-EXIT
                   UNTIL WS-CUSTMAST-DONE
               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens; the rest only at
      * quarter end.  No account or customer master stops the step
      * with RC 8.  No ACCTOWN means every account is owned alone,
      * and no type table means every account is taken as a deposit;
      * each is flagged with RC 4.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO DEPINS-DEPOSITORS.
           MOVE 0 TO DEPINS-RETURN-CODE.
           MOVE 'Y' TO WS-CUSTMAST-EOF-IND.
           MOVE 'N' TO WS-QUARTER-END-IND.
           MOVE 'N' TO WS-MASTERS-OPEN-IND.
           MOVE 'N' TO WS-ACCTOWN-OPEN-IND.
           MOVE 'N' TO WS-ACCTTYPE-OPEN-IND.
           MOVE 0 TO WS-TYPE-COUNT.
           MOVE 0 TO WS-SKIPPED-COUNT.
           INITIALIZE WS-RUN-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT DEPINSRP-FILE.
           MOVE SPACES TO DEPINSRP-LINE.
           STRING 'DEPOSIT INSURANCE COVERAGE SUMMARY - AS OF '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
           IF (WS-RUN-MONTH = 3 OR 6 OR 9 OR 12)
               AND WS-RUN-DAY = DI-MONTH-DAYS-ENTRY (WS-RUN-MONTH)
               MOVE 'Y' TO WS-QUARTER-END-IND
           END-IF.
           IF NOT WS-QUARTER-END
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = '00'
               MOVE 8 TO DEPINS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               CLOSE CUSTMAST-FILE
               MOVE 8 TO DEPINS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTERS-OPEN-IND.
           MOVE 'N' TO WS-CUSTMAST-EOF-IND.
           OPEN OUTPUT DEPINSX-FILE.
           OPEN INPUT ACCTOWN-FILE.
           IF WS-ACCTOWN-OK
               MOVE 'Y' TO WS-ACCTOWN-OPEN-IND
           ELSE
               MOVE 4 TO DEPINS-RETURN-CODE
           END-IF.
           OPEN INPUT ACCTTYPE-FILE.
           IF WS-ACCTTYPE-OK
               MOVE 'Y' TO WS-ACCTTYPE-OPEN-IND
           ELSE
               MOVE 4 TO DEPINS-RETURN-CODE
           END-IF.
           MOVE DI-COVERAGE-LIMIT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO DEPINSRP-LINE.
           STRING 'COVERAGE LIMIT PER DEPOSITOR PER CATEGORY '
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-COVER-ONE-CUSTOMER - collect the next customer's
      * accounts, work out their share and category of each, apply
      * the limit per category and write the extract.
      ******************************************************************
       2000-COVER-ONE-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUSTMAST-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           IF CM-MERGED
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-OWNED-COUNT.
           INITIALIZE WS-CATEGORY-TOTALS.
           PERFORM 2100-COLLECT-ACCOUNTS THRU 2100-EXIT.
           IF WS-OWNED-COUNT = 0
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-SHARE-ONE-ACCOUNT THRU 3000-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OWNED-COUNT.
           PERFORM 4000-COVER-ONE-CATEGORY THRU 4000-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 3.
           PERFORM 5000-SPREAD-ONE-ACCOUNT THRU 5000-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OWNED-COUNT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COLLECT-ACCOUNTS - the customer's primary accounts off
      * the ACCTMAST alternate key, then the accounts they hold as a
      * secondary owner off the ACCTOWN alternate key.  Past the
      * table's capacity the rest are counted as not covered and
      * flagged with RC 4.
      ******************************************************************
       2100-COLLECT-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE CM-CUSTOMER-ID TO AM-CUSTOMER-ID.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2110-COLLECT-ONE-PRIMARY THRU 2110-EXIT
               UNTIL WS-SCAN-DONE.
           IF NOT WS-ACCTOWN-OPEN
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE CM-CUSTOMER-ID TO AO-CUSTOMER-ID.
           START ACCTOWN-FILE KEY IS NOT LESS THAN AO-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2120-COLLECT-ONE-SECONDARY THRU 2120-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-COLLECT-ONE-PRIMARY.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2110-EXIT
           END-READ.
           IF AM-CUSTOMER-ID NOT = CM-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2110-EXIT
           END-IF.
           IF AM-ACCOUNT-BALANCE NOT > 0
               GO TO 2110-EXIT
           END-IF.
           IF WS-OWNED-COUNT NOT < 200
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 4 TO DEPINS-RETURN-CODE
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-OWNED-COUNT.
           MOVE AM-ACCOUNT-NUMBER TO OW-ACCOUNT-NUMBER (WS-OWNED-COUNT).
           SET OW-ROLE-PRIMARY (WS-OWNED-COUNT) TO TRUE.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

       2120-COLLECT-ONE-SECONDARY.
           READ ACCTOWN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2120-EXIT
           END-READ.
           IF AO-CUSTOMER-ID NOT = CM-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2120-EXIT
           END-IF.
           IF WS-OWNED-COUNT NOT < 200
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 4 TO DEPINS-RETURN-CODE
               GO TO 2120-EXIT
           END-IF.
           ADD 1 TO WS-OWNED-COUNT.
           MOVE AO-ACCOUNT-NUMBER TO OW-ACCOUNT-NUMBER (WS-OWNED-COUNT).
           SET OW-ROLE-SECONDARY (WS-OWNED-COUNT) TO TRUE.
           GO TO 2120-EXIT.
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SHARE-ONE-ACCOUNT - the customer's share of one account
      * and its category, at the account's reporting-currency value.
      * Anything that is not a deposit is given a zero share and
      * drops out of every total.
      ******************************************************************
       3000-SHARE-ONE-ACCOUNT.
           MOVE 0 TO OW-SHARE (WS-SUB).
           MOVE 0 TO OW-CAT-SUB (WS-SUB).
           MOVE OW-ACCOUNT-NUMBER (WS-SUB) TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ.
           MOVE AM-ACCOUNT-TYPE TO OW-ACCOUNT-TYPE (WS-SUB).
           MOVE AM-ACCOUNT-BALANCE TO WS-ACCOUNT-VALUE.
           IF NOT AM-REPORTING-CURRENCY
               MOVE AM-REPORTING-BALANCE TO WS-ACCOUNT-VALUE
           END-IF.
           IF WS-ACCOUNT-VALUE NOT > 0
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-DEPOSIT-TYPE THRU 3100-EXIT.
           IF NOT WS-DEPOSIT-ACCOUNT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-COUNT-OWNERS THRU 3200-EXIT.
           IF WS-OWNER-COUNT = 1
               MOVE WS-ACCOUNT-VALUE TO WS-SHARE
               IF CM-TAX-ID-EIN
                   MOVE 2 TO OW-CAT-SUB (WS-SUB)
               ELSE
                   MOVE 1 TO OW-CAT-SUB (WS-SUB)
               END-IF
           ELSE
               MOVE 3 TO OW-CAT-SUB (WS-SUB)
               DIVIDE WS-ACCOUNT-VALUE BY WS-OWNER-COUNT
                   GIVING WS-SHARE
               IF OW-ROLE-PRIMARY (WS-SUB)
                   COMPUTE WS-SHARE = WS-ACCOUNT-VALUE
                       - (WS-SHARE * (WS-OWNER-COUNT - 1))
               END-IF
           END-IF.
           MOVE WS-SHARE TO OW-SHARE (WS-SUB).
           MOVE OW-CAT-SUB (WS-SUB) TO WS-CAT-SUB.
           ADD 1 TO CT-ACCOUNT-COUNT (WS-CAT-SUB).
           ADD WS-SHARE TO CT-DEPOSIT-TOTAL (WS-CAT-SUB).
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-DEPOSIT-TYPE - a loan-class type holds no deposit.
      * A type missing from the table is taken as a deposit.
      ******************************************************************
       3100-CHECK-DEPOSIT-TYPE.
           MOVE 'Y' TO WS-DEPOSIT-IND.
           IF NOT WS-ACCTTYPE-OPEN
               GO TO 3100-EXIT
           END-IF.
           MOVE AM-ACCOUNT-TYPE TO ATR-TYPE-CODE.
           READ ACCTTYPE-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           IF ATR-CLASS-LOAN
               MOVE 'N' TO WS-DEPOSIT-IND
           END-IF.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COUNT-OWNERS - the primary owner plus every secondary
      * owner row ACCTOWN holds for the account.
      ******************************************************************
       3200-COUNT-OWNERS.
           MOVE 1 TO WS-OWNER-COUNT.
           IF NOT WS-ACCTOWN-OPEN
               GO TO 3200-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER.
           MOVE 0 TO AO-CUSTOMER-ID.
           START ACCTOWN-FILE KEY IS NOT LESS THAN AO-OWN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3210-COUNT-ONE-OWNER THRU 3210-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3210-COUNT-ONE-OWNER.
           READ ACCTOWN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3210-EXIT
           END-READ.
           IF AO-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-OWNER-COUNT.
           GO TO 3210-EXIT.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 4000-COVER-ONE-CATEGORY - insure the category's total up to
      * the limit and write the depositor's extract record for it.
      ******************************************************************
       4000-COVER-ONE-CATEGORY.
           IF CT-ACCOUNT-COUNT (WS-CAT-SUB) = 0
               GO TO 4000-EXIT
           END-IF.
           IF CT-DEPOSIT-TOTAL (WS-CAT-SUB) > DI-COVERAGE-LIMIT
               MOVE DI-COVERAGE-LIMIT TO CT-INSURED (WS-CAT-SUB)
               ADD 1 TO WS-OVER-LIMIT-COUNT
           ELSE
               MOVE CT-DEPOSIT-TOTAL (WS-CAT-SUB) TO
                   CT-INSURED (WS-CAT-SUB)
           END-IF.
           COMPUTE CT-UNINSURED (WS-CAT-SUB) =
               CT-DEPOSIT-TOTAL (WS-CAT-SUB) - CT-INSURED (WS-CAT-SUB).
           MOVE CT-UNINSURED (WS-CAT-SUB) TO
               CT-LEFT-TO-SPREAD (WS-CAT-SUB).
           MOVE CT-ACCOUNT-COUNT (WS-CAT-SUB) TO
               CT-ACCOUNTS-LEFT (WS-CAT-SUB).
           INITIALIZE DEPINS-RECORD.
           MOVE WS-RUN-DATE TO DI-AS-OF-DATE.
           MOVE CM-CUSTOMER-ID TO DI-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME TO DI-CUSTOMER-NAME.
           MOVE CM-TAX-ID TO DI-TAX-ID.
           MOVE DI-CATEGORY-CODE (WS-CAT-SUB) TO DI-CATEGORY.
           MOVE CT-ACCOUNT-COUNT (WS-CAT-SUB) TO DI-ACCOUNT-COUNT.
           MOVE CT-DEPOSIT-TOTAL (WS-CAT-SUB) TO DI-DEPOSIT-TOTAL.
           MOVE CT-INSURED (WS-CAT-SUB) TO DI-INSURED.
           MOVE CT-UNINSURED (WS-CAT-SUB) TO DI-UNINSURED.
           WRITE DEPINS-RECORD.
           ADD 1 TO DEPINS-DEPOSITORS.
           ADD CT-DEPOSIT-TOTAL (WS-CAT-SUB) TO WS-DEPOSIT-TOTAL.
           ADD CT-INSURED (WS-CAT-SUB) TO WS-INSURED-TOTAL.
           ADD CT-UNINSURED (WS-CAT-SUB) TO WS-UNINSURED-TOTAL.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SPREAD-ONE-ACCOUNT - the account's part of its category's
      * uninsured amount, in proportion to the share, into the
      * account-type summary.  The category's last account takes
      * what is left, so the type totals add back to the extract.
      ******************************************************************
       5000-SPREAD-ONE-ACCOUNT.
           IF OW-CAT-SUB (WS-SUB) = 0
               GO TO 5000-EXIT
           END-IF.
           MOVE OW-CAT-SUB (WS-SUB) TO WS-CAT-SUB.
           SUBTRACT 1 FROM CT-ACCOUNTS-LEFT (WS-CAT-SUB).
           IF CT-ACCOUNTS-LEFT (WS-CAT-SUB) = 0
               MOVE CT-LEFT-TO-SPREAD (WS-CAT-SUB) TO WS-ROW-UNINSURED
           ELSE
               COMPUTE WS-ROW-UNINSURED ROUNDED =
                   OW-SHARE (WS-SUB) * CT-UNINSURED (WS-CAT-SUB)
                   / CT-DEPOSIT-TOTAL (WS-CAT-SUB)
           END-IF.
           SUBTRACT WS-ROW-UNINSURED FROM
               CT-LEFT-TO-SPREAD (WS-CAT-SUB).
           PERFORM 5100-FIND-TYPE THRU 5100-EXIT.
           IF WS-TYPE-SUB = 0
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO TT-ACCOUNT-COUNT (WS-TYPE-SUB).
           ADD OW-SHARE (WS-SUB) TO TT-DEPOSIT-TOTAL (WS-TYPE-SUB).
           ADD WS-ROW-UNINSURED TO TT-UNINSURED (WS-TYPE-SUB).
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-FIND-TYPE - the account type's summary row, added the
      * first time the type turns up.  A full table leaves the
      * account out of the by-type lines (RC 4); the grand totals
      * still carry it.
      ******************************************************************
       5100-FIND-TYPE.
           MOVE 'N' TO WS-TYPE-FOUND-IND.
           PERFORM 5110-MATCH-ONE-TYPE THRU 5110-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                   OR WS-TYPE-FOUND.
           IF WS-TYPE-FOUND
               SUBTRACT 1 FROM WS-TYPE-SUB
               GO TO 5100-EXIT
           END-IF.
           IF WS-TYPE-COUNT NOT < 100
               MOVE 0 TO WS-TYPE-SUB
               MOVE 4 TO DEPINS-RETURN-CODE
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-TYPE-COUNT.
           MOVE WS-TYPE-COUNT TO WS-TYPE-SUB.
           MOVE OW-ACCOUNT-TYPE (WS-SUB) TO
               TT-ACCOUNT-TYPE (WS-TYPE-SUB).
           MOVE 0 TO TT-ACCOUNT-COUNT (WS-TYPE-SUB).
           MOVE 0 TO TT-DEPOSIT-TOTAL (WS-TYPE-SUB).
           MOVE 0 TO TT-UNINSURED (WS-TYPE-SUB).
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

       5110-MATCH-ONE-TYPE.
           IF TT-ACCOUNT-TYPE (WS-TYPE-SUB) = OW-ACCOUNT-TYPE (WS-SUB)
               SET WS-TYPE-FOUND TO TRUE
           END-IF.
       5110-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-SUMMARY - the uninsured deposits by account type,
      * then the grand totals.
      ******************************************************************
       8000-WRITE-SUMMARY.
           MOVE SPACES TO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
           MOVE SPACES TO DEPINSRP-LINE.
           STRING 'TYPE ACCOUNTS          DEPOSITS'
               '           INSURED         UNINSURED'
               DELIMITED BY SIZE INTO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
           PERFORM 8100-WRITE-ONE-TYPE THRU 8100-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.
           MOVE SPACES TO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
           MOVE DEPINS-DEPOSITORS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPINSRP-LINE.
           STRING 'DEPOSITOR CATEGORIES       ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
           MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPINSRP-LINE.
           STRING 'OVER THE COVERAGE LIMIT    ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPINSRP-LINE.
           STRING 'ACCOUNTS NOT COVERED       ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
           MOVE WS-DEPOSIT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO DEPINSRP-LINE.
           STRING 'TOTAL DEPOSITS          ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
           MOVE WS-INSURED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO DEPINSRP-LINE.
           STRING 'TOTAL INSURED DEPOSITS  ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
           MOVE WS-UNINSURED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO DEPINSRP-LINE.
           STRING 'TOTAL UNINSURED DEPOSITS' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-TYPE.
           MOVE TT-ACCOUNT-COUNT (WS-TYPE-SUB) TO WS-COUNT-DISPLAY.
           MOVE TT-DEPOSIT-TOTAL (WS-TYPE-SUB) TO WS-TOTAL-DISPLAY.
           COMPUTE WS-INSURED-DISPLAY = TT-DEPOSIT-TOTAL (WS-TYPE-SUB)
               - TT-UNINSURED (WS-TYPE-SUB).
           MOVE TT-UNINSURED (WS-TYPE-SUB) TO WS-UNINSURED-DISPLAY.
           MOVE SPACES TO DEPINSRP-LINE.
           STRING TT-ACCOUNT-TYPE (WS-TYPE-SUB) '  ' WS-COUNT-DISPLAY
               ' ' WS-TOTAL-DISPLAY ' ' WS-INSURED-DISPLAY
               ' ' WS-UNINSURED-DISPLAY
               DELIMITED BY SIZE INTO DEPINSRP-LINE.
           WRITE DEPINSRP-LINE.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close whatever was opened.
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-QUARTER-END
               MOVE SPACES TO DEPINSRP-LINE
               MOVE 'NOT QUARTER END - NO COVERAGE EXTRACT BUILT'
                   TO DEPINSRP-LINE
               WRITE DEPINSRP-LINE
           END-IF.
           IF WS-MASTERS-OPEN
               CLOSE CUSTMAST-FILE
               CLOSE ACCTMAST-FILE
               CLOSE DEPINSX-FILE
           END-IF.
           IF WS-ACCTOWN-OPEN
               CLOSE ACCTOWN-FILE
           END-IF.
           IF WS-ACCTTYPE-OPEN
               CLOSE ACCTTYPE-FILE
           END-IF.
           CLOSE DEPINSRP-FILE.
       9000-EXIT.
           EXIT.
