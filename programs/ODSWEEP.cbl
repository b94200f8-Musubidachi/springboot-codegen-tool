      ******************************************************************
      * PROGRAM-ID: ODSWEEP
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Nightly overdraft protection sweep, run in the chain after
      *   posting and the standing orders and ahead of INTACCR and
      *   ODFEE, so neither accrual nor the fee sees an overdraft the
      *   sweep covers.  Walks the ODLINK links and, for every
      *   protected account posting has left negative, moves money
      *   in from its protecting account: enough to bring the
      *   account back to zero and pay the account type's transfer
      *   fee (ATR-OD-XFER-FEE), or as much as the protecting
      *   account's available balance - its ledger less active
      *   HOLDMAST holds - will cover.  Both legs are journaled the
      *   way STORDRUN journals a standing order (OPD/OPC + run
      *   date, source ODSWEEP), the fee goes through the journal
      *   as its own debit (OPF + run date), and the customer's
      *   total balance follows.  The transfer counts
      *   against the protecting account type's monthly debit limit
      *   like any customer-initiated debit.  A protecting account
      *   that cannot cover more than the fee is left alone and
      *   reported.  Whatever is still negative afterwards is
      *   ODFEE's to fee.  Every sweep lands a line on the ODSWRPT
      *   report for the branches.  Rerun-safe: a swept account is
      *   no longer negative.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  An installment loan account runs negative
      *                    by design and is never swept, whatever
      *                    links name it.
      *   2026-10-15  ROK  Movements on a foreign-currency account are
      *                    converted through FXCONV; the reporting
      *                    amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal row.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  The transfer out of a protecting account of
      *                    a savings type with a monthly debit limit
      *                    is counted through WDLIMIT, and one past
      *                    the limit is charged the type's excess-
      *                    item fee (XWF + run date), included in the
      *                    fees charged.  A transfer WDCOUNT could not
      *                    count is reported and ends the step with a
      *                    warning.
      *   2026-10-15  ROK  Now runs ahead of INTACCR in the chain, so
      *                    a covered overdraft accrues no debit
      *                    interest for the night.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODSWEEP.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODLINK-FILE ASSIGN TO "ODLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-PROTECTED-ACCOUNT
               FILE STATUS IS WS-ODLINK-STATUS.

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

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

           SELECT ACCTTYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-TYPE-CODE
               FILE STATUS IS WS-ACCTTYPE-STATUS.

           SELECT POSTJRNL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT ODSWRPT-FILE ASSIGN TO "ODSWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODSWRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ODLINK-FILE.
       COPY "ODLINK".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  ACCTTYPE-FILE.
       COPY "ACCTTYPE-REF".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  ODSWRPT-FILE.
       01  ODSWRPT-LINE                     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".
       COPY "WDLIMIT-PARM".

       01  WS-FILE-STATUSES.
           05  WS-ODLINK-STATUS             PIC X(2).
               88  WS-ODLINK-OK             VALUE '00'.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-HOLDMAST-STATUS           PIC X(2).
               88  WS-HOLDMAST-OK           VALUE '00'.
           05  WS-ACCTTYPE-STATUS           PIC X(2).
               88  WS-ACCTTYPE-OK           VALUE '00'.
           05  WS-POSTJRNL-STATUS           PIC X(2).
           05  WS-ODSWRPT-STATUS            PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-SCAN-EOF-IND              PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-ODLINK-OPEN-IND           PIC X(1).
               88  WS-ODLINK-OPEN           VALUE 'Y'.
           05  WS-MONEY-OPEN-IND            PIC X(1).
               88  WS-MONEY-FILES-OPEN      VALUE 'Y'.
           05  WS-HOLDMAST-OPEN-IND         PIC X(1).
               88  WS-HOLDMAST-OPEN         VALUE 'Y'.
           05  WS-ACCTTYPE-OPEN-IND         PIC X(1).
               88  WS-ACCTTYPE-OPEN         VALUE 'Y'.
           05  WS-PROTECTED-LOAN-IND        PIC X(1).
               88  WS-PROTECTED-LOAN        VALUE 'Y'.
           05  WS-HOLD-SCAN-DONE-IND        PIC X(1).
               88  WS-HOLD-SCAN-DONE        VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-HOLD-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-AVAILABLE-BALANCE         PIC S9(11)V99 COMP-3.
           05  WS-XFER-FEE                  PIC S9(9)V99 COMP-3.
           05  WS-AMOUNT-NEEDED             PIC S9(9)V99 COMP-3.
           05  WS-SWEEP-AMOUNT              PIC S9(9)V99 COMP-3.
           05  WS-NEW-BALANCE               PIC S9(9)V99 COMP-3.
           05  WS-PROTECTED-TYPE            PIC X(3).
           05  WS-SWEPT-TOTAL               PIC S9(11)V99 COMP-3.
           05  WS-FEES-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-NOT-COVERED               PIC 9(7) COMP.
           05  WS-COUNT-FAIL-REASON         PIC X(35).

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-SWEEP-AMOUNT-DISPLAY      PIC -(9)9.99.
           05  WS-FEE-DISPLAY               PIC -(9)9.99.
           05  WS-BALANCE-DISPLAY           PIC -(9)9.99.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.
           05  WS-TOTAL-DISPLAY             PIC -(11)9.99.
           05  WS-FEES-TOTAL-DISPLAY        PIC -(11)9.99.

       LINKAGE SECTION.
       01  ODSWEEP-SWEPT                    PIC 9(7) COMP.
       01  ODSWEEP-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING ODSWEEP-SWEPT
           ODSWEEP-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-LINK THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the link master and the money files.
      * No link master yet means no account has ever been linked: a
      * clean, empty run.  The account master not opening stops
      * the step.  No hold master means nothing is held; no type
      * table means no transfer fee.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO ODSWEEP-SWEPT.
           MOVE 0 TO ODSWEEP-RETURN-CODE.
           MOVE 'N' TO WS-SCAN-EOF-IND.
           MOVE 'N' TO WS-ODLINK-OPEN-IND.
           MOVE 'N' TO WS-MONEY-OPEN-IND.
           MOVE 'N' TO WS-HOLDMAST-OPEN-IND.
           MOVE 'N' TO WS-ACCTTYPE-OPEN-IND.
           MOVE 0 TO WS-SWEPT-TOTAL.
           MOVE 0 TO WS-FEES-TOTAL.
           MOVE 0 TO WS-NOT-COVERED.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT ODSWRPT-FILE.
           MOVE SPACES TO ODSWRPT-LINE.
           STRING 'OVERDRAFT PROTECTION SWEEP REPORT - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO ODSWRPT-LINE.
           WRITE ODSWRPT-LINE.
           OPEN I-O ODLINK-FILE.
           IF NOT WS-ODLINK-OK
               MOVE 'Y' TO WS-SCAN-EOF-IND
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-ODLINK-OPEN-IND.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               MOVE 8 TO ODSWEEP-RETURN-CODE
               MOVE 'Y' TO WS-SCAN-EOF-IND
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           OPEN EXTEND POSTJRNL-FILE.
           MOVE 'Y' TO WS-MONEY-OPEN-IND.
           OPEN INPUT HOLDMAST-FILE.
           IF WS-HOLDMAST-OK
               MOVE 'Y' TO WS-HOLDMAST-OPEN-IND
           END-IF.
           OPEN INPUT ACCTTYPE-FILE.
           IF WS-ACCTTYPE-OK
               MOVE 'Y' TO WS-ACCTTYPE-OPEN-IND
           END-IF.
           MOVE LOW-VALUES TO OL-PROTECTED-ACCOUNT.
           START ODLINK-FILE KEY IS NOT LESS THAN OL-PROTECTED-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-IND
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-ONE-LINK - an active link whose protected account
      * is overdrawn, and whose protecting account is open with
      * money available, is swept.
      ******************************************************************
       2000-CHECK-ONE-LINK.
           READ ODLINK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           IF NOT OL-LINK-ACTIVE
               GO TO 2000-EXIT
           END-IF.
           MOVE OL-PROTECTED-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               GO TO 2000-EXIT
           END-IF.
           IF AM-ACCOUNT-BALANCE NOT < 0
               GO TO 2000-EXIT
           END-IF.
           MOVE AM-ACCOUNT-TYPE TO WS-PROTECTED-TYPE.
           PERFORM 2100-FIND-TRANSFER-FEE THRU 2100-EXIT.
           IF WS-PROTECTED-LOAN
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-AMOUNT-NEEDED =
               (AM-ACCOUNT-BALANCE * -1) + WS-XFER-FEE.
           MOVE OL-PROTECTING-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 4 TO ODSWEEP-RETURN-CODE
                   GO TO 2000-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               PERFORM 2800-REPORT-NOT-COVERED THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-SUM-ACTIVE-HOLDS THRU 2200-EXIT.
           COMPUTE WS-AVAILABLE-BALANCE =
               AM-ACCOUNT-BALANCE - WS-HOLD-TOTAL.
           MOVE WS-AMOUNT-NEEDED TO WS-SWEEP-AMOUNT.
           IF WS-AVAILABLE-BALANCE < WS-SWEEP-AMOUNT
               MOVE WS-AVAILABLE-BALANCE TO WS-SWEEP-AMOUNT
           END-IF.
           IF WS-SWEEP-AMOUNT NOT > WS-XFER-FEE
               PERFORM 2800-REPORT-NOT-COVERED THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3100-POST-DEBIT-LEG THRU 3100-EXIT.
           PERFORM 3150-COUNT-LIMITED-DEBIT THRU 3150-EXIT.
           PERFORM 3200-POST-CREDIT-LEG THRU 3200-EXIT.
           IF WS-XFER-FEE > 0
               PERFORM 3300-POST-TRANSFER-FEE THRU 3300-EXIT
           END-IF.
           MOVE AM-ACCOUNT-BALANCE TO WS-NEW-BALANCE.
           MOVE WS-RUN-DATE TO OL-LAST-SWEEP-DATE.
           MOVE WS-SWEEP-AMOUNT TO OL-LAST-SWEEP-AMOUNT.
           REWRITE OD-LINK-RECORD
               INVALID KEY
                   MOVE 4 TO ODSWEEP-RETURN-CODE
           END-REWRITE.
           ADD 1 TO ODSWEEP-SWEPT.
           ADD WS-SWEEP-AMOUNT TO WS-SWEPT-TOTAL.
           ADD WS-XFER-FEE TO WS-FEES-TOTAL.
           PERFORM 2900-REPORT-SWEEP THRU 2900-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-TRANSFER-FEE - the protected account type's
      * transfer fee; none when the table or the field is missing.
      * Also flags a protected account of a loan type.
      ******************************************************************
       2100-FIND-TRANSFER-FEE.
           MOVE 0 TO WS-XFER-FEE.
           MOVE 'N' TO WS-PROTECTED-LOAN-IND.
           IF NOT WS-ACCTTYPE-OPEN
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-PROTECTED-TYPE TO ATR-TYPE-CODE.
           READ ACCTTYPE-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           IF ATR-CLASS-LOAN
               MOVE 'Y' TO WS-PROTECTED-LOAN-IND
           END-IF.
           IF ATR-OD-XFER-FEE NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           MOVE ATR-OD-XFER-FEE TO WS-XFER-FEE.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SUM-ACTIVE-HOLDS - the protecting account's holds still
      * in force: active, and either held until released or not yet
      * past expiry.
      ******************************************************************
       2200-SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF NOT WS-HOLDMAST-OPEN
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-HOLD-SCAN-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-HOLD-SEQ.
           START HOLDMAST-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
           END-START.
           PERFORM 2210-SUM-ONE-HOLD THRU 2210-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2210-SUM-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
                   GO TO 2210-EXIT
           END-READ.
           IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
               GO TO 2210-EXIT
           END-IF.
           IF HD-STAT-ACTIVE
               AND (HD-EXPIRY-DATE = 0
                    OR HD-EXPIRY-DATE NOT < WS-RUN-DATE)
               ADD HD-HOLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
           GO TO 2210-EXIT.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REPORT-NOT-COVERED - the protecting account is closed
      * or has too little available to do more than pay the fee;
      * the overdraft is left for ODFEE.
      ******************************************************************
       2800-REPORT-NOT-COVERED.
           ADD 1 TO WS-NOT-COVERED.
           MOVE SPACES TO ODSWRPT-LINE.
           STRING 'ACCOUNT ' OL-PROTECTED-ACCOUNT
               ' FROM ' OL-PROTECTING-ACCOUNT
               ' NOT SWEPT - PROTECTING ACCOUNT CANNOT COVER'
               DELIMITED BY SIZE INTO ODSWRPT-LINE.
           WRITE ODSWRPT-LINE.
           GO TO 2800-EXIT.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REPORT-SWEEP - one line per sweep for the branches.
      ******************************************************************
       2900-REPORT-SWEEP.
           MOVE WS-SWEEP-AMOUNT TO WS-SWEEP-AMOUNT-DISPLAY.
           MOVE WS-XFER-FEE TO WS-FEE-DISPLAY.
           MOVE WS-NEW-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO ODSWRPT-LINE.
           STRING 'ACCOUNT ' OL-PROTECTED-ACCOUNT
               ' FROM ' OL-PROTECTING-ACCOUNT
               ' SWEPT ' WS-SWEEP-AMOUNT-DISPLAY
               ' FEE ' WS-FEE-DISPLAY
               ' NEW BAL ' WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO ODSWRPT-LINE.
           WRITE ODSWRPT-LINE.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3100-POST-DEBIT-LEG - the protecting-account leg, journaled.
      * The protecting-account record is already in the FD area
      * from the availability check.
      ******************************************************************
       3100-POST-DEBIT-LEG.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'OPD' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'ODSWEEP ' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-SWEEP-AMOUNT * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-SWEEP-AMOUNT FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-COUNT-LIMITED-DEBIT - the transfer just posted out of
      * the protecting account is counted by WDLIMIT against the
      * monthly debit limit of that account's type; one past the
      * limit is charged the type's excess-item fee.  The
      * protecting-account record is still in the FD area.  A
      * transfer WDCOUNT could not count has still posted; it is
      * reported for follow-up.
      ******************************************************************
       3150-COUNT-LIMITED-DEBIT.
           SET WLP-FUNC-COUNT TO TRUE.
           MOVE AM-ACCOUNT-NUMBER TO WLP-ACCOUNT-NUMBER.
           MOVE AM-ACCOUNT-TYPE TO WLP-ACCOUNT-TYPE.
           MOVE WS-RUN-DATE TO WLP-RUN-DATE.
           CALL "WDLIMIT" USING WDLIMIT-PARM.
           IF WLP-COUNT-FILE-ERROR
               MOVE 'DEBIT NOT COUNTED ON WDCOUNT' TO
                   WS-COUNT-FAIL-REASON
               PERFORM 3170-REPORT-COUNT-FAILURE THRU 3170-EXIT
               GO TO 3150-EXIT
           END-IF.
           IF WLP-OVER-LIMIT AND WLP-EXCESS-FEE > 0
               PERFORM 3160-CHARGE-EXCESS-FEE THRU 3160-EXIT
           END-IF.
           GO TO 3150-EXIT.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3160-CHARGE-EXCESS-FEE - the excess-item fee WDLIMIT set,
      * charged to the protecting account and journaled (XWF + run
      * date), then totalled for the month on WDCOUNT.
      ******************************************************************
       3160-CHARGE-EXCESS-FEE.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'XWF' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'ODSWEEP ' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WLP-EXCESS-FEE * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WLP-EXCESS-FEE FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   MOVE 4 TO ODSWEEP-RETURN-CODE
                   GO TO 3160-EXIT
           END-REWRITE.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           ADD WLP-EXCESS-FEE TO WS-FEES-TOTAL.
           SET WLP-FUNC-FEE-CHARGED TO TRUE.
           CALL "WDLIMIT" USING WDLIMIT-PARM.
           IF WLP-COUNT-FILE-ERROR
               MOVE 'EXCESS FEE NOT TOTALLED ON WDCOUNT' TO
                   WS-COUNT-FAIL-REASON
               PERFORM 3170-REPORT-COUNT-FAILURE THRU 3170-EXIT
           END-IF.
           GO TO 3160-EXIT.
       3160-EXIT.
           EXIT.

      ******************************************************************
      * 3170-REPORT-COUNT-FAILURE - a sweep that posted but whose
      * transfer WDCOUNT could not take, reported for follow-up.
      ******************************************************************
       3170-REPORT-COUNT-FAILURE.
           MOVE SPACES TO ODSWRPT-LINE.
           STRING 'ACCOUNT ' OL-PROTECTED-ACCOUNT
               ' FROM ' OL-PROTECTING-ACCOUNT
               ' SWEPT - ' WS-COUNT-FAIL-REASON
               DELIMITED BY SIZE INTO ODSWRPT-LINE.
           WRITE ODSWRPT-LINE.
           IF ODSWEEP-RETURN-CODE = 0
               MOVE 4 TO ODSWEEP-RETURN-CODE
           END-IF.
           GO TO 3170-EXIT.
       3170-EXIT.
           EXIT.

      ******************************************************************
      * 3200-POST-CREDIT-LEG - the protected-account leg, journaled.
      ******************************************************************
       3200-POST-CREDIT-LEG.
           MOVE OL-PROTECTED-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 4 TO ODSWEEP-RETURN-CODE
                   GO TO 3200-EXIT
           END-READ.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'OPC' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'ODSWEEP ' TO PJ-SOURCE.
           MOVE WS-SWEEP-AMOUNT TO PJ-TXN-AMOUNT.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD WS-SWEEP-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-POST-TRANSFER-FEE - the transfer fee off the protected
      * account, journaled.  The protected-account record is in the
      * FD area from the credit leg.
      ******************************************************************
       3300-POST-TRANSFER-FEE.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'OPF' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'ODSWEEP ' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-XFER-FEE * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-XFER-FEE FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 8000-CONVERT-MOVEMENT - the journal row being built, in the
      * account's currency, converted to the reporting currency.
      * A foreign-currency row carries the currency and the
      * converted amount, and the amount is added to the account's
      * book value; the caller books FXC-REPORTING-AMOUNT to the
      * customer total.
      ******************************************************************
       8000-CONVERT-MOVEMENT.
           MOVE AM-CURRENCY-CODE TO FXC-CURRENCY-CODE.
           MOVE PJ-TXN-AMOUNT TO FXC-AMOUNT.
           CALL "FXCONV" USING FXCONV-PARM.
           IF AM-REPORTING-CURRENCY OR FXC-NO-RATE
               GO TO 8000-EXIT
           END-IF.
           MOVE AM-CURRENCY-CODE TO PJ-CURRENCY-CODE.
           MOVE FXC-REPORTING-AMOUNT TO PJ-REPORTING-AMOUNT.
           ADD FXC-REPORTING-AMOUNT TO AM-REPORTING-BALANCE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the report trailer, then close whatever was
      * opened.
      ******************************************************************
       9000-TERMINATE.
           MOVE ODSWEEP-SWEPT TO WS-COUNT-DISPLAY.
           MOVE WS-SWEPT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE WS-FEES-TOTAL TO WS-FEES-TOTAL-DISPLAY.
           MOVE SPACES TO ODSWRPT-LINE.
           STRING 'ACCOUNTS SWEPT ' WS-COUNT-DISPLAY
               ' TOTAL SWEPT ' WS-TOTAL-DISPLAY
               ' FEES CHARGED ' WS-FEES-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO ODSWRPT-LINE.
           WRITE ODSWRPT-LINE.
           MOVE WS-NOT-COVERED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ODSWRPT-LINE.
           STRING 'ACCOUNTS NOT COVERED ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ODSWRPT-LINE.
           WRITE ODSWRPT-LINE.
           IF WS-ODLINK-OPEN
               CLOSE ODLINK-FILE
           END-IF.
           IF WS-MONEY-FILES-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE CUSTMAST-FILE
               CLOSE POSTJRNL-FILE
           END-IF.
           IF WS-HOLDMAST-OPEN
               CLOSE HOLDMAST-FILE
           END-IF.
           IF WS-ACCTTYPE-OPEN
               CLOSE ACCTTYPE-FILE
           END-IF.
           CLOSE ODSWRPT-FILE.
           SET WLP-FUNC-CLOSE TO TRUE.
           CALL "WDLIMIT" USING WDLIMIT-PARM.
       9000-EXIT.
           EXIT.
