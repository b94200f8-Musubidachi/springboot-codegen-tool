      *   through the posting journal (whole cents; the sub-cent
      *   residual is dropped with the ledger), any residual
      *   balance moves to the DISBFEED disbursement feed for the
      *   check run, or by ACH to the customer's closeout payee -
      *   journaled as the balancing debit - an overdrawn residual
      *   is charged off through the journal instead, the closing
      *   CUSTHIST row lands, and a final-statement page writes to
      *   CLSSTMT.  Rerun-safe:
      *   settlement consumes the ledger record and zeroes the
      *   balance whichever side it stood on, so a settled account
      *   has nothing left to settle.  Closed accounts with
      *   stranded accrual stop being an audit finding.  Money is
      *   not paid out within WS-REVIEW-DAYS of an address change
      *   until an address-review hold has been placed on HOLDMAST
      *   and released again by HOLDMNT.
      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *                    residual now settles as a journaled
      *                    charge-off leg, so every closeout ends at
      *                    zero exactly once.
      *   2026-10-15  ROK  Debit interest an overdrawn account has
      *                    accrued since the last month end is
      *                    charged at settlement through the journal
      *                    under source INTDEBIT, ahead of the
      *                    residual settlement.
      *   2026-10-15  ROK  Movements on a foreign-currency account are
      *                    converted through FXCONV; the reporting
      *                    amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal row.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.  The closing residual
      *                    takes the account's whole book value out
      *                    of the customer total.
      *   2026-10-15  ROK  The DISBFEED line layout moved to its own
      *                    copybook, shared with CASHFCST.
      *   2026-10-15  ROK  A residual credit on a USD account whose
      *                    customer has an active closeout payee on
      *                    EXTPAYEE is paid by ACH - queued on
      *                    ACHPEND for ACHORIG - instead of going to
      *                    the check run.  The journal leg is
      *                    unchanged.
      *   2026-10-15  ROK  A closed account with money to pay out,
      *                    whose owner's mailing address changed in
      *                    the last WS-REVIEW-DAYS, is not settled
      *                    until the change has been reviewed: an
      *                    address-review hold (reason A) goes on
      *                    for the residual and the account waits,
      *                    night after night, until HOLDMNT releases
      *                    it.  Return code 4 when any account waits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLSE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSSTMT-STATUS.

           SELECT EXTPAYEE-FILE ASSIGN TO "EXTPAYEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-PAYEE-ID
               ALTERNATE RECORD KEY IS EP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-EXTPAYEE-STATUS.

           SELECT ACHPEND-FILE ASSIGN TO "ACHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHPEND-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
       COPY "CUSTHIST".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  DISBFEED-FILE.
       COPY "DISBFEED".

       FD  CLSSTMT-FILE.
       01  CLSSTMT-LINE                     PIC X(80).

       FD  EXTPAYEE-FILE.
       COPY "EXTPAYEE".

       FD  ACHPEND-FILE.
       COPY "ACHPEND".

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-POSTJRNL-STATUS           PIC X(2).
           05  WS-DISBFEED-STATUS           PIC X(2).
           05  WS-CLSSTMT-STATUS            PIC X(2).
           05  WS-EXTPAYEE-STATUS           PIC X(2).
               88  WS-EXTPAYEE-OK           VALUE '00'.
           05  WS-ACHPEND-STATUS            PIC X(2).
           05  WS-HOLDMAST-STATUS           PIC X(2).
               88  WS-HOLDMAST-OK           VALUE '00'.

       01  WS-WORK-FIELDS.
           05  WS-SCAN-DONE-IND             PIC X(1).
           05  WS-HIST-WRITTEN-IND          PIC X(1).
               88  WS-HIST-WRITTEN          VALUE 'Y'.
           05  WS-CAP-AMOUNT                PIC S9(9)V99 COMP-3.
           05  WS-DEBIT-INT-AMOUNT          PIC S9(9)V99 COMP-3.
           05  WS-RESIDUAL-BALANCE          PIC S9(9)V99 COMP-3.
           05  WS-EXTPAYEE-OPEN-IND         PIC X(1).
               88  WS-EXTPAYEE-OPEN         VALUE 'Y'.
           05  WS-PAYEE-SCAN-DONE-IND       PIC X(1).
               88  WS-PAYEE-SCAN-DONE       VALUE 'Y'.
           05  WS-PAYEE-FOUND-IND           PIC X(1).
               88  WS-PAYEE-FOUND           VALUE 'Y'.
           05  WS-ACH-PAYOUT-IND            PIC X(1).
               88  WS-ACH-PAYOUT            VALUE 'Y'.
           05  WS-BIZ-FUNCTION              PIC X(1).
           05  WS-BIZ-DATE-IN               PIC 9(8).
           05  WS-BIZ-DATE-OUT              PIC 9(8).
           05  WS-BIZ-IND                   PIC X(1).
           05  WS-ACH-EFFECTIVE-DATE        PIC 9(8).

      ******************************************************************
      * Address-change review: a payout within WS-REVIEW-DAYS of the
      * owner's address change waits for a reviewed hold - the same
      * window MEMOPOST refers large withdrawals to a supervisor in.
      ******************************************************************
       01  WS-REVIEW-RULES.
           05  WS-REVIEW-DAYS               PIC 9(3) COMP VALUE 30.
       01  WS-REVIEW-FIELDS.
           05  WS-HOLDMAST-OPEN-IND         PIC X(1).
               88  WS-HOLDMAST-OPEN         VALUE 'Y'.
           05  WS-REVIEW-STATE              PIC X(1).
               88  WS-REVIEW-CLEAR          VALUE 'C'.
               88  WS-REVIEW-NEEDED         VALUE 'N'.
               88  WS-REVIEW-PENDING        VALUE 'P'.
               88  WS-REVIEW-DONE           VALUE 'D'.
           05  WS-HOLD-SCAN-DONE-IND        PIC X(1).
               88  WS-HOLD-SCAN-DONE        VALUE 'Y'.
           05  WS-HOLD-WRITTEN-IND          PIC X(1).
               88  WS-HOLD-WRITTEN          VALUE 'Y'.
           05  WS-PAYOUT-ESTIMATE           PIC S9(9)V99 COMP-3.
           05  WS-CHANGE-DATE               PIC 9(8).
           05  WS-RUN-SERIAL                PIC 9(7) COMP.
           05  WS-CHANGE-SERIAL             PIC 9(7) COMP.
           05  WS-ACCOUNTS-HELD             PIC 9(7) COMP VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-CUSTOMER-ID-DISPLAY       PIC 9(10).
           05  WS-CAP-DISPLAY               PIC -(9)9.99.
           05  WS-DEBIT-INT-DISPLAY         PIC -(9)9.99.
           05  WS-RESID-DISPLAY             PIC -(9)9.99.

       LINKAGE SECTION.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the masters, ledger and hold file
      * for update, the journal for append, the disbursement, ACH
      * pending and final-statement outputs for append, and the
      * payee file when there is one.  An ACH payout is effective
      * the next business day.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO ACCTCLSE-ACCOUNTS-SETTLED.
           IF WS-CLSSTMT-STATUS = '35'
               OPEN OUTPUT CLSSTMT-FILE
           END-IF.
           MOVE 'N' TO WS-EXTPAYEE-OPEN-IND.
           OPEN INPUT EXTPAYEE-FILE.
           IF WS-EXTPAYEE-OK
               MOVE 'Y' TO WS-EXTPAYEE-OPEN-IND
           END-IF.
           OPEN EXTEND ACHPEND-FILE.
           IF WS-ACHPEND-STATUS = '35'
               OPEN OUTPUT ACHPEND-FILE
           END-IF.
           MOVE 'N' TO WS-HOLDMAST-OPEN-IND.
           OPEN I-O HOLDMAST-FILE.
           IF WS-HOLDMAST-STATUS = '35'
               OPEN OUTPUT HOLDMAST-FILE
               CLOSE HOLDMAST-FILE
               OPEN I-O HOLDMAST-FILE
           END-IF.
           IF WS-HOLDMAST-OK
               MOVE 'Y' TO WS-HOLDMAST-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-BIZ-FUNCTION.
           MOVE WS-RUN-DATE TO WS-BIZ-DATE-IN.
           CALL "BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE-IN
               WS-BIZ-DATE-OUT WS-BIZ-IND.
           MOVE WS-BIZ-DATE-OUT TO WS-ACH-EFFECTIVE-DATE.
           IF NOT WS-SCAN-DONE
               MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
               START ACCTMAST-FILE KEY IS NOT LESS THAN
      ******************************************************************
      * 2000-CHECK-ONE-ACCOUNT - a closed account with accrual still
      * on the ledger or a balance still standing is unsettled and
      * gets the full closeout; everything else is left alone.  One
      * with money to pay out that is waiting on an address-change
      * review is left for a later night and not counted settled.
      ******************************************************************
       2000-CHECK-ONE-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
           IF NOT WS-LEDGER-FOUND AND AM-ACCOUNT-BALANCE = 0
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2500-CHECK-ADDRESS-REVIEW THRU 2500-EXIT.
           IF WS-REVIEW-PENDING
               ADD 1 TO WS-ACCOUNTS-HELD
               MOVE 4 TO ACCTCLSE-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-SETTLE-ONE-ACCOUNT THRU 3000-EXIT.
           ADD 1 TO ACCTCLSE-ACCOUNTS-SETTLED.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CHECK-ADDRESS-REVIEW - an account whose payout (the
      * balance plus the final accrual, less debit interest) is a
      * credit, and whose owner's address changed fewer than
      * WS-REVIEW-DAYS ago, needs a reviewed address-review hold.
      * An active one means the review is still pending; a
      * released one placed on or after the change means it was
      * reviewed; none at all means one is placed now for the
      * payout and the account waits.  Without the hold file there
      * is no review to wait on.
      ******************************************************************
       2500-CHECK-ADDRESS-REVIEW.
           SET WS-REVIEW-CLEAR TO TRUE.
           IF NOT WS-HOLDMAST-OPEN
               GO TO 2500-EXIT
           END-IF.
           MOVE AM-ACCOUNT-BALANCE TO WS-PAYOUT-ESTIMATE.
           IF WS-LEDGER-FOUND
               ADD AL-ACCRUED-AMOUNT TO WS-PAYOUT-ESTIMATE
               SUBTRACT AL-DEBIT-ACCRUED FROM WS-PAYOUT-ESTIMATE
           END-IF.
           IF WS-PAYOUT-ESTIMATE NOT > 0
               GO TO 2500-EXIT
           END-IF.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF CM-ADDR-CHANGE-DATE NOT NUMERIC
               OR CM-ADDR-CHANGE-DATE = 0
               GO TO 2500-EXIT
           END-IF.
           MOVE CM-ADDR-CHANGE-DATE TO WS-CHANGE-DATE.
           CALL "DATESER" USING WS-RUN-DATE WS-RUN-SERIAL.
           CALL "DATESER" USING WS-CHANGE-DATE WS-CHANGE-SERIAL.
           IF WS-RUN-SERIAL - WS-CHANGE-SERIAL NOT < WS-REVIEW-DAYS
               GO TO 2500-EXIT
           END-IF.
           SET WS-REVIEW-NEEDED TO TRUE.
           MOVE 'N' TO WS-HOLD-SCAN-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-HOLD-SEQ.
           START HOLDMAST-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
           END-START.
           PERFORM 2510-CHECK-ONE-HOLD THRU 2510-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
           IF WS-REVIEW-NEEDED
               PERFORM 2520-PLACE-REVIEW-HOLD THRU 2520-EXIT
           END-IF.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
                   GO TO 2510-EXIT
           END-READ.
           IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
               GO TO 2510-EXIT
           END-IF.
           IF NOT HD-REASON-ADDRESS
               OR HD-PLACED-DATE < WS-CHANGE-DATE
               GO TO 2510-EXIT
           END-IF.
           IF HD-STAT-ACTIVE
               SET WS-REVIEW-PENDING TO TRUE
               MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
               GO TO 2510-EXIT
           END-IF.
           SET WS-REVIEW-DONE TO TRUE.
           GO TO 2510-EXIT.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2520-PLACE-REVIEW-HOLD - an address-review hold for the
      * payout, with no expiry, carrying the owner's CUSTOMER-ID,
      * for HOLDMNT to release once the change has been confirmed.
      * Should the hold not land the account still waits.
      ******************************************************************
       2520-PLACE-REVIEW-HOLD.
           SET WS-REVIEW-PENDING TO TRUE.
           INITIALIZE HOLD-RECORD.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO HD-CUSTOMER-ID.
           MOVE WS-PAYOUT-ESTIMATE TO HD-HOLD-AMOUNT.
           SET HD-REASON-ADDRESS TO TRUE.
           MOVE WS-RUN-DATE TO HD-PLACED-DATE.
           MOVE 0 TO HD-EXPIRY-DATE.
           MOVE 'ACCTCLSE' TO HD-PLACED-BY.
           SET HD-STAT-ACTIVE TO TRUE.
           MOVE 0 TO HD-RELEASE-DATE.
           MOVE AM-CUSTOMER-ID TO WS-CUSTOMER-ID-DISPLAY.
           MOVE WS-CUSTOMER-ID-DISPLAY TO HD-REFERENCE.
           MOVE 1 TO HD-HOLD-SEQ.
           MOVE 'N' TO WS-HOLD-WRITTEN-IND.
           PERFORM 2530-TRY-ONE-HOLD-WRITE THRU 2530-EXIT
               UNTIL WS-HOLD-WRITTEN
                   OR HD-HOLD-SEQ > 9999.
           GO TO 2520-EXIT.
       2520-EXIT.
           EXIT.

       2530-TRY-ONE-HOLD-WRITE.
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO HD-HOLD-SEQ
               NOT INVALID KEY
                   SET WS-HOLD-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2530-EXIT.
       2530-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SETTLE-ONE-ACCOUNT - capitalize the final accrual,
      * disburse the residual, land the closing history row and the
      ******************************************************************
       3000-SETTLE-ONE-ACCOUNT.
           MOVE 0 TO WS-CAP-AMOUNT.
           MOVE 'N' TO WS-ACH-PAYOUT-IND.
           IF WS-LEDGER-FOUND
               MOVE AL-ACCRUED-AMOUNT TO WS-CAP-AMOUNT
           END-IF.
           IF WS-CAP-AMOUNT NOT = 0
               PERFORM 3100-CAPITALIZE-FINAL THRU 3100-EXIT
           END-IF.
           MOVE 0 TO WS-DEBIT-INT-AMOUNT.
           IF WS-LEDGER-FOUND
               MOVE AL-DEBIT-ACCRUED TO WS-DEBIT-INT-AMOUNT
           END-IF.
           IF WS-DEBIT-INT-AMOUNT > 0
               PERFORM 3150-CHARGE-FINAL-DEBIT-INT THRU 3150-EXIT
           END-IF.
           IF WS-LEDGER-FOUND
               DELETE ACCRLEDG-FILE RECORD
                   INVALID KEY
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'ACCTCLSE' TO PJ-SOURCE.
           MOVE WS-CAP-AMOUNT TO PJ-TXN-AMOUNT.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD WS-CAP-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-CHARGE-FINAL-DEBIT-INT - the whole cents of the debit
      * interest accrued since the last month end off the balance,
      * journaled under the same source INTACCR charges it under.
      ******************************************************************
       3150-CHARGE-FINAL-DEBIT-INT.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'DBI' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'INTDEBIT' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-DEBIT-INT-AMOUNT * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-DEBIT-INT-AMOUNT FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   GO TO 3150-EXIT
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
           GO TO 3150-EXIT.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-DISBURSE-RESIDUAL - the residual balance out to the
      * customer's closeout payee by ACH when the account is in the
      * reporting currency and there is one, otherwise to the
      * check run; journaled either way as the balancing debit
      * that zeroes the account.
      ******************************************************************
       3200-DISBURSE-RESIDUAL.
           MOVE 'N' TO WS-ACH-PAYOUT-IND.
           IF AM-REPORTING-CURRENCY
               PERFORM 3210-FIND-CLOSEOUT-PAYEE THRU 3210-EXIT
           END-IF.
           IF WS-PAYEE-FOUND AND AM-REPORTING-CURRENCY
               MOVE 'Y' TO WS-ACH-PAYOUT-IND
           ELSE
               MOVE SPACES TO DISBFEED-LINE
               MOVE AM-ACCOUNT-NUMBER TO DB-ACCOUNT-NUMBER
               MOVE AM-CUSTOMER-ID TO DB-CUSTOMER-ID
               MOVE WS-RESIDUAL-BALANCE TO DB-DISBURSE-AMOUNT
               MOVE WS-RUN-DATE TO DB-CLOSE-DATE
               WRITE DISBFEED-LINE
           END-IF.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'CLD' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'ACCTCLSE' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-RESIDUAL-BALANCE * -1.
           PERFORM 8100-CLEAR-BOOK-VALUE THRU 8100-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-RESIDUAL-BALANCE FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           PERFORM 3600-ROLL-CUSTOMER-DEBIT THRU 3600-EXIT.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           IF WS-ACH-PAYOUT
               PERFORM 3220-QUEUE-ACH-PAYOUT THRU 3220-EXIT
           END-IF.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-FIND-CLOSEOUT-PAYEE - the customer's active payee marked
      * for closeout payouts, if any, through the customer key.
      ******************************************************************
       3210-FIND-CLOSEOUT-PAYEE.
           MOVE 'N' TO WS-PAYEE-FOUND-IND.
           IF NOT WS-EXTPAYEE-OPEN
               GO TO 3210-EXIT
           END-IF.
           MOVE 'N' TO WS-PAYEE-SCAN-DONE-IND.
           MOVE AM-CUSTOMER-ID TO EP-CUSTOMER-ID.
           START EXTPAYEE-FILE KEY IS EQUAL TO EP-CUSTOMER-ID
               INVALID KEY
                   GO TO 3210-EXIT
           END-START.
           PERFORM 3215-CHECK-ONE-PAYEE THRU 3215-EXIT
               UNTIL WS-PAYEE-SCAN-DONE.
           GO TO 3210-EXIT.
       3210-EXIT.
           EXIT.

       3215-CHECK-ONE-PAYEE.
           READ EXTPAYEE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAYEE-SCAN-DONE-IND
                   GO TO 3215-EXIT
           END-READ.
           IF EP-CUSTOMER-ID NOT = AM-CUSTOMER-ID
               MOVE 'Y' TO WS-PAYEE-SCAN-DONE-IND
               GO TO 3215-EXIT
           END-IF.
           IF EP-STAT-ACTIVE AND EP-CLOSEOUT-PAYEE
               MOVE 'Y' TO WS-PAYEE-FOUND-IND
               MOVE 'Y' TO WS-PAYEE-SCAN-DONE-IND
           END-IF.
           GO TO 3215-EXIT.
       3215-EXIT.
           EXIT.

      ******************************************************************
      * 3220-QUEUE-ACH-PAYOUT - the residual to the closeout payee
      * for ACHORIG to originate, naming the journal row of the
      * debit it pays out.
      ******************************************************************
       3220-QUEUE-ACH-PAYOUT.
           MOVE SPACES TO ACHPEND-LINE.
           MOVE EP-PAYEE-ID TO AQ-PAYEE-ID.
           MOVE AM-CUSTOMER-ID TO AQ-CUSTOMER-ID.
           MOVE AM-ACCOUNT-NUMBER TO AQ-ACCOUNT-NUMBER.
           MOVE EP-ROUTING-NUMBER TO AQ-ROUTING-NUMBER.
           MOVE EP-DFI-ACCOUNT TO AQ-DFI-ACCOUNT.
           MOVE EP-ACCOUNT-KIND TO AQ-ACCOUNT-KIND.
           MOVE EP-PAYEE-NAME TO AQ-PAYEE-NAME.
           MOVE WS-RESIDUAL-BALANCE TO AQ-AMOUNT.
           MOVE WS-ACH-EFFECTIVE-DATE TO AQ-EFFECTIVE-DATE.
           MOVE 'ACCTCLSE' TO AQ-SOURCE.
           MOVE PJ-TXN-ID TO AQ-SOURCE-TXN-ID.
           MOVE WS-RUN-DATE TO AQ-QUEUED-DATE.
           WRITE ACHPEND-LINE.
           GO TO 3220-EXIT.
       3220-EXIT.
           EXIT.

      ******************************************************************
      * 3250-CHARGE-OFF-RESIDUAL - an overdrawn residual cannot cut
      * a check; it settles as a journaled charge-off credit that
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'ACCTCLSE' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-RESIDUAL-BALANCE * -1.
           PERFORM 8100-CLEAR-BOOK-VALUE THRU 8100-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-RESIDUAL-BALANCE FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           STRING '  FINAL INTEREST CAPITALIZED ' WS-CAP-DISPLAY
               DELIMITED BY SIZE INTO CLSSTMT-LINE.
           WRITE CLSSTMT-LINE.
           IF WS-DEBIT-INT-AMOUNT > 0
               MOVE WS-DEBIT-INT-AMOUNT TO WS-DEBIT-INT-DISPLAY
               MOVE SPACES TO CLSSTMT-LINE
               STRING '  OVERDRAFT INTEREST CHARGED '
                   WS-DEBIT-INT-DISPLAY
                   DELIMITED BY SIZE INTO CLSSTMT-LINE
               WRITE CLSSTMT-LINE
           END-IF.
           MOVE SPACES TO CLSSTMT-LINE.
           IF WS-RESIDUAL-BALANCE < 0
               STRING '  RESIDUAL BALANCE CHARGED OFF '
                   WS-RESID-DISPLAY
                   DELIMITED BY SIZE INTO CLSSTMT-LINE
           END-IF.
           IF WS-ACH-PAYOUT
               MOVE SPACES TO CLSSTMT-LINE
               STRING '  RESIDUAL BALANCE SENT BY ACH '
                   WS-RESID-DISPLAY
                   DELIMITED BY SIZE INTO CLSSTMT-LINE
           END-IF.
           WRITE CLSSTMT-LINE.
           MOVE '  CLOSING BALANCE 0.00 - ACCOUNT SETTLED' TO
               CLSSTMT-LINE.
           EXIT.

      ******************************************************************
      * 3500-ROLL-CUSTOMER-TOTAL - the capitalization credit, at its
      * reporting value, into the owning customer's total.
      ******************************************************************
       3500-ROLL-CUSTOMER-TOTAL.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           EXIT.

      ******************************************************************
      * 3600-ROLL-CUSTOMER-DEBIT - the disbursement debit, at its
      * reporting value, out of the owning customer's total.
      ******************************************************************
       3600-ROLL-CUSTOMER-DEBIT.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
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
      * 8100-CLEAR-BOOK-VALUE - the closing movement that zeroes the
      * account takes its whole book value out of the customer
      * total, so a foreign-currency account leaves no exchange
      * residue behind; FXREVAL's last revaluation and the day's
      * movements are already in AM-REPORTING-BALANCE.
      ******************************************************************
       8100-CLEAR-BOOK-VALUE.
           SET FXC-CONVERTED TO TRUE.
           IF AM-REPORTING-CURRENCY
               MOVE PJ-TXN-AMOUNT TO FXC-REPORTING-AMOUNT
               GO TO 8100-EXIT
           END-IF.
           COMPUTE FXC-REPORTING-AMOUNT = AM-REPORTING-BALANCE * -1.
           MOVE AM-CURRENCY-CODE TO PJ-CURRENCY-CODE.
           MOVE FXC-REPORTING-AMOUNT TO PJ-REPORTING-AMOUNT.
           MOVE 0 TO AM-REPORTING-BALANCE.
           GO TO 8100-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the accounts
      * left waiting on an address-change review.
      ******************************************************************
       9000-TERMINATE.
           IF WS-ACCOUNTS-HELD > 0
               DISPLAY 'ACCTCLSE HELD FOR ADDRESS REVIEW: '
                   WS-ACCOUNTS-HELD
           END-IF.
           CLOSE ACCTMAST-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE ACCRLEDG-FILE.
           CLOSE POSTJRNL-FILE.
           CLOSE DISBFEED-FILE.
           CLOSE CLSSTMT-FILE.
           IF WS-EXTPAYEE-OPEN
               CLOSE EXTPAYEE-FILE
           END-IF.
           CLOSE ACHPEND-FILE.
           IF WS-HOLDMAST-OPEN
               CLOSE HOLDMAST-FILE
           END-IF.
       9000-EXIT.
           EXIT.
