      *   POST-JRNL-RECORD journal like every other movement; an
      *   order that cannot fund goes whole to the failed-orders
      *   report instead of half-posting, and stays scheduled so it
      *   retries next night.  The debit leg counts against the
      *   from-account type's monthly debit limit like any customer-
      *   initiated debit.  Rerun-safe: execution advances the
      *   schedule past the run date, so a restarted chain skips
      *   orders already executed tonight.
      *
      *   2026-09-01  ROK  The month-days table renamed from the
      *                    SO- prefix to SR- - SO- belongs to the
      *                    STNDORD record this program copies.
      *   2026-10-15  ROK  The funding check is now against the
      *                    from-account's available balance - the
      *                    ledger less its active HOLDMAST holds -
      *                    so an order cannot spend held funds.
      *   2026-10-15  ROK  Movements on a foreign-currency account are
      *                    converted through FXCONV; the reporting
      *                    amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal row.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.  An order between
      *                    accounts of different currencies fails
      *                    as a CURRENCY MISMATCH.
      *   2026-10-15  ROK  An order may pay an EXTPAYEE payee at
      *                    another bank (SF-PAYEE-ID on the feed):
      *                    the debit posts as before and the payment
      *                    is queued on ACHPEND for ACHORIG's
      *                    origination file.  Only reporting-
      *                    currency accounts pay by ACH.
      *   2026-10-15  ROK  A feed add whose from- or to-account fails
      *                    the ACCTCHK check digit is not added; it
      *                    goes to the failed-orders report with the
      *                    reason and counts among the failures.
      *   2026-10-15  ROK  The debit leg of an order out of a savings
      *                    type with a monthly debit limit is counted
      *                    through WDLIMIT, and one past the limit is
      *                    charged the type's excess-item fee (XWF +
      *                    run date).  A debit WDCOUNT could not
      *                    count goes on the failed-orders report
      *                    without failing the order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDRUN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORDFAIL-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

           SELECT EXTPAYEE-FILE ASSIGN TO "EXTPAYEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-PAYEE-ID
               ALTERNATE RECORD KEY IS EP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-EXTPAYEE-STATUS.

           SELECT ACHPEND-FILE ASSIGN TO "ACHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORDFEED-FILE.
           05  SF-FREQUENCY                 PIC X(1).
           05  SF-FIRST-RUN-DATE            PIC 9(8).
           05  SF-ENTERED-BY                PIC X(8).
           05  SF-PAYEE-ID                  PIC 9(7).

       FD  STNDORD-FILE.
       COPY "STNDORD".
       COPY "CUSTMAST".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  SORDFAIL-FILE.
       01  SORDFAIL-LINE                    PIC X(80).

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  EXTPAYEE-FILE.
       COPY "EXTPAYEE".

       FD  ACHPEND-FILE.
       COPY "ACHPEND".

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".
       COPY "WDLIMIT-PARM".

       01  WS-FILE-STATUSES.
           05  WS-SORDFEED-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-POSTJRNL-STATUS           PIC X(2).
           05  WS-SORDFAIL-STATUS           PIC X(2).
           05  WS-HOLDMAST-STATUS           PIC X(2).
               88  WS-HOLDMAST-OK           VALUE '00'.
           05  WS-EXTPAYEE-STATUS           PIC X(2).
               88  WS-EXTPAYEE-OK           VALUE '00'.
           05  WS-ACHPEND-STATUS            PIC X(2).

       01  SR-MONTH-DAYS-VALUES.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  WS-ORDER-WRITTEN-IND         PIC X(1).
               88  WS-ORDER-WRITTEN         VALUE 'Y'.
           05  WS-FAIL-REASON               PIC X(35).
           05  WS-TO-CURRENCY-CODE          PIC X(3).
           05  WS-BIZ-FUNCTION              PIC X(1).
           05  WS-BIZ-DATE-IN               PIC 9(8).
           05  WS-BIZ-DATE-OUT              PIC 9(8).
           05  WS-DAY-COUNT                 PIC 9(1) COMP.
           05  WS-ORDERS-ADDED              PIC 9(7) COMP VALUE 0.
           05  WS-ORDERS-CANCELLED          PIC 9(7) COMP VALUE 0.
           05  WS-HOLD-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-AVAILABLE-BALANCE         PIC S9(11)V99 COMP-3.
           05  WS-HOLD-SCAN-DONE-IND        PIC X(1).
               88  WS-HOLD-SCAN-DONE        VALUE 'Y'.
           05  WS-HOLDMAST-OPEN-IND         PIC X(1).
               88  WS-HOLDMAST-OPEN         VALUE 'Y'.
           05  WS-EXTPAYEE-OPEN-IND         PIC X(1).
               88  WS-EXTPAYEE-OPEN         VALUE 'Y'.
           05  WS-ACH-EFFECTIVE-DATE        PIC 9(8).

       01  WS-DISPLAY-FIELDS.
           05  WS-ORDER-ID-DISPLAY          PIC 9(7).
           05  WS-AMOUNT-DISPLAY            PIC -(7)9.99.

       COPY "ACCTCHK-PARM".

       LINKAGE SECTION.
       01  STORD-EXECUTED                   PIC 9(7) COMP.
       01  STORD-FAILED                     PIC 9(7) COMP.

      ******************************************************************
      * 1000-INITIALIZE - open the feed, the order master and the
      * money files, creating the order master on first use, and
      * fix the effective date of tonight's ACH payments - the
      * next business day.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO STORD-EXECUTED.
           OPEN I-O CUSTMAST-FILE.
           OPEN EXTEND POSTJRNL-FILE.
           OPEN OUTPUT SORDFAIL-FILE.
           MOVE 'N' TO WS-HOLDMAST-OPEN-IND.
           OPEN INPUT HOLDMAST-FILE.
           IF WS-HOLDMAST-OK
               MOVE 'Y' TO WS-HOLDMAST-OPEN-IND
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
           MOVE 'N' TO WS-BIZ-FUNCTION.
           MOVE WS-RUN-DATE TO WS-BIZ-DATE-IN.
           CALL "BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE-IN
               WS-BIZ-DATE-OUT WS-BIZ-IND.
           MOVE WS-BIZ-DATE-OUT TO WS-ACH-EFFECTIVE-DATE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-FEED-ENTRY - one maintenance action: an add
      * lands under the next free order ID, a cancel flips the
      * order's status.  An add naming a payee is an order to that
      * external payee and carries no to-account.
      ******************************************************************
       2000-APPLY-ONE-FEED-ENTRY.
           READ SORDFEED-FILE.
           EXIT.

       2100-ADD-ONE-ORDER.
           MOVE SPACES TO WS-FAIL-REASON.
           PERFORM 2120-CHECK-FEED-ACCOUNTS THRU 2120-EXIT.
           IF WS-FAIL-REASON NOT = SPACES
               PERFORM 2130-WRITE-REJECTED-ADD THRU 2130-EXIT
               GO TO 2100-EXIT
           END-IF.
           INITIALIZE STND-ORD-RECORD.
           MOVE SF-FROM-ACCOUNT TO SO-FROM-ACCOUNT.
           MOVE SF-TO-ACCOUNT TO SO-TO-ACCOUNT.
           MOVE SF-AMOUNT TO SO-AMOUNT.
           MOVE SF-FREQUENCY TO SO-FREQUENCY.
           MOVE SF-FIRST-RUN-DATE TO SO-NEXT-RUN-DATE.
           MOVE 0 TO SO-PAYEE-ID.
           IF SF-PAYEE-ID NUMERIC AND SF-PAYEE-ID > 0
               MOVE SF-PAYEE-ID TO SO-PAYEE-ID
               MOVE SPACES TO SO-TO-ACCOUNT
           END-IF.
           MOVE 0 TO SO-LAST-RUN-DATE.
           SET SO-ORDER-ACTIVE TO TRUE.
           MOVE SF-ENTERED-BY TO SO-CREATED-BY.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2120-CHECK-FEED-ACCOUNTS - the accounts an add names must
      * pass the ACCTCHK check digit before the order is taken on;
      * an order to an external payee names only its from-account.
      ******************************************************************
       2120-CHECK-FEED-ACCOUNTS.
           SET ACK-FUNC-VALIDATE TO TRUE.
           MOVE SF-FROM-ACCOUNT TO ACK-ACCOUNT-NUMBER.
           CALL "ACCTCHK" USING ACCTCHK-PARM.
           IF ACK-CHECK-DIGIT-FAILED
               MOVE 'FROM-ACCOUNT FAILS CHECK DIGIT' TO WS-FAIL-REASON
               GO TO 2120-EXIT
           END-IF.
           IF SF-PAYEE-ID NUMERIC AND SF-PAYEE-ID > 0
               GO TO 2120-EXIT
           END-IF.
           SET ACK-FUNC-VALIDATE TO TRUE.
           MOVE SF-TO-ACCOUNT TO ACK-ACCOUNT-NUMBER.
           CALL "ACCTCHK" USING ACCTCHK-PARM.
           IF ACK-CHECK-DIGIT-FAILED
               MOVE 'TO-ACCOUNT FAILS CHECK DIGIT' TO WS-FAIL-REASON
           END-IF.
           GO TO 2120-EXIT.
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 2130-WRITE-REJECTED-ADD - a feed add refused at intake goes
      * to the failed-orders report; it has no order ID yet.
      ******************************************************************
       2130-WRITE-REJECTED-ADD.
           ADD 1 TO STORD-FAILED.
           MOVE SF-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SORDFAIL-LINE.
           STRING 'NEW ORDER ' SF-FROM-ACCOUNT
               ' ' WS-AMOUNT-DISPLAY
               ' REJECTED - ' WS-FAIL-REASON
               DELIMITED BY SIZE INTO SORDFAIL-LINE.
           WRITE SORDFAIL-LINE.
           GO TO 2130-EXIT.
       2130-EXIT.
           EXIT.

       2200-CANCEL-ONE-ORDER.
           MOVE SF-ORDER-ID TO SO-ORDER-ID.
           READ STNDORD-FILE

      ******************************************************************
      * 4000-EXECUTE-ONE-ORDER - both accounts must be on file and
      * the from-account's available balance must cover the amount
      * before either leg moves, and the two accounts must be in
      * the same currency; a failed order reports whole and
      * stays scheduled for tomorrow's retry.  Both legs journal
      * through POSTJRNL.  An order to an external payee takes
      * its own path.
      ******************************************************************
       4000-EXECUTE-ONE-ORDER.
           IF SO-PAYEE-ID > 0
               PERFORM 4700-EXECUTE-PAYEE-ORDER THRU 4700-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE SO-TO-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
               PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE AM-CURRENCY-CODE TO WS-TO-CURRENCY-CODE.
           IF AM-REPORTING-CURRENCY
               MOVE 'USD' TO WS-TO-CURRENCY-CODE
           END-IF.
           MOVE SO-FROM-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
               PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF AM-REPORTING-CURRENCY
               MOVE 'USD' TO AM-CURRENCY-CODE
           END-IF.
           IF AM-CURRENCY-CODE NOT = WS-TO-CURRENCY-CODE
               MOVE 'CURRENCY MISMATCH' TO WS-FAIL-REASON
               PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-SUM-ACTIVE-HOLDS THRU 4050-EXIT.
           COMPUTE WS-AVAILABLE-BALANCE =
               AM-ACCOUNT-BALANCE - WS-HOLD-TOTAL.
           IF WS-AVAILABLE-BALANCE < SO-AMOUNT
               MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON
               PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-POST-DEBIT-LEG THRU 4100-EXIT.
           PERFORM 4150-COUNT-LIMITED-DEBIT THRU 4150-EXIT.
           PERFORM 4200-POST-CREDIT-LEG THRU 4200-EXIT.
           MOVE WS-EXEC-DATE TO SO-LAST-RUN-DATE.
           PERFORM 4300-ADVANCE-SCHEDULE THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4050-SUM-ACTIVE-HOLDS - the from-account's holds still in
      * force: active, and either held until released or not yet
      * past expiry.  No hold master means nothing is held.
      ******************************************************************
       4050-SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF NOT WS-HOLDMAST-OPEN
               GO TO 4050-EXIT
           END-IF.
           MOVE 'N' TO WS-HOLD-SCAN-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-HOLD-SEQ.
           START HOLDMAST-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
           END-START.
           PERFORM 4060-SUM-ONE-HOLD THRU 4060-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
           GO TO 4050-EXIT.
       4050-EXIT.
           EXIT.

       4060-SUM-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
                   GO TO 4060-EXIT
           END-READ.
           IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
               GO TO 4060-EXIT
           END-IF.
           IF HD-STAT-ACTIVE
               AND (HD-EXPIRY-DATE = 0
                    OR HD-EXPIRY-DATE NOT < WS-RUN-DATE)
               ADD HD-HOLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
           GO TO 4060-EXIT.
       4060-EXIT.
           EXIT.

      ******************************************************************
      * 4100-POST-DEBIT-LEG - the from-account leg, journaled.  The
      * from-account record is already in the FD area from the
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'STORDRUN' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = SO-AMOUNT * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT SO-AMOUNT FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4150-COUNT-LIMITED-DEBIT - the debit leg just posted is
      * counted by WDLIMIT against the monthly debit limit of the
      * from-account's type; one past the limit is charged the
      * type's excess-item fee.  The from-account record is still in
      * the FD area.  A debit WDCOUNT could not count has still
      * posted; it is reported, and the order is not failed.
      ******************************************************************
       4150-COUNT-LIMITED-DEBIT.
           SET WLP-FUNC-COUNT TO TRUE.
           MOVE AM-ACCOUNT-NUMBER TO WLP-ACCOUNT-NUMBER.
           MOVE AM-ACCOUNT-TYPE TO WLP-ACCOUNT-TYPE.
           MOVE WS-RUN-DATE TO WLP-RUN-DATE.
           CALL "WDLIMIT" USING WDLIMIT-PARM.
           IF WLP-COUNT-FILE-ERROR
               MOVE 'DEBIT NOT COUNTED ON WDCOUNT' TO WS-FAIL-REASON
               PERFORM 4170-WRITE-COUNT-FAILURE THRU 4170-EXIT
               GO TO 4150-EXIT
           END-IF.
           IF WLP-OVER-LIMIT AND WLP-EXCESS-FEE > 0
               PERFORM 4160-CHARGE-EXCESS-FEE THRU 4160-EXIT
           END-IF.
           GO TO 4150-EXIT.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4160-CHARGE-EXCESS-FEE - the excess-item fee WDLIMIT set,
      * charged to the from-account and journaled (XWF + run date),
      * then totalled for the month on WDCOUNT.
      ******************************************************************
       4160-CHARGE-EXCESS-FEE.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'XWF' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'STORDRUN' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WLP-EXCESS-FEE * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WLP-EXCESS-FEE FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   GO TO 4160-EXIT
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
           SET WLP-FUNC-FEE-CHARGED TO TRUE.
           CALL "WDLIMIT" USING WDLIMIT-PARM.
           IF WLP-COUNT-FILE-ERROR
               MOVE 'EXCESS FEE NOT TOTALLED ON WDCOUNT' TO
                   WS-FAIL-REASON
               PERFORM 4170-WRITE-COUNT-FAILURE THRU 4170-EXIT
           END-IF.
           GO TO 4160-EXIT.
       4160-EXIT.
           EXIT.

      ******************************************************************
      * 4170-WRITE-COUNT-FAILURE - an order that executed but whose
      * debit WDCOUNT could not take, reported for follow-up.  The
      * order is not a failure; the step still ends with a warning.
      ******************************************************************
       4170-WRITE-COUNT-FAILURE.
           MOVE SO-ORDER-ID TO WS-ORDER-ID-DISPLAY.
           MOVE SPACES TO SORDFAIL-LINE.
           STRING 'ORDER ' WS-ORDER-ID-DISPLAY
               ' FROM ' SO-FROM-ACCOUNT
               ' EXECUTED - ' WS-FAIL-REASON
               DELIMITED BY SIZE INTO SORDFAIL-LINE.
           WRITE SORDFAIL-LINE.
           IF STORD-RETURN-CODE = 0
               MOVE 4 TO STORD-RETURN-CODE
           END-IF.
           GO TO 4170-EXIT.
       4170-EXIT.
           EXIT.

      ******************************************************************
      * 4200-POST-CREDIT-LEG - the to-account leg, journaled.
      ******************************************************************
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'STORDRUN' TO PJ-SOURCE.
           MOVE SO-AMOUNT TO PJ-TXN-AMOUNT.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD SO-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4700-EXECUTE-PAYEE-ORDER - an order to an external payee: the
      * payee must be on file and active, and the from-account open,
      * in the reporting currency (ACH moves dollars only) and able
      * to fund the amount from its available balance.  The debit
      * leg posts and journals as for any order; in place of the
      * credit leg the payment is queued on ACHPEND for tonight's
      * origination file.
      ******************************************************************
       4700-EXECUTE-PAYEE-ORDER.
           IF NOT WS-EXTPAYEE-OPEN
               MOVE 'PAYEE FILE NOT AVAILABLE' TO WS-FAIL-REASON
               PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
               GO TO 4700-EXIT
           END-IF.
           MOVE SO-PAYEE-ID TO EP-PAYEE-ID.
           READ EXTPAYEE-FILE
               INVALID KEY
                   MOVE 'PAYEE NOT ON FILE' TO WS-FAIL-REASON
                   PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
                   GO TO 4700-EXIT
           END-READ.
           IF NOT EP-STAT-ACTIVE
               MOVE 'PAYEE CANCELLED' TO WS-FAIL-REASON
               PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
               GO TO 4700-EXIT
           END-IF.
           MOVE SO-FROM-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'FROM-ACCOUNT NOT ON FILE' TO WS-FAIL-REASON
                   PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
                   GO TO 4700-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               MOVE 'FROM-ACCOUNT CLOSED' TO WS-FAIL-REASON
               PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
               GO TO 4700-EXIT
           END-IF.
           IF NOT AM-REPORTING-CURRENCY
               MOVE 'ACH NEEDS A USD ACCOUNT' TO WS-FAIL-REASON
               PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
               GO TO 4700-EXIT
           END-IF.
           PERFORM 4050-SUM-ACTIVE-HOLDS THRU 4050-EXIT.
           COMPUTE WS-AVAILABLE-BALANCE =
               AM-ACCOUNT-BALANCE - WS-HOLD-TOTAL.
           IF WS-AVAILABLE-BALANCE < SO-AMOUNT
               MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON
               PERFORM 4500-WRITE-FAILED-ORDER THRU 4500-EXIT
               GO TO 4700-EXIT
           END-IF.
           PERFORM 4100-POST-DEBIT-LEG THRU 4100-EXIT.
           PERFORM 4750-QUEUE-ACH-PAYMENT THRU 4750-EXIT.
           PERFORM 4150-COUNT-LIMITED-DEBIT THRU 4150-EXIT.
           MOVE WS-EXEC-DATE TO SO-LAST-RUN-DATE.
           PERFORM 4300-ADVANCE-SCHEDULE THRU 4300-EXIT.
           REWRITE STND-ORD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           ADD 1 TO STORD-EXECUTED.
           GO TO 4700-EXIT.
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 4750-QUEUE-ACH-PAYMENT - the payment to the payee, as the
      * payee stands tonight, for ACHORIG to originate; the journal
      * row of the debit leg just posted is still in
      * POST-JRNL-RECORD and names the debit it pays out.
      ******************************************************************
       4750-QUEUE-ACH-PAYMENT.
           MOVE SPACES TO ACHPEND-LINE.
           MOVE EP-PAYEE-ID TO AQ-PAYEE-ID.
           MOVE AM-CUSTOMER-ID TO AQ-CUSTOMER-ID.
           MOVE SO-FROM-ACCOUNT TO AQ-ACCOUNT-NUMBER.
           MOVE EP-ROUTING-NUMBER TO AQ-ROUTING-NUMBER.
           MOVE EP-DFI-ACCOUNT TO AQ-DFI-ACCOUNT.
           MOVE EP-ACCOUNT-KIND TO AQ-ACCOUNT-KIND.
           MOVE EP-PAYEE-NAME TO AQ-PAYEE-NAME.
           MOVE SO-AMOUNT TO AQ-AMOUNT.
           MOVE WS-ACH-EFFECTIVE-DATE TO AQ-EFFECTIVE-DATE.
           MOVE 'STORDRUN' TO AQ-SOURCE.
           MOVE PJ-TXN-ID TO AQ-SOURCE-TXN-ID.
           MOVE WS-RUN-DATE TO AQ-QUEUED-DATE.
           WRITE ACHPEND-LINE.
           GO TO 4750-EXIT.
       4750-EXIT.
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
      * 9000-TERMINATE - close the files.
      ******************************************************************
           CLOSE CUSTMAST-FILE.
           CLOSE POSTJRNL-FILE.
           CLOSE SORDFAIL-FILE.
           IF WS-HOLDMAST-OPEN
               CLOSE HOLDMAST-FILE
           END-IF.
           IF WS-EXTPAYEE-OPEN
               CLOSE EXTPAYEE-FILE
           END-IF.
           CLOSE ACHPEND-FILE.
           SET WLP-FUNC-CLOSE TO TRUE.
           CALL "WDLIMIT" USING WDLIMIT-PARM.
       9000-EXIT.
           EXIT.
