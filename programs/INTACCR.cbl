      *                    the arithmetic can be explained to the
      *                    customer.  Types without tiers accrue
      *                    exactly as before.
      *   2026-10-15  ROK  Installment loan accounts are skipped: a
      *                    loan's interest is billed monthly by
      *                    LOANBILL at the note rate, and accruing
      *                    on its negative balance here would
      *                    credit the borrower.
      *   2026-10-15  ROK  An overdrawn balance no longer accrues
      *                    at the deposit rate.  Each day negative
      *                    accrues debit interest at the type's
      *                    ATR-OD-DEBIT-RATE onto the ledger's own
      *                    AL-DEBIT-ACCRUED, charged at month end
      *                    through the journal under source INTDEBIT
      *                    (DBI + run date) so the general ledger
      *                    books it as interest income.
      *   2026-10-15  ROK  Backup withholding: when the owning
      *                    customer's taxpayer ID is not certified
      *                    (or the IRS has notified it wrong), the
      *                    backup-withholding percentage of each
      *                    capitalization comes straight back off
      *                    the account through the journal under
      *                    source BACKWH (BWH + run date), and the
      *                    ledger's AL-YTD-WITHHELD carries the year's
      *                    total to TAXEXT.
      *   2026-10-15  ROK  Movements on a foreign-currency account are
      *                    converted through FXCONV; the reporting
      *                    amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal row.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  Each capitalization leaves its amount on
      *                    AL-LAST-CAP-AMOUNT for the month's
      *                    customer profitability run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
       COPY "ACCTTYPE-REF".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  ACCRRPT-FILE.
       01  ACCRRPT-LINE                     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS           PIC X(2).
       01  IA-MONTH-DAYS REDEFINES IA-MONTH-DAYS-VALUES.
           05  IA-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

      ******************************************************************
      * The federal backup-withholding rate, as a percentage of the
      * interest paid to a customer without a certified taxpayer ID.
      ******************************************************************
       01  IA-WITHHOLDING-CONSTANTS.
           05  IA-BACKUP-WH-PCT        PIC 9(2)V99 VALUE 24.00.

       01  WS-WORK-FIELDS.
           05  WS-SUB                       PIC 9(5) COMP.
           05  WS-RATE-LOAD-EOF-IND         PIC X(1).
           05  WS-TIER-FLOOR                PIC S9(9)V99 COMP-3.
           05  WS-TIER-SLICE                PIC S9(9)V99 COMP-3.
           05  WS-SLICE-INTEREST            PIC S9(7)V9(4) COMP-3.
           05  WS-DEBIT-RATE                PIC 9(2)V9(4).
           05  WS-WITHHOLD-IND              PIC X(1).
               88  WS-WITHHOLD-BACKUP       VALUE 'Y'.
           05  WS-WITHHELD-AMOUNT           PIC S9(9)V99 COMP-3.

       01  WS-ACCT-TIER-TABLE.
           05  WS-ACCT-TIER OCCURS 3 TIMES.
           IF AM-STATUS-CLOSED
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-DEBIT-RATE.
           MOVE AM-ACCOUNT-TYPE TO ATR-TYPE-CODE.
           READ ACCTTYPE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ATR-CLASS-LOAN
                       GO TO 2000-EXIT
                   END-IF
                   IF ATR-OD-DEBIT-RATE NUMERIC
                       MOVE ATR-OD-DEBIT-RATE TO WS-DEBIT-RATE
                   END-IF
           END-READ.
           PERFORM 2100-READ-OR-CREATE-LEDGER THRU 2100-EXIT.
           PERFORM 2150-LOAD-TIER-SCHEDULE THRU 2150-EXIT.
           IF AL-LAST-ACCRUAL-DATE < WS-RUN-DATE
           END-IF.
           IF WS-RUN-IS-MONTH-END
               AND AL-LAST-CAP-DATE NOT = WS-RUN-DATE
               PERFORM 3100-CHARGE-DEBIT-INTEREST THRU 3100-EXIT
               PERFORM 3000-CAPITALIZE THRU 3000-EXIT
           END-IF.
           IF WS-RUN-DATE (5:4) = '1231'
      * 2200-ACCRUE-ONE-DAY - advance the accrual date one calendar
      * day and accrue that day's simple interest: the balance
      * sliced across the type's rate bands when the account is
      * tiered, otherwise the flat rate in effect on that day.  A
      * negative balance earns nothing; it accrues debit interest
      * at the type's overdraft rate on its own bucket instead.
      ******************************************************************
       2200-ACCRUE-ONE-DAY.
           ADD 1 TO WS-SAFETY-COUNT.
           PERFORM 7100-ADD-ONE-DAY THRU 7100-EXIT.
           IF AM-ACCOUNT-BALANCE < 0
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   AM-ACCOUNT-BALANCE * -1 * WS-DEBIT-RATE / 100 / 365
               ADD WS-DAY-INTEREST TO AL-DEBIT-ACCRUED
               GO TO 2200-EXIT
           END-IF.
           IF WS-ACCOUNT-IS-TIERED
               PERFORM 2300-ACCRUE-TIERED-DAY THRU 2300-EXIT
               GO TO 2200-EXIT
      * 3000-CAPITALIZE - post the whole cents of the accrued amount
      * to the account (and roll them into the customer total)
      * through the posting journal, leaving the sub-cent residual
      * on the ledger.  A customer subject to backup withholding has
      * it taken from the credit just posted.
      ******************************************************************
       3000-CAPITALIZE.
           MOVE AL-ACCRUED-AMOUNT TO WS-CAP-AMOUNT.
           IF WS-CAP-AMOUNT = 0
               MOVE WS-RUN-DATE TO AL-LAST-CAP-DATE
               MOVE 0 TO AL-LAST-CAP-AMOUNT
               GO TO 3000-EXIT
           END-IF.
           INITIALIZE POST-JRNL-RECORD.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'INTACCR ' TO PJ-SOURCE.
           MOVE WS-CAP-AMOUNT TO PJ-TXN-AMOUNT.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD WS-CAP-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
               INVALID KEY
                   GO TO 3000-EXIT
           END-REWRITE.
           MOVE 'N' TO WS-WITHHOLD-IND.
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
                   IF CM-BACKUP-WITHHOLDING
                       MOVE 'Y' TO WS-WITHHOLD-IND
                   END-IF
           END-READ.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           SUBTRACT WS-CAP-AMOUNT FROM AL-ACCRUED-AMOUNT.
           ADD WS-CAP-AMOUNT TO AL-YTD-INTEREST.
           MOVE WS-RUN-DATE TO AL-LAST-CAP-DATE.
           MOVE WS-CAP-AMOUNT TO AL-LAST-CAP-AMOUNT.
           ADD 1 TO INTACCR-CAPITALIZED.
           MOVE AL-CUSTOMER-ID TO WS-CUSTOMER-ID-DISPLAY.
           MOVE WS-CAP-AMOUNT TO WS-CAP-DISPLAY.
               ' AMOUNT ' WS-CAP-DISPLAY
               DELIMITED BY SIZE INTO ACCRRPT-LINE.
           WRITE ACCRRPT-LINE.
           IF WS-WITHHOLD-BACKUP AND WS-CAP-AMOUNT > 0
               PERFORM 3050-WITHHOLD-BACKUP THRU 3050-EXIT
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3050-WITHHOLD-BACKUP - the backup-withholding percentage of
      * the interest just capitalized comes back off the account
      * (and the customer total) through the journal under its own
      * source, so the general ledger books it as tax payable, and
      * adds to the ledger's year-to-date withheld for the extract.
      ******************************************************************
       3050-WITHHOLD-BACKUP.
           COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
               WS-CAP-AMOUNT * IA-BACKUP-WH-PCT / 100.
           IF WS-WITHHELD-AMOUNT NOT > 0
               GO TO 3050-EXIT
           END-IF.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'BWH' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'BACKWH  ' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-WITHHELD-AMOUNT * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-WITHHELD-AMOUNT FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   GO TO 3050-EXIT
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
           ADD WS-WITHHELD-AMOUNT TO AL-YTD-WITHHELD.
           MOVE AL-CUSTOMER-ID TO WS-CUSTOMER-ID-DISPLAY.
           MOVE WS-WITHHELD-AMOUNT TO WS-CAP-DISPLAY.
           MOVE SPACES TO ACCRRPT-LINE.
           STRING 'BACKUP WITHHELD ' AM-ACCOUNT-NUMBER
               ' CUSTOMER ' WS-CUSTOMER-ID-DISPLAY
               ' AMOUNT ' WS-CAP-DISPLAY
               DELIMITED BY SIZE INTO ACCRRPT-LINE.
           WRITE ACCRRPT-LINE.
           GO TO 3050-EXIT.
       3050-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHARGE-DEBIT-INTEREST - month end: the whole cents of
      * the debit interest an overdrawn balance ran up come off the
      * account (and the customer total) through the journal under
      * their own source, leaving the sub-cent residual on the
      * ledger.  Charged ahead of the deposit capitalization, which
      * stamps the ledger's last-capitalization date for both.
      ******************************************************************
       3100-CHARGE-DEBIT-INTEREST.
           MOVE AL-DEBIT-ACCRUED TO WS-CAP-AMOUNT.
           IF WS-CAP-AMOUNT NOT > 0
               GO TO 3100-EXIT
           END-IF.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'DBI' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'INTDEBIT' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-CAP-AMOUNT * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-CAP-AMOUNT FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   GO TO 3100-EXIT
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
           SUBTRACT WS-CAP-AMOUNT FROM AL-DEBIT-ACCRUED.
           ADD WS-CAP-AMOUNT TO AL-YTD-DEBIT-INTEREST.
           MOVE AL-CUSTOMER-ID TO WS-CUSTOMER-ID-DISPLAY.
           MOVE WS-CAP-AMOUNT TO WS-CAP-DISPLAY.
           MOVE SPACES TO ACCRRPT-LINE.
           STRING 'DEBIT INTEREST ' AM-ACCOUNT-NUMBER
               ' CUSTOMER ' WS-CUSTOMER-ID-DISPLAY
               ' AMOUNT ' WS-CAP-DISPLAY
               DELIMITED BY SIZE INTO ACCRRPT-LINE.
           WRITE ACCRRPT-LINE.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-YTD-LINE - year end: report the account's annual
      * interest for the tax team and reset the ledger's YTD total.
               DELIMITED BY SIZE INTO ACCRRPT-LINE.
           WRITE ACCRRPT-LINE.
           MOVE 0 TO AL-YTD-INTEREST.
           IF AL-YTD-DEBIT-INTEREST NOT = 0
               MOVE AL-YTD-DEBIT-INTEREST TO WS-YTD-DISPLAY
               MOVE SPACES TO ACCRRPT-LINE
               STRING 'YTD DEBIT INTEREST ' AL-ACCOUNT-NUMBER
                   ' CUSTOMER ' WS-CUSTOMER-ID-DISPLAY
                   ' TOTAL ' WS-YTD-DISPLAY
                   DELIMITED BY SIZE INTO ACCRRPT-LINE
               WRITE ACCRRPT-LINE
               MOVE 0 TO AL-YTD-DEBIT-INTEREST
           END-IF.
           IF AL-YTD-WITHHELD NOT = 0
               MOVE AL-YTD-WITHHELD TO WS-YTD-DISPLAY
               MOVE SPACES TO ACCRRPT-LINE
               STRING 'YTD BACKUP WITHHELD ' AL-ACCOUNT-NUMBER
                   ' CUSTOMER ' WS-CUSTOMER-ID-DISPLAY
                   ' TOTAL ' WS-YTD-DISPLAY
                   DELIMITED BY SIZE INTO ACCRRPT-LINE
               WRITE ACCRRPT-LINE
               MOVE 0 TO AL-YTD-WITHHELD
           END-IF.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
       7100-EXIT.
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
