      ******************************************************************
      * PROGRAM-ID: LOANBILL
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Nightly installment loan servicing, run in the chain after
      *   posting has applied the day's loan payments.  Walks
      *   LOANMAST and, for every loan:
      *   - a loan ACCTMNT booked today is disbursed: the principal
      *     is debited to the loan account and, when the booking
      *     named one, credited to the proceeds account, both legs
      *     journaled (LND/LNC + run date, source LOANBILL);
      *   - the next installment on the LOANSCHD schedule is billed
      *     once its due date is within LB-BILL-LEAD-DAYS: a
      *     month's interest on the principal balance as it stands
      *     is charged to the loan account through the journal
      *     (LNI), the rest of the level payment (all of what is
      *     left, on the last installment or after prepayments) is
      *     billed as principal, and the bill - due date and amount
      *     due, arrears included - goes to the LNBILLS file.  A
      *     loan is billed at most once a month;
      *   - days past due are worked out again from the oldest
      *     installment the payments applied so far have not
      *     covered, with the amount past due, for TXNAGE to age.
      *   Every disbursement and bill lands a line on the LNBILRPT
      *   report.  Rerun-safe: a disbursed loan is no longer booked,
      *   a billed installment moves the next bill a month on, and
      *   the past-due figures are recomputed from scratch.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  Movements on a foreign-currency account are
      *                    converted through FXCONV; the reporting
      *                    amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal row.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBILL.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMAST-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT LOANSCHD-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-SCHED-KEY
               FILE STATUS IS WS-LOANSCHD-STATUS.

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

           SELECT POSTJRNL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT LNBILLS-FILE ASSIGN TO "LNBILLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNBILLS-STATUS.

           SELECT LNBILRPT-FILE ASSIGN TO "LNBILRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNBILRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANMAST-FILE.
       COPY "LOANMAST".

       FD  LOANSCHD-FILE.
       COPY "LOANSCHD".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  LNBILLS-FILE.
       01  LNBILLS-LINE                     PIC X(100).

       FD  LNBILRPT-FILE.
       01  LNBILRPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".
       COPY "LNBILLS".

       01  WS-FILE-STATUSES.
           05  WS-LOANMAST-STATUS           PIC X(2).
               88  WS-LOANMAST-OK           VALUE '00'.
           05  WS-LOANSCHD-STATUS           PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-POSTJRNL-STATUS           PIC X(2).
           05  WS-LNBILLS-STATUS            PIC X(2).
           05  WS-LNBILRPT-STATUS           PIC X(2).

      ******************************************************************
      * How far ahead of its due date an installment is billed.
      ******************************************************************
       01  LB-DEFAULTS.
           05  LB-BILL-LEAD-DAYS            PIC 9(3) VALUE 015.

       01  WS-WORK-FIELDS.
           05  WS-SCAN-EOF-IND              PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-LOANMAST-OPEN-IND         PIC X(1).
               88  WS-LOANMAST-OPEN         VALUE 'Y'.
           05  WS-MONEY-OPEN-IND            PIC X(1).
               88  WS-MONEY-FILES-OPEN      VALUE 'Y'.
           05  WS-SCHED-SCAN-DONE-IND       PIC X(1).
               88  WS-SCHED-SCAN-DONE       VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-SERIAL                PIC 9(7) COMP.
           05  WS-DUE-SERIAL                PIC 9(7) COMP.
           05  WS-DAYS-TO-DUE               PIC S9(7) COMP.
           05  WS-MONTH-START               PIC 9(8).
           05  WS-MONTH-START-GRP REDEFINES WS-MONTH-START.
               10  WS-MONTH-START-YM        PIC 9(6).
               10  WS-MONTH-START-DD        PIC 9(2).
           05  WS-POST-AMOUNT               PIC S9(9)V99 COMP-3.
           05  WS-POST-SOURCE-ACCOUNT       PIC X(12).
           05  WS-POST-PREFIX               PIC X(3).
           05  WS-BILL-INTEREST             PIC S9(9)V99 COMP-3.
           05  WS-BILL-PRINCIPAL            PIC S9(9)V99 COMP-3.
           05  WS-UNBILLED-PRINCIPAL        PIC S9(9)V99 COMP-3.
           05  WS-CUM-BILLED                PIC S9(11)V99 COMP-3.
           05  WS-CUM-DUE                   PIC S9(11)V99 COMP-3.
           05  WS-REPORT-ACTION             PIC X(40).
           05  WS-LOANS-DISBURSED           PIC 9(7) COMP.
           05  WS-LOANS-BILLED              PIC 9(7) COMP.
           05  WS-LOANS-PAST-DUE            PIC 9(7) COMP.

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-AMOUNT-DISPLAY            PIC -(9)9.99.
           05  WS-DATE-DISPLAY              PIC 9(8).
           05  WS-INST-DISPLAY              PIC ZZ9.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.

       LINKAGE SECTION.
       01  LOANBILL-BILLED                  PIC 9(7) COMP.
       01  LOANBILL-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING LOANBILL-BILLED
           LOANBILL-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SERVICE-ONE-LOAN THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the loan files and the money files.
      * No loan master yet means no loan has ever been booked: a
      * clean, empty run.  The account master not opening stops
      * the step.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO LOANBILL-BILLED.
           MOVE 0 TO LOANBILL-RETURN-CODE.
           MOVE 'N' TO WS-SCAN-EOF-IND.
           MOVE 'N' TO WS-LOANMAST-OPEN-IND.
           MOVE 'N' TO WS-MONEY-OPEN-IND.
           MOVE 0 TO WS-LOANS-DISBURSED.
           MOVE 0 TO WS-LOANS-BILLED.
           MOVE 0 TO WS-LOANS-PAST-DUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DATESER" USING WS-RUN-DATE WS-RUN-SERIAL.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE 01 TO WS-MONTH-START-DD.
           OPEN OUTPUT LNBILRPT-FILE.
           MOVE SPACES TO LNBILRPT-LINE.
           STRING 'LOAN SERVICING REPORT - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LNBILRPT-LINE.
           WRITE LNBILRPT-LINE.
           OPEN OUTPUT LNBILLS-FILE.
           OPEN I-O LOANMAST-FILE.
           IF NOT WS-LOANMAST-OK
               MOVE 'Y' TO WS-SCAN-EOF-IND
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-LOANMAST-OPEN-IND.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               MOVE 8 TO LOANBILL-RETURN-CODE
               MOVE 'Y' TO WS-SCAN-EOF-IND
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           OPEN I-O LOANSCHD-FILE.
           OPEN EXTEND POSTJRNL-FILE.
           MOVE 'Y' TO WS-MONEY-OPEN-IND.
           MOVE LOW-VALUES TO LN-ACCOUNT-NUMBER.
           START LOANMAST-FILE KEY IS NOT LESS THAN LN-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-IND
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SERVICE-ONE-LOAN - disburse a booked loan, then for an
      * active one bill what has come due and refresh the days past
      * due.  Paid-off and closed loans are left alone.
      ******************************************************************
       2000-SERVICE-ONE-LOAN.
           READ LOANMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           IF LN-STAT-BOOKED
               PERFORM 3000-DISBURSE-ONE-LOAN THRU 3000-EXIT
           END-IF.
           IF NOT LN-STAT-ACTIVE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 4000-BILL-ONE-LOAN THRU 4000-EXIT.
           PERFORM 5000-AGE-ONE-LOAN THRU 5000-EXIT.
           IF LN-PRINCIPAL-BALANCE = 0 AND LN-INTEREST-DUE = 0
               SET LN-STAT-PAID-OFF TO TRUE
               MOVE WS-RUN-DATE TO LN-PAID-OFF-DATE
           END-IF.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   MOVE 4 TO LOANBILL-RETURN-CODE
           END-REWRITE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-REPORT-LINE - one line per disbursement, bill or
      * problem; the caller sets the action text, the amount and the
      * date shown.
      ******************************************************************
       2900-WRITE-REPORT-LINE.
           MOVE SPACES TO LNBILRPT-LINE.
           STRING 'LOAN ' LN-ACCOUNT-NUMBER
               ' DATE ' WS-DATE-DISPLAY
               ' AMOUNT ' WS-AMOUNT-DISPLAY
               ' ' WS-REPORT-ACTION
               DELIMITED BY SIZE INTO LNBILRPT-LINE.
           WRITE LNBILRPT-LINE.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DISBURSE-ONE-LOAN - put the principal on the loan
      * account and pay the proceeds to the account the booking
      * named.  A proceeds account gone since the booking leaves the
      * loan booked and reported for the branch to fix.
      ******************************************************************
       3000-DISBURSE-ONE-LOAN.
           MOVE LN-ORIGINAL-PRINCIPAL TO WS-AMOUNT-DISPLAY.
           MOVE WS-RUN-DATE TO WS-DATE-DISPLAY.
           IF LN-DISBURSE-ACCOUNT NOT = SPACES
               MOVE LN-DISBURSE-ACCOUNT TO AM-ACCOUNT-NUMBER
               READ ACCTMAST-FILE
                   INVALID KEY
                       PERFORM 3090-REPORT-NO-PROCEEDS THRU 3090-EXIT
                       GO TO 3000-EXIT
               END-READ
               IF AM-STATUS-CLOSED
                   PERFORM 3090-REPORT-NO-PROCEEDS THRU 3090-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           MOVE LN-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 4 TO LOANBILL-RETURN-CODE
                   GO TO 3000-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-POST-AMOUNT = LN-ORIGINAL-PRINCIPAL * -1.
           MOVE 'LND' TO WS-POST-PREFIX.
           PERFORM 6000-POST-ONE-LEG THRU 6000-EXIT.
           IF LN-DISBURSE-ACCOUNT NOT = SPACES
               MOVE LN-DISBURSE-ACCOUNT TO AM-ACCOUNT-NUMBER
               READ ACCTMAST-FILE
                   INVALID KEY
                       MOVE 4 TO LOANBILL-RETURN-CODE
                   NOT INVALID KEY
                       MOVE LN-ORIGINAL-PRINCIPAL TO WS-POST-AMOUNT
                       MOVE 'LNC' TO WS-POST-PREFIX
                       PERFORM 6000-POST-ONE-LEG THRU 6000-EXIT
               END-READ
           END-IF.
           SET LN-STAT-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO LN-DISBURSED-DATE.
           MOVE LN-ORIGINAL-PRINCIPAL TO LN-PRINCIPAL-BALANCE.
           MOVE 0 TO LN-PRINCIPAL-DUE.
           MOVE 0 TO LN-INTEREST-DUE.
           ADD 1 TO WS-LOANS-DISBURSED.
           MOVE SPACES TO WS-REPORT-ACTION.
           IF LN-DISBURSE-ACCOUNT = SPACES
               MOVE 'DISBURSED - PROCEEDS PAID OUTSIDE' TO
                   WS-REPORT-ACTION
           ELSE
               STRING 'DISBURSED TO ' LN-DISBURSE-ACCOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-ACTION
           END-IF.
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3090-REPORT-NO-PROCEEDS.
           MOVE 4 TO LOANBILL-RETURN-CODE.
           MOVE SPACES TO WS-REPORT-ACTION.
           STRING 'NOT DISBURSED - ' LN-DISBURSE-ACCOUNT
               ' UNAVAILABLE'
               DELIMITED BY SIZE INTO WS-REPORT-ACTION.
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
           GO TO 3090-EXIT.
       3090-EXIT.
           EXIT.

      ******************************************************************
      * 4000-BILL-ONE-LOAN - bill the next installment once its due
      * date is inside the lead, and only once a month.  The
      * interest is a month's interest at the note rate on the
      * principal balance as it stands (arrears included, since they
      * are still owed); the principal billed is the rest of the
      * level payment, capped at the principal not yet billed, and
      * all of it on the last installment.
      ******************************************************************
       4000-BILL-ONE-LOAN.
           IF LN-NEXT-BILL-INST > LN-TERM-MONTHS
               OR LN-NEXT-DUE-DATE = 0
               GO TO 4000-EXIT
           END-IF.
           IF LN-LAST-BILL-DATE NOT < WS-MONTH-START
               GO TO 4000-EXIT
           END-IF.
           CALL "DATESER" USING LN-NEXT-DUE-DATE WS-DUE-SERIAL.
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-SERIAL - WS-RUN-SERIAL.
           IF WS-DAYS-TO-DUE > LB-BILL-LEAD-DAYS
               GO TO 4000-EXIT
           END-IF.
           MOVE LN-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER.
           MOVE LN-NEXT-BILL-INST TO LS-INSTALLMENT-NO.
           READ LOANSCHD-FILE
               INVALID KEY
                   MOVE 4 TO LOANBILL-RETURN-CODE
                   GO TO 4000-EXIT
           END-READ.
           COMPUTE WS-UNBILLED-PRINCIPAL =
               LN-PRINCIPAL-BALANCE - LN-PRINCIPAL-DUE.
           COMPUTE WS-BILL-INTEREST ROUNDED =
               LN-PRINCIPAL-BALANCE * LN-NOTE-RATE / 1200.
           COMPUTE WS-BILL-PRINCIPAL =
               LN-INSTALLMENT-AMOUNT - WS-BILL-INTEREST.
           IF WS-BILL-PRINCIPAL < 0
               MOVE 0 TO WS-BILL-PRINCIPAL
           END-IF.
           IF LN-NEXT-BILL-INST = LN-TERM-MONTHS
               OR WS-BILL-PRINCIPAL > WS-UNBILLED-PRINCIPAL
               MOVE WS-UNBILLED-PRINCIPAL TO WS-BILL-PRINCIPAL
           END-IF.
           IF WS-BILL-INTEREST > 0
               PERFORM 4100-CHARGE-INTEREST THRU 4100-EXIT
           END-IF.
           ADD WS-BILL-INTEREST TO LN-INTEREST-DUE.
           ADD WS-BILL-PRINCIPAL TO LN-PRINCIPAL-DUE.
           COMPUTE LS-BILLED-AMOUNT =
               WS-BILL-INTEREST + WS-BILL-PRINCIPAL.
           MOVE WS-RUN-DATE TO LS-BILLED-DATE.
           REWRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   MOVE 4 TO LOANBILL-RETURN-CODE
           END-REWRITE.
           ADD LS-BILLED-AMOUNT TO LN-TOTAL-BILLED.
           MOVE LS-DUE-DATE TO LN-CURRENT-DUE-DATE.
           COMPUTE LN-CURRENT-DUE-AMOUNT =
               LN-INTEREST-DUE + LN-PRINCIPAL-DUE.
           MOVE WS-RUN-DATE TO LN-LAST-BILL-DATE.
           PERFORM 4200-WRITE-BILL THRU 4200-EXIT.
           ADD 1 TO LN-NEXT-BILL-INST.
           MOVE 0 TO LN-NEXT-DUE-DATE.
           IF LN-NEXT-BILL-INST NOT > LN-TERM-MONTHS
               MOVE LN-NEXT-BILL-INST TO LS-INSTALLMENT-NO
               READ LOANSCHD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LS-DUE-DATE TO LN-NEXT-DUE-DATE
               END-READ
           END-IF.
           ADD 1 TO WS-LOANS-BILLED.
           ADD 1 TO LOANBILL-BILLED.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CHARGE-INTEREST - the month's interest goes onto the
      * loan account through the journal, so the balance stays the
      * principal plus interest owed.
      ******************************************************************
       4100-CHARGE-INTEREST.
           MOVE LN-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 4 TO LOANBILL-RETURN-CODE
                   GO TO 4100-EXIT
           END-READ.
           COMPUTE WS-POST-AMOUNT = WS-BILL-INTEREST * -1.
           MOVE 'LNI' TO WS-POST-PREFIX.
           PERFORM 6000-POST-ONE-LEG THRU 6000-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-WRITE-BILL - the bill line: installment, due date, what
      * it carries, and the total due on that date.
      ******************************************************************
       4200-WRITE-BILL.
           MOVE SPACES TO LOAN-BILL-RECORD.
           MOVE LN-ACCOUNT-NUMBER TO LB-ACCOUNT-NUMBER.
           MOVE LN-CUSTOMER-ID TO LB-CUSTOMER-ID.
           MOVE LS-INSTALLMENT-NO TO LB-INSTALLMENT-NO.
           MOVE LS-DUE-DATE TO LB-DUE-DATE.
           MOVE WS-BILL-INTEREST TO LB-INTEREST-BILLED.
           MOVE WS-BILL-PRINCIPAL TO LB-PRINCIPAL-BILLED.
           MOVE LN-CURRENT-DUE-AMOUNT TO LB-AMOUNT-DUE.
           MOVE LN-PAST-DUE-AMOUNT TO LB-PAST-DUE-AMOUNT.
           MOVE LN-DAYS-PAST-DUE TO LB-DAYS-PAST-DUE.
           MOVE LOAN-BILL-RECORD TO LNBILLS-LINE.
           WRITE LNBILLS-LINE.
           MOVE LN-CURRENT-DUE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE LS-DUE-DATE TO WS-DATE-DISPLAY.
           MOVE SPACES TO WS-REPORT-ACTION.
           MOVE LS-INSTALLMENT-NO TO WS-INST-DISPLAY.
           STRING 'BILLED INSTALLMENT ' WS-INST-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-ACTION.
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-AGE-ONE-LOAN - days past due count from the due date of
      * the oldest billed installment the payments applied so far
      * have not covered; the amount past due is what was billed for
      * dates already passed less what has been paid.
      ******************************************************************
       5000-AGE-ONE-LOAN.
           MOVE 0 TO LN-OLDEST-UNPAID-DATE.
           MOVE 0 TO LN-PAST-DUE-AMOUNT.
           MOVE 0 TO LN-DAYS-PAST-DUE.
           IF LN-TOTAL-PAID NOT < LN-TOTAL-BILLED
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-CUM-BILLED.
           MOVE 0 TO WS-CUM-DUE.
           MOVE 'N' TO WS-SCHED-SCAN-DONE-IND.
           MOVE LN-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER.
           MOVE 1 TO LS-INSTALLMENT-NO.
           START LOANSCHD-FILE KEY IS NOT LESS THAN LS-SCHED-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHED-SCAN-DONE-IND
           END-START.
           PERFORM 5100-AGE-ONE-INSTALLMENT THRU 5100-EXIT
               UNTIL WS-SCHED-SCAN-DONE.
           IF WS-CUM-DUE > LN-TOTAL-PAID
               COMPUTE LN-PAST-DUE-AMOUNT =
                   WS-CUM-DUE - LN-TOTAL-PAID
           END-IF.
           IF LN-OLDEST-UNPAID-DATE = 0
               OR LN-OLDEST-UNPAID-DATE NOT < WS-RUN-DATE
               GO TO 5000-EXIT
           END-IF.
           CALL "DATESER" USING LN-OLDEST-UNPAID-DATE WS-DUE-SERIAL.
           COMPUTE LN-DAYS-PAST-DUE = WS-RUN-SERIAL - WS-DUE-SERIAL.
           ADD 1 TO WS-LOANS-PAST-DUE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-AGE-ONE-INSTALLMENT.
           READ LOANSCHD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHED-SCAN-DONE-IND
                   GO TO 5100-EXIT
           END-READ.
           IF LS-ACCOUNT-NUMBER NOT = LN-ACCOUNT-NUMBER
               OR LS-INSTALLMENT-NO NOT < LN-NEXT-BILL-INST
               MOVE 'Y' TO WS-SCHED-SCAN-DONE-IND
               GO TO 5100-EXIT
           END-IF.
           ADD LS-BILLED-AMOUNT TO WS-CUM-BILLED.
           IF LS-DUE-DATE < WS-RUN-DATE
               ADD LS-BILLED-AMOUNT TO WS-CUM-DUE
           END-IF.
           IF LN-OLDEST-UNPAID-DATE = 0
               AND WS-CUM-BILLED > LN-TOTAL-PAID
               MOVE LS-DUE-DATE TO LN-OLDEST-UNPAID-DATE
           END-IF.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-POST-ONE-LEG - journal one movement of WS-POST-AMOUNT
      * (negative for a debit) on the account in the ACCTMAST record
      * area and roll it into the owner's total.
      ******************************************************************
       6000-POST-ONE-LEG.
           INITIALIZE POST-JRNL-RECORD.
           STRING WS-POST-PREFIX WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'LOANBILL' TO PJ-SOURCE.
           MOVE WS-POST-AMOUNT TO PJ-TXN-AMOUNT.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD WS-POST-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   MOVE 4 TO LOANBILL-RETURN-CODE
                   GO TO 6000-EXIT
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
           GO TO 6000-EXIT.
       6000-EXIT.
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
           MOVE WS-LOANS-DISBURSED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LNBILRPT-LINE.
           STRING 'LOANS DISBURSED  ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LNBILRPT-LINE.
           WRITE LNBILRPT-LINE.
           MOVE WS-LOANS-BILLED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LNBILRPT-LINE.
           STRING 'LOANS BILLED     ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LNBILRPT-LINE.
           WRITE LNBILRPT-LINE.
           MOVE WS-LOANS-PAST-DUE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LNBILRPT-LINE.
           STRING 'LOANS PAST DUE   ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LNBILRPT-LINE.
           WRITE LNBILRPT-LINE.
           IF WS-LOANMAST-OPEN
               CLOSE LOANMAST-FILE
           END-IF.
           IF WS-MONEY-FILES-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE CUSTMAST-FILE
               CLOSE LOANSCHD-FILE
               CLOSE POSTJRNL-FILE
           END-IF.
           CLOSE LNBILLS-FILE.
           CLOSE LNBILRPT-FILE.
       9000-EXIT.
           EXIT.
