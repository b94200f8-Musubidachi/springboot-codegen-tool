      *                    and the space-filled record area was
      *                    landing it as invalid packed decimal on
      *                    every new account.
      *   2026-10-15  ROK  Opening a term deposit type writes the
      *                    TERMDEP record - term, locked rate,
      *                    maturity date and renewal instruction -
      *                    with the type's standard term and offered
      *                    rate when the request keys none; closing
      *                    the account closes the term record.
      *   2026-10-15  ROK  Opening a loan type books the loan: the
      *                    LOANMAST record with principal, note rate,
      *                    term and payment due day, and its level-
      *                    payment amortization schedule on LOANSCHD.
      *                    LOANBILL disburses it that night.  Closing
      *                    the account closes the loan record.
      *   2026-10-15  ROK  An open now takes the owning branch onto
      *                    AM-BRANCH-ID, validated against the
      *                    BRANCH reference table, and function T
      *                    transfers an account to another branch.
      *                    The audit record carries the branch
      *                    before and after and is now 63 bytes.
      *   2026-10-15  ROK  An open takes the account's currency onto
      *                    AM-CURRENCY-CODE, validated against the
      *                    CURRENCY reference table (spaces open in
      *                    USD), with a zero AM-REPORTING-BALANCE.
      *                    Term deposit and loan types, and the
      *                    accounts they pay to, must be USD.
      *   2026-10-15  ROK  An open with no account number keyed now
      *                    assigns the next number off the ACCTCTL
      *                    control record with an ACCTCHK check
      *                    digit, answered in AMS-ACCOUNT-NUMBER; a
      *                    keyed number must carry a valid check
      *                    digit.  Every function checks the keyed
      *                    number through ACCTCHK before the lookup.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
               RECORD KEY IS ATR-TYPE-CODE
               FILE STATUS IS WS-ACCTTYPE-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCOUNT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.

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

           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURRENCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CURRENCY-CODE
               FILE STATUS IS WS-CURRENCY-STATUS.

           SELECT ACCTMNT-AUDIT-FILE ASSIGN TO "ACCTMAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ACCTCTL-FILE ASSIGN TO "ACCTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
       FD  ACCTTYPE-FILE.
       COPY "ACCTTYPE-REF".

       FD  TERMDEP-FILE.
       COPY "TERMDEP".

       FD  LOANMAST-FILE.
       COPY "LOANMAST".

       FD  LOANSCHD-FILE.
       COPY "LOANSCHD".

       FD  BRANCH-FILE.
       COPY "BRANCH-REF".

       FD  CURRENCY-FILE.
       COPY "CURRENCY-REF".

       FD  ACCTMNT-AUDIT-FILE.
       01  ACCTMNT-AUDIT-LINE               PIC X(63).

       FD  ACCTCTL-FILE.
       01  ACCT-CTL-RECORD.
           05  AC-NEXT-ACCOUNT-BASE         PIC 9(11).

       WORKING-STORAGE SECTION.
       COPY "ACCTMNT-AUDIT".
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ACCTTYPE-STATUS           PIC X(2).
           05  WS-AUDIT-STATUS              PIC X(2).
           05  WS-TERMDEP-STATUS            PIC X(2).
           05  WS-LOANMAST-STATUS           PIC X(2).
           05  WS-LOANSCHD-STATUS           PIC X(2).
           05  WS-BRANCH-STATUS             PIC X(2).
           05  WS-CURRENCY-STATUS           PIC X(2).
           05  WS-ACCTCTL-STATUS            PIC X(2).
               88  WS-ACCTCTL-OK            VALUE '00'.

       01  AN-MONTH-DAYS-VALUES.
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
       01  AN-MONTH-DAYS REDEFINES AN-MONTH-DAYS-VALUES.
           05  AN-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE              PIC 9(8).
           05  WS-CURRENT-TIME              PIC 9(6).
           05  WS-ACCOUNT-ON-FILE-IND       PIC X(1).
               88  WS-ACCOUNT-ON-FILE       VALUE 'Y'.
           05  WS-TERM-TYPE-IND             PIC X(1).
               88  WS-TERM-TYPE             VALUE 'Y'.
           05  WS-TERM-MONTHS               PIC 9(3).
           05  WS-RENEWAL-INSTR             PIC X(1).
           05  WS-OPEN-RATE                 PIC 9(2)V9(4).
           05  WS-OPEN-CURRENCY             PIC X(3).
           05  WS-CALC-DATE                 PIC 9(8).
           05  WS-CALC-GRP REDEFINES WS-CALC-DATE.
               10  WS-CALC-YEAR             PIC 9(4).
               10  WS-CALC-MONTH            PIC 9(2).
               10  WS-CALC-DAY              PIC 9(2).
           05  WS-MONTH-LIMIT               PIC 9(2).
           05  WS-MONTH-COUNT               PIC 9(3).
           05  WS-QUOTIENT                  PIC 9(4) COMP.
           05  WS-REM4                      PIC 9(4) COMP.
           05  WS-REM100                    PIC 9(4) COMP.
           05  WS-REM400                    PIC 9(4) COMP.
           05  WS-LOAN-TYPE-IND             PIC X(1).
               88  WS-LOAN-TYPE             VALUE 'Y'.
           05  WS-DUE-DAY                   PIC 9(2).
           05  WS-LOAN-PRINCIPAL            PIC S9(9)V99 COMP-3.
           05  WS-MONTHLY-RATE              PIC 9V9(12) COMP-3.
           05  WS-RATE-FACTOR               PIC 9(9)V9(9) COMP-3.
           05  WS-INSTALLMENT               PIC S9(9)V99 COMP-3.
           05  WS-SCHED-BALANCE             PIC S9(9)V99 COMP-3.
           05  WS-SCHED-INTEREST            PIC S9(9)V99 COMP-3.
           05  WS-SCHED-PRINCIPAL           PIC S9(9)V99 COMP-3.
           05  WS-FIRST-DUE-DATE            PIC 9(8).
           05  WS-INST-NO                   PIC 9(3).
           05  WS-BRANCH-OPEN-IND           PIC X(1).
               88  WS-BRANCH-OPEN           VALUE 'Y'.
           05  WS-CURRENCY-OPEN-IND         PIC X(1).
               88  WS-CURRENCY-OPEN         VALUE 'Y'.

      ******************************************************************
      * Account number assignment: eleven digits off the ACCTCTL
      * control record, starting at WS-FIRST-ACCOUNT-BASE, and the
      * ACCTCHK check digit.
      ******************************************************************
       01  WS-ASSIGN-FIELDS.
           05  WS-FIRST-ACCOUNT-BASE        PIC 9(11)
               VALUE 10000000000.
           05  WS-NEXT-ACCOUNT-BASE         PIC 9(11).
           05  WS-ASSIGN-NUMBER-IND         PIC X(1).
               88  WS-ASSIGN-NUMBER         VALUE 'Y'.
           05  WS-RECORD-WRITTEN-IND        PIC X(1).
               88  WS-RECORD-WRITTEN        VALUE 'Y'.
           05  WS-PROBE-COUNT               PIC 9(5) COMP.

       COPY "ACCTCHK-PARM".

       LINKAGE SECTION.
       COPY "ACCTMNT-REQUEST".
                       PERFORM 4000-CHANGE-STATUS THRU 4000-EXIT
                   WHEN AMR-FUNC-CLOSE
                       PERFORM 5000-CLOSE-ACCOUNT THRU 5000-EXIT
                   WHEN AMR-FUNC-TRANSFER
                       PERFORM 6000-TRANSFER-BRANCH THRU 6000-EXIT
               END-EVALUATE
           END-IF.
           IF AMS-SUCCESS
           MOVE AMR-TRANSACTION-ID TO AMS-TRANSACTION-ID.
           SET AMS-SUCCESS TO TRUE.
           MOVE SPACES TO AMS-RESPONSE-MESSAGE.
           MOVE AMR-ACCOUNT-NUMBER TO AMS-ACCOUNT-NUMBER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN I-O ACCTMAST-FILE.
           OPEN INPUT CUSTMAST-FILE ACCTTYPE-FILE.
           OPEN EXTEND ACCTMNT-AUDIT-FILE.
           OPEN I-O TERMDEP-FILE.
           IF WS-TERMDEP-STATUS = '35'
               OPEN OUTPUT TERMDEP-FILE
               CLOSE TERMDEP-FILE
               OPEN I-O TERMDEP-FILE
           END-IF.
           OPEN I-O LOANMAST-FILE.
           IF WS-LOANMAST-STATUS = '35'
               OPEN OUTPUT LOANMAST-FILE
               CLOSE LOANMAST-FILE
               OPEN I-O LOANMAST-FILE
           END-IF.
           OPEN I-O LOANSCHD-FILE.
           IF WS-LOANSCHD-STATUS = '35'
               OPEN OUTPUT LOANSCHD-FILE
               CLOSE LOANSCHD-FILE
               OPEN I-O LOANSCHD-FILE
           END-IF.
           MOVE 'N' TO WS-BRANCH-OPEN-IND.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS = '00'
               MOVE 'Y' TO WS-BRANCH-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-CURRENCY-OPEN-IND.
           OPEN INPUT CURRENCY-FILE.
           IF WS-CURRENCY-STATUS = '00'
               MOVE 'Y' TO WS-CURRENCY-OPEN-IND
           END-IF.
           INITIALIZE ACCTMNT-AUDIT-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VALIDATE-REQUEST - the function code must be one this
      * program knows, and the account must not (open) or must
      * (status/close/transfer) already be on file.  The keyed
      * number goes through ACCTCHK first: a new number must carry
      * its check digit, and an existing one must pass the check
      * or be a registered legacy number.  An open with no number
      * keyed is assigned one when the master is written.
      ******************************************************************
       2000-VALIDATE-REQUEST.
           IF NOT AMR-FUNC-OPEN
               AND NOT AMR-FUNC-STATUS
               AND NOT AMR-FUNC-CLOSE
               AND NOT AMR-FUNC-TRANSFER
               SET AMS-INVALID-FUNCTION TO TRUE
               MOVE 'FUNCTION CODE NOT O, S, C OR T' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-ASSIGN-NUMBER-IND.
           IF AMR-FUNC-OPEN AND AMR-ACCOUNT-NUMBER = SPACES
               MOVE 'Y' TO WS-ASSIGN-NUMBER-IND
               GO TO 2000-EXIT
           END-IF.
           SET ACK-FUNC-VALIDATE TO TRUE.
           MOVE AMR-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER.
           CALL "ACCTCHK" USING ACCTCHK-PARM.
           IF AMR-FUNC-OPEN AND NOT ACK-VALID
               SET AMS-CHECK-DIGIT-FAILED TO TRUE
               MOVE 'NEW ACCOUNT NUMBER FAILS CHECK DIGIT' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF ACK-CHECK-DIGIT-FAILED
               SET AMS-CHECK-DIGIT-FAILED TO TRUE
               MOVE 'ACCOUNT NUMBER FAILS CHECK DIGIT' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           EXIT.

      ******************************************************************
      * 3000-OPEN-ACCOUNT - validate the owning customer, the
      * account type's effective window, the owning branch and the
      * account's currency, then write the new master record with a
      * zero opening balance and book value.  A
      * term deposit type has its terms checked first and its
      * TERMDEP record written after the master; so does a loan
      * type, its LOANMAST record and amortization schedule.  A loan
      * opens at zero and is disbursed onto the account by LOANBILL.
      ******************************************************************
       3000-OPEN-ACCOUNT.
           MOVE AMR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           IF NOT AMS-SUCCESS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 6100-CHECK-BRANCH THRU 6100-EXIT.
           IF NOT AMS-SUCCESS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 6200-CHECK-CURRENCY THRU 6200-EXIT.
           IF NOT AMS-SUCCESS
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-TERM-TYPE-IND.
           MOVE 'N' TO WS-LOAN-TYPE-IND.
           MOVE AMR-INTEREST-RATE TO WS-OPEN-RATE.
           IF ATR-CLASS-TERM
               MOVE 'Y' TO WS-TERM-TYPE-IND
               PERFORM 3200-CHECK-TERM-REQUEST THRU 3200-EXIT
               IF NOT AMS-SUCCESS
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF ATR-CLASS-LOAN
               MOVE 'Y' TO WS-LOAN-TYPE-IND
               PERFORM 3400-CHECK-LOAN-REQUEST THRU 3400-EXIT
               IF NOT AMS-SUCCESS
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO ACCTMAST-RECORD.
           MOVE AMR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           MOVE AMR-CUSTOMER-ID TO AM-CUSTOMER-ID.
           MOVE AMR-ACCOUNT-TYPE TO AM-ACCOUNT-TYPE.
           SET AM-STATUS-ACTIVE TO TRUE.
           MOVE 0 TO AM-ACCOUNT-BALANCE.
           MOVE WS-OPEN-RATE TO AM-INTEREST-RATE.
           MOVE 0 TO AM-RATE-SPREAD.
           MOVE AMR-BRANCH-ID TO AM-BRANCH-ID.
           MOVE WS-OPEN-CURRENCY TO AM-CURRENCY-CODE.
           MOVE 0 TO AM-REPORTING-BALANCE.
           IF WS-ASSIGN-NUMBER
               PERFORM 3050-ASSIGN-AND-WRITE THRU 3050-EXIT
               IF NOT AMS-SUCCESS
                   GO TO 3000-EXIT
               END-IF
               MOVE AM-ACCOUNT-NUMBER TO AMR-ACCOUNT-NUMBER
               MOVE AM-ACCOUNT-NUMBER TO AMS-ACCOUNT-NUMBER
           ELSE
               WRITE ACCTMAST-RECORD
                   INVALID KEY
                       SET AMS-SYSTEM-ERROR TO TRUE
                       MOVE 'WRITE OF ACCTMAST-FILE FAILED' TO
                           AMS-RESPONSE-MESSAGE
                       GO TO 3000-EXIT
               END-WRITE
           END-IF.
           IF WS-TERM-TYPE
               PERFORM 3300-WRITE-TERM-RECORD THRU 3300-EXIT
           END-IF.
           IF WS-LOAN-TYPE
               PERFORM 3500-BOOK-LOAN THRU 3500-EXIT
           END-IF.
           MOVE SPACES TO AMA-BEFORE-IMAGE.
           PERFORM 8100-CAPTURE-AFTER-IMAGE THRU 8100-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3050-ASSIGN-AND-WRITE - the next base off the ACCTCTL control
      * record with its check digit, probed upward past any number
      * already on the master, then the advanced control record.
      ******************************************************************
       3050-ASSIGN-AND-WRITE.
           PERFORM 3060-READ-CONTROL-RECORD THRU 3060-EXIT.
           MOVE 'N' TO WS-RECORD-WRITTEN-IND.
           MOVE 0 TO WS-PROBE-COUNT.
           PERFORM 3070-TRY-ONE-NUMBER THRU 3070-EXIT
               UNTIL WS-RECORD-WRITTEN
                   OR WS-PROBE-COUNT > 10000.
           IF NOT WS-RECORD-WRITTEN
               SET AMS-SYSTEM-ERROR TO TRUE
               MOVE 'NO FREE ACCOUNT NUMBER' TO AMS-RESPONSE-MESSAGE
               GO TO 3050-EXIT
           END-IF.
           PERFORM 3080-ADVANCE-CONTROL-RECORD THRU 3080-EXIT.
           GO TO 3050-EXIT.
       3050-EXIT.
           EXIT.

      ******************************************************************
      * 3060-READ-CONTROL-RECORD - a missing or unreadable control
      * file starts the assignment at WS-FIRST-ACCOUNT-BASE, above
      * the numbers in use before assignment began, and the write
      * probe walks past whatever is already taken.
      ******************************************************************
       3060-READ-CONTROL-RECORD.
           MOVE WS-FIRST-ACCOUNT-BASE TO WS-NEXT-ACCOUNT-BASE.
           OPEN INPUT ACCTCTL-FILE.
           IF NOT WS-ACCTCTL-OK
               GO TO 3060-EXIT
           END-IF.
           READ ACCTCTL-FILE
               AT END
                   CLOSE ACCTCTL-FILE
                   GO TO 3060-EXIT
           END-READ.
           IF AC-NEXT-ACCOUNT-BASE NUMERIC
               AND AC-NEXT-ACCOUNT-BASE > WS-FIRST-ACCOUNT-BASE
               MOVE AC-NEXT-ACCOUNT-BASE TO WS-NEXT-ACCOUNT-BASE
           END-IF.
           CLOSE ACCTCTL-FILE.
           GO TO 3060-EXIT.
       3060-EXIT.
           EXIT.

       3070-TRY-ONE-NUMBER.
           ADD 1 TO WS-PROBE-COUNT.
           SET ACK-FUNC-GENERATE TO TRUE.
           MOVE SPACES TO ACK-ACCOUNT-NUMBER.
           MOVE WS-NEXT-ACCOUNT-BASE TO ACK-ACCOUNT-NUMBER (1:11).
           CALL "ACCTCHK" USING ACCTCHK-PARM.
           MOVE ACK-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           WRITE ACCTMAST-RECORD
               INVALID KEY
                   ADD 1 TO WS-NEXT-ACCOUNT-BASE
               NOT INVALID KEY
                   SET WS-RECORD-WRITTEN TO TRUE
           END-WRITE.
           GO TO 3070-EXIT.
       3070-EXIT.
           EXIT.

       3080-ADVANCE-CONTROL-RECORD.
           OPEN OUTPUT ACCTCTL-FILE.
           COMPUTE AC-NEXT-ACCOUNT-BASE = WS-NEXT-ACCOUNT-BASE + 1.
           WRITE ACCT-CTL-RECORD.
           CLOSE ACCTCTL-FILE.
           GO TO 3080-EXIT.
       3080-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-ACCOUNT-TYPE - the requested type must exist in
      * ACCTTYPE-REF, be active, and be inside its effective window,
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CHECK-TERM-REQUEST - a term deposit open takes the
      * type's standard term and offered rate when none is keyed,
      * renews unless told to pay out, and a payout must name an
      * open account other than this one.
      ******************************************************************
       3200-CHECK-TERM-REQUEST.
           MOVE AMR-TERM-MONTHS TO WS-TERM-MONTHS.
           IF AMR-TERM-MONTHS NOT NUMERIC OR AMR-TERM-MONTHS = 0
               MOVE ATR-TERM-MONTHS TO WS-TERM-MONTHS
           END-IF.
           IF WS-TERM-MONTHS NOT NUMERIC OR WS-TERM-MONTHS = 0
               SET AMS-INVALID-TERMS TO TRUE
               MOVE 'TERM DEPOSIT NEEDS A TERM IN MONTHS' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 3200-EXIT
           END-IF.
           IF WS-OPEN-RATE = 0
               MOVE ATR-TERM-RATE TO WS-OPEN-RATE
           END-IF.
           MOVE AMR-RENEWAL-INSTR TO WS-RENEWAL-INSTR.
           IF WS-RENEWAL-INSTR = SPACE
               MOVE 'R' TO WS-RENEWAL-INSTR
           END-IF.
           IF WS-RENEWAL-INSTR = 'R'
               GO TO 3200-EXIT
           END-IF.
           IF WS-RENEWAL-INSTR NOT = 'P'
               SET AMS-INVALID-TERMS TO TRUE
               MOVE 'RENEWAL INSTRUCTION NOT R OR P' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 3200-EXIT
           END-IF.
           IF AMR-PAYOUT-ACCOUNT = SPACES
               OR AMR-PAYOUT-ACCOUNT = AMR-ACCOUNT-NUMBER
               SET AMS-INVALID-TERMS TO TRUE
               MOVE 'PAYOUT NEEDS ANOTHER ACCOUNT TO PAY TO' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 3200-EXIT
           END-IF.
           MOVE AMR-PAYOUT-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   SET AMS-INVALID-TERMS TO TRUE
                   MOVE 'PAYOUT ACCOUNT NOT ON FILE' TO
                       AMS-RESPONSE-MESSAGE
                   GO TO 3200-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               SET AMS-INVALID-TERMS TO TRUE
               MOVE 'PAYOUT ACCOUNT IS CLOSED' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 3200-EXIT
           END-IF.
           IF NOT AM-REPORTING-CURRENCY
               SET AMS-INVALID-CURRENCY TO TRUE
               MOVE 'PAYOUT ACCOUNT NOT IN REPORTING CURRENCY' TO
                   AMS-RESPONSE-MESSAGE
           END-IF.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-WRITE-TERM-RECORD - the deposit's terms, maturing the
      * term's months out from today, the day held back to the last
      * of a shorter month.
      ******************************************************************
       3300-WRITE-TERM-RECORD.
           INITIALIZE TERM-DEPOSIT-RECORD.
           MOVE AMR-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
           MOVE AMR-CUSTOMER-ID TO TD-CUSTOMER-ID.
           MOVE WS-TERM-MONTHS TO TD-TERM-MONTHS.
           MOVE WS-OPEN-RATE TO TD-LOCKED-RATE.
           MOVE WS-CURRENT-DATE TO TD-OPEN-DATE.
           MOVE WS-CURRENT-DATE TO TD-TERM-START-DATE.
           MOVE WS-CURRENT-DATE TO WS-CALC-DATE.
           MOVE WS-CALC-DAY TO TD-ANCHOR-DAY.
           PERFORM 3310-ADD-ONE-MONTH THRU 3310-EXIT
               VARYING WS-MONTH-COUNT FROM 1 BY 1
               UNTIL WS-MONTH-COUNT > WS-TERM-MONTHS.
           MOVE TD-ANCHOR-DAY TO WS-CALC-DAY.
           PERFORM 3320-CLAMP-DAY-TO-MONTH THRU 3320-EXIT.
           MOVE WS-CALC-DATE TO TD-MATURITY-DATE.
           MOVE WS-RENEWAL-INSTR TO TD-RENEWAL-INSTR.
           IF TD-INSTR-PAY-OUT
               MOVE AMR-PAYOUT-ACCOUNT TO TD-PAYOUT-ACCOUNT
           END-IF.
           SET TD-TERM-OPEN TO TRUE.
           MOVE 0 TO TD-NOTICE-SENT-DATE.
           MOVE 0 TO TD-RENEWAL-COUNT.
           MOVE 0 TO TD-PAID-OUT-DATE.
           MOVE 0 TO TD-PAID-OUT-AMOUNT.
           MOVE 0 TO TD-PENALTY-TOTAL.
           MOVE 0 TO TD-LAST-PENALTY-DATE.
           WRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   REWRITE TERM-DEPOSIT-RECORD
                       INVALID KEY
                           SET AMS-SYSTEM-ERROR TO TRUE
                           MOVE 'WRITE OF TERMDEP-FILE FAILED' TO
                               AMS-RESPONSE-MESSAGE
                   END-REWRITE
           END-WRITE.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

       3310-ADD-ONE-MONTH.
           ADD 1 TO WS-CALC-MONTH.
           IF WS-CALC-MONTH > 12
               MOVE 1 TO WS-CALC-MONTH
               ADD 1 TO WS-CALC-YEAR
           END-IF.
           GO TO 3310-EXIT.
       3310-EXIT.
           EXIT.

      ******************************************************************
      * 3320-CLAMP-DAY-TO-MONTH - hold WS-CALC-DAY back to the last
      * day of WS-CALC-MONTH when the month is too short for it.
      ******************************************************************
       3320-CLAMP-DAY-TO-MONTH.
           MOVE AN-MONTH-DAYS-ENTRY (WS-CALC-MONTH) TO
               WS-MONTH-LIMIT.
           IF WS-CALC-MONTH = 2
               DIVIDE WS-CALC-YEAR BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-REM4
               DIVIDE WS-CALC-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM100
               DIVIDE WS-CALC-YEAR BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM400
               IF WS-REM400 = 0
                   OR (WS-REM4 = 0 AND WS-REM100 NOT = 0)
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           IF WS-CALC-DAY > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-CALC-DAY
           END-IF.
           GO TO 3320-EXIT.
       3320-EXIT.
           EXIT.

      ******************************************************************
      * 3400-CHECK-LOAN-REQUEST - a loan open needs a principal; the
      * term and note rate default from the type, the due day from
      * today.  The level payment is worked out here, before
      * anything is written, so a term and rate too large to
      * amortize are refused rather than half-booked.  A proceeds
      * account, when named, must be another open account.
      ******************************************************************
       3400-CHECK-LOAN-REQUEST.
           IF AMR-LOAN-PRINCIPAL NOT NUMERIC
               OR AMR-LOAN-PRINCIPAL = 0
               SET AMS-INVALID-TERMS TO TRUE
               MOVE 'LOAN NEEDS A PRINCIPAL AMOUNT' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           MOVE AMR-LOAN-PRINCIPAL TO WS-LOAN-PRINCIPAL.
           MOVE AMR-TERM-MONTHS TO WS-TERM-MONTHS.
           IF AMR-TERM-MONTHS NOT NUMERIC OR AMR-TERM-MONTHS = 0
               MOVE ATR-TERM-MONTHS TO WS-TERM-MONTHS
           END-IF.
           IF WS-TERM-MONTHS NOT NUMERIC OR WS-TERM-MONTHS = 0
               SET AMS-INVALID-TERMS TO TRUE
               MOVE 'LOAN NEEDS A TERM IN MONTHS' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           IF WS-OPEN-RATE = 0 AND ATR-TERM-RATE NUMERIC
               MOVE ATR-TERM-RATE TO WS-OPEN-RATE
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-CALC-DATE.
           MOVE WS-CALC-DAY TO WS-DUE-DAY.
           IF AMR-PAYMENT-DUE-DAY NUMERIC
               AND AMR-PAYMENT-DUE-DAY NOT = 0
               MOVE AMR-PAYMENT-DUE-DAY TO WS-DUE-DAY
           END-IF.
           IF WS-DUE-DAY > 31
               SET AMS-INVALID-TERMS TO TRUE
               MOVE 'PAYMENT DUE DAY NOT 1 TO 31' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           COMPUTE WS-MONTHLY-RATE = WS-OPEN-RATE / 1200.
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-LOAN-PRINCIPAL / WS-TERM-MONTHS
           ELSE
               COMPUTE WS-RATE-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
                   ON SIZE ERROR
                       SET AMS-INVALID-TERMS TO TRUE
                       MOVE 'LOAN TERM AND RATE OUT OF RANGE' TO
                           AMS-RESPONSE-MESSAGE
                       GO TO 3400-EXIT
               END-COMPUTE
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-LOAN-PRINCIPAL * WS-MONTHLY-RATE
                       * WS-RATE-FACTOR / (WS-RATE-FACTOR - 1)
                   ON SIZE ERROR
                       SET AMS-INVALID-TERMS TO TRUE
                       MOVE 'LOAN TERM AND RATE OUT OF RANGE' TO
                           AMS-RESPONSE-MESSAGE
                       GO TO 3400-EXIT
               END-COMPUTE
           END-IF.
           IF AMR-PAYOUT-ACCOUNT = SPACES
               GO TO 3400-EXIT
           END-IF.
           IF AMR-PAYOUT-ACCOUNT = AMR-ACCOUNT-NUMBER
               SET AMS-INVALID-TERMS TO TRUE
               MOVE 'PROCEEDS NEED ANOTHER ACCOUNT TO PAY TO' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           MOVE AMR-PAYOUT-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   SET AMS-INVALID-TERMS TO TRUE
                   MOVE 'PROCEEDS ACCOUNT NOT ON FILE' TO
                       AMS-RESPONSE-MESSAGE
                   GO TO 3400-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               SET AMS-INVALID-TERMS TO TRUE
               MOVE 'PROCEEDS ACCOUNT IS CLOSED' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           IF NOT AM-REPORTING-CURRENCY
               SET AMS-INVALID-CURRENCY TO TRUE
               MOVE 'PROCEEDS ACCOUNT NOT IN REPORTING CURRENCY' TO
                   AMS-RESPONSE-MESSAGE
           END-IF.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-BOOK-LOAN - write the amortization schedule, one
      * installment a month from next month on the due day (held
      * back in a short month), then the loan record itself, booked
      * and awaiting disbursement.
      ******************************************************************
       3500-BOOK-LOAN.
           MOVE WS-LOAN-PRINCIPAL TO WS-SCHED-BALANCE.
           MOVE WS-CURRENT-DATE TO WS-CALC-DATE.
           MOVE 0 TO WS-FIRST-DUE-DATE.
           PERFORM 3510-WRITE-ONE-INSTALLMENT THRU 3510-EXIT
               VARYING WS-INST-NO FROM 1 BY 1
               UNTIL WS-INST-NO > WS-TERM-MONTHS
                   OR NOT AMS-SUCCESS.
           IF NOT AMS-SUCCESS
               GO TO 3500-EXIT
           END-IF.
           INITIALIZE LOAN-MASTER-RECORD.
           MOVE AMR-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER.
           MOVE AMR-CUSTOMER-ID TO LN-CUSTOMER-ID.
           SET LN-STAT-BOOKED TO TRUE.
           MOVE WS-LOAN-PRINCIPAL TO LN-ORIGINAL-PRINCIPAL.
           MOVE WS-OPEN-RATE TO LN-NOTE-RATE.
           MOVE WS-TERM-MONTHS TO LN-TERM-MONTHS.
           MOVE WS-DUE-DAY TO LN-DUE-DAY.
           MOVE WS-INSTALLMENT TO LN-INSTALLMENT-AMOUNT.
           MOVE WS-CURRENT-DATE TO LN-OPEN-DATE.
           MOVE AMR-PAYOUT-ACCOUNT TO LN-DISBURSE-ACCOUNT.
           MOVE 0 TO LN-DISBURSED-DATE.
           MOVE WS-FIRST-DUE-DATE TO LN-FIRST-DUE-DATE.
           MOVE WS-CALC-DATE TO LN-MATURITY-DATE.
           MOVE 0 TO LN-PRINCIPAL-BALANCE.
           MOVE 1 TO LN-NEXT-BILL-INST.
           MOVE WS-FIRST-DUE-DATE TO LN-NEXT-DUE-DATE.
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   SET AMS-SYSTEM-ERROR TO TRUE
                   MOVE 'WRITE OF LOANMAST-FILE FAILED' TO
                       AMS-RESPONSE-MESSAGE
           END-WRITE.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3510-WRITE-ONE-INSTALLMENT - a month's interest on the
      * scheduled balance, the rest of the level payment to
      * principal; the last installment takes whatever principal
      * the rounding has left.
      ******************************************************************
       3510-WRITE-ONE-INSTALLMENT.
           PERFORM 3310-ADD-ONE-MONTH THRU 3310-EXIT.
           MOVE WS-DUE-DAY TO WS-CALC-DAY.
           PERFORM 3320-CLAMP-DAY-TO-MONTH THRU 3320-EXIT.
           IF WS-INST-NO = 1
               MOVE WS-CALC-DATE TO WS-FIRST-DUE-DATE
           END-IF.
           COMPUTE WS-SCHED-INTEREST ROUNDED =
               WS-SCHED-BALANCE * WS-MONTHLY-RATE.
           COMPUTE WS-SCHED-PRINCIPAL =
               WS-INSTALLMENT - WS-SCHED-INTEREST.
           IF WS-SCHED-PRINCIPAL < 0
               MOVE 0 TO WS-SCHED-PRINCIPAL
           END-IF.
           IF WS-INST-NO = WS-TERM-MONTHS
               OR WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
               MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
           END-IF.
           SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE.
           INITIALIZE LOAN-SCHEDULE-RECORD.
           MOVE AMR-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER.
           MOVE WS-INST-NO TO LS-INSTALLMENT-NO.
           MOVE WS-CALC-DATE TO LS-DUE-DATE.
           COMPUTE LS-SCHED-PAYMENT =
               WS-SCHED-INTEREST + WS-SCHED-PRINCIPAL.
           MOVE WS-SCHED-INTEREST TO LS-SCHED-INTEREST.
           MOVE WS-SCHED-PRINCIPAL TO LS-SCHED-PRINCIPAL.
           MOVE WS-SCHED-BALANCE TO LS-SCHED-BALANCE.
           MOVE 0 TO LS-BILLED-AMOUNT.
           MOVE 0 TO LS-BILLED-DATE.
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   REWRITE LOAN-SCHEDULE-RECORD
                       INVALID KEY
                           SET AMS-SYSTEM-ERROR TO TRUE
                           MOVE 'WRITE OF LOANSCHD-FILE FAILED' TO
                               AMS-RESPONSE-MESSAGE
                   END-REWRITE
           END-WRITE.
           GO TO 3510-EXIT.
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHANGE-STATUS - apply a new account status.  Closing is
      * its own function with its own balance check, so 'C' is not a

      ******************************************************************
      * 5000-CLOSE-ACCOUNT - an account only closes clean: the
      * balance must already be zero.  A term deposit's TERMDEP
      * record and a loan's LOANMAST record close with it.
      ******************************************************************
       5000-CLOSE-ACCOUNT.
           IF AM-ACCOUNT-BALANCE NOT = 0
           PERFORM 8050-CAPTURE-BEFORE-IMAGE THRU 8050-EXIT.
           SET AM-STATUS-CLOSED TO TRUE.
           PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT.
           IF NOT AMS-SUCCESS
               GO TO 5000-EXIT
           END-IF.
           MOVE AM-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER.
           READ LOANMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LN-STAT-CLOSED TO TRUE
                   REWRITE LOAN-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE AM-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
           READ TERMDEP-FILE
               INVALID KEY
                   GO TO 5000-EXIT
           END-READ.
           SET TD-TERM-CLOSED TO TRUE.
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-TRANSFER-BRANCH - move an open account to another
      * owning branch.  A closed account keeps the branch it closed
      * under, and a transfer must actually move the account.
      ******************************************************************
       6000-TRANSFER-BRANCH.
           IF AM-STATUS-CLOSED
               SET AMS-INVALID-STATUS TO TRUE
               MOVE 'ACCOUNT CLOSED - CANNOT TRANSFER' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 6000-EXIT
           END-IF.
           IF AMR-BRANCH-ID = AM-BRANCH-ID
               SET AMS-INVALID-BRANCH TO TRUE
               MOVE 'ACCOUNT ALREADY BELONGS TO THAT BRANCH' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-CHECK-BRANCH THRU 6100-EXIT.
           IF NOT AMS-SUCCESS
               GO TO 6000-EXIT
           END-IF.
           PERFORM 8050-CAPTURE-BEFORE-IMAGE THRU 8050-EXIT.
           MOVE AMR-BRANCH-ID TO AM-BRANCH-ID.
           PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-CHECK-BRANCH - the requested branch must be on the
      * BRANCH reference table and still open.
      ******************************************************************
       6100-CHECK-BRANCH.
           IF NOT WS-BRANCH-OPEN
               SET AMS-INVALID-BRANCH TO TRUE
               MOVE 'BRANCH TABLE NOT AVAILABLE' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 6100-EXIT
           END-IF.
           MOVE AMR-BRANCH-ID TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   SET AMS-INVALID-BRANCH TO TRUE
                   STRING 'UNKNOWN BRANCH CODE: ' AMR-BRANCH-ID
                       DELIMITED BY SIZE INTO AMS-RESPONSE-MESSAGE
                   GO TO 6100-EXIT
           END-READ.
           IF NOT BR-IS-ACTIVE
               SET AMS-INVALID-BRANCH TO TRUE
               STRING 'BRANCH IS CLOSED: ' AMR-BRANCH-ID
                   DELIMITED BY SIZE INTO AMS-RESPONSE-MESSAGE
           END-IF.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-CHECK-CURRENCY - the account's currency, spaces taken
      * as the reporting currency.  Any other code must be active
      * on the CURRENCY reference table, and a term deposit or loan
      * type must be held in the reporting currency.
      ******************************************************************
       6200-CHECK-CURRENCY.
           MOVE AMR-CURRENCY-CODE TO WS-OPEN-CURRENCY.
           IF WS-OPEN-CURRENCY = SPACES
               MOVE 'USD' TO WS-OPEN-CURRENCY
           END-IF.
           IF WS-OPEN-CURRENCY = 'USD'
               GO TO 6200-EXIT
           END-IF.
           IF ATR-CLASS-TERM OR ATR-CLASS-LOAN
               SET AMS-INVALID-CURRENCY TO TRUE
               MOVE 'TERM AND LOAN TYPES ARE REPORTING CURRENCY ONLY'
                   TO AMS-RESPONSE-MESSAGE
               GO TO 6200-EXIT
           END-IF.
           IF NOT WS-CURRENCY-OPEN
               SET AMS-INVALID-CURRENCY TO TRUE
               MOVE 'CURRENCY TABLE NOT AVAILABLE' TO
                   AMS-RESPONSE-MESSAGE
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-OPEN-CURRENCY TO CUR-CURRENCY-CODE.
           READ CURRENCY-FILE
               INVALID KEY
                   SET AMS-INVALID-CURRENCY TO TRUE
                   STRING 'UNKNOWN CURRENCY CODE: ' WS-OPEN-CURRENCY
                       DELIMITED BY SIZE INTO AMS-RESPONSE-MESSAGE
                   GO TO 6200-EXIT
           END-READ.
           IF NOT CUR-IS-ACTIVE
               SET AMS-INVALID-CURRENCY TO TRUE
               STRING 'CURRENCY IS INACTIVE: ' WS-OPEN-CURRENCY
                   DELIMITED BY SIZE INTO AMS-RESPONSE-MESSAGE
           END-IF.
           GO TO 6200-EXIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-REWRITE-MASTER - rewrite the updated account record and
      * capture the after image when the rewrite lands.
           MOVE AM-ACCOUNT-STATUS TO AMA-BEF-STATUS.
           MOVE AM-ACCOUNT-TYPE TO AMA-BEF-TYPE.
           MOVE AM-ACCOUNT-BALANCE TO AMA-BEF-BALANCE.
           MOVE AM-BRANCH-ID TO AMA-BEF-BRANCH.
           GO TO 8050-EXIT.
       8050-EXIT.
           EXIT.
           MOVE AM-ACCOUNT-STATUS TO AMA-AFT-STATUS.
           MOVE AM-ACCOUNT-TYPE TO AMA-AFT-TYPE.
           MOVE AM-ACCOUNT-BALANCE TO AMA-AFT-BALANCE.
           MOVE AM-BRANCH-ID TO AMA-AFT-BRANCH.
           GO TO 8100-EXIT.
       8100-EXIT.
           EXIT.
           CLOSE CUSTMAST-FILE.
           CLOSE ACCTTYPE-FILE.
           CLOSE ACCTMNT-AUDIT-FILE.
           CLOSE TERMDEP-FILE.
           CLOSE LOANMAST-FILE.
           CLOSE LOANSCHD-FILE.
           IF WS-BRANCH-OPEN
               CLOSE BRANCH-FILE
           END-IF.
           IF WS-CURRENCY-OPEN
               CLOSE CURRENCY-FILE
           END-IF.
       9000-EXIT.
           EXIT.
