      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  A withdrawal must now clear the available
      *                    balance - the memo-adjusted balance less
      *                    the account's active HOLDMAST holds - and
      *                    the response answers that figure in
      *                    MPS-AVAILABLE-BALANCE.  No hold master
      *                    means nothing is held.
      *   2026-10-15  ROK  Teller limits: the keying teller must be
      *                    active on TELLER.REF, and an item over the
      *                    teller's per-item or daily limit for its
      *                    direction needs a supervisor ID of higher
      *                    authority keyed with it.  Overrides are
      *                    counted against the supervisor and logged
      *                    on TELLOVRD for the branch report.  No
      *                    teller table means no limits.
      *   2026-10-15  ROK  The keyed account number must pass the
      *                    ACCTCHK check digit before it is looked
      *                    up; a failure answers MPS-CHECK-DIGIT-
      *                    FAILED rather than account not found.
      *   2026-10-15  ROK  A withdrawal of WS-REVIEW-AMOUNT or more
      *                    within WS-REVIEW-DAYS of the customer's
      *                    ADDRCHG address change is held for a
      *                    supervisor's review: without a supervisor
      *                    ID it answers MPS-ADDRESS-REVIEW, and a
      *                    supervisor's release is logged on
      *                    TELLOVRD as an address-review override.
      *                    No teller table means no supervisor to
      *                    release it, so the withdrawal is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMOPOST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSSTAT-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

           SELECT TELLER-FILE ASSIGN TO "TELLER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT TELLOVRD-FILE ASSIGN TO "TELLOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELLOVRD-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
       FD  SYSSTAT-FILE.
       COPY "SYSSTAT".

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  TELLER-FILE.
       COPY "TELLER-REF".

       FD  TELLOVRD-FILE.
       COPY "TELLOVRD".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-TXNXREF-STATUS            PIC X(2).
           05  WS-SYSSTAT-STATUS            PIC X(2).
               88  WS-SYSSTAT-OK            VALUE '00'.
           05  WS-HOLDMAST-STATUS           PIC X(2).
               88  WS-HOLDMAST-OK           VALUE '00'.
           05  WS-TELLER-STATUS             PIC X(2).
               88  WS-TELLER-OK             VALUE '00'.
           05  WS-TELLOVRD-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
               88  WS-CUSTMAST-OK           VALUE '00'.

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE              PIC 9(8).
           05  WS-MEMO-BALANCE              PIC S9(11)V99 COMP-3.
           05  WS-MEMO-SCAN-DONE-IND        PIC X(1).
               88  WS-MEMO-SCAN-DONE        VALUE 'Y'.
           05  WS-HOLD-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-AVAILABLE-BALANCE         PIC S9(11)V99 COMP-3.
           05  WS-HOLD-SCAN-DONE-IND        PIC X(1).
               88  WS-HOLD-SCAN-DONE        VALUE 'Y'.
           05  WS-HOLDMAST-OPEN-IND         PIC X(1) VALUE 'N'.
               88  WS-HOLDMAST-OPEN         VALUE 'Y'.
           05  WS-TELLER-OPEN-IND           PIC X(1) VALUE 'N'.
               88  WS-TELLER-OPEN           VALUE 'Y'.
           05  WS-CUSTMAST-OPEN-IND         PIC X(1) VALUE 'N'.
               88  WS-CUSTMAST-OPEN         VALUE 'Y'.

      ******************************************************************
      * The keying teller's standing for this item, and the limit
      * it broke when a supervisor override carried it.
      ******************************************************************
       01  WS-TELLER-FIELDS.
           05  WS-TELLER-LEVEL              PIC 9(1).
           05  WS-TELLER-BRANCH             PIC X(4).
           05  WS-ITEM-LIMIT                PIC 9(9)V99 COMP-3.
           05  WS-DAILY-LIMIT               PIC 9(9)V99 COMP-3.
           05  WS-DAY-TOTAL                 PIC 9(11)V99 COMP-3.
           05  WS-OVERRIDE-REASON           PIC X(1).
               88  WS-NO-OVERRIDE           VALUE SPACE.
               88  WS-OVERRIDE-ITEM         VALUE 'I'.
               88  WS-OVERRIDE-DAILY        VALUE 'D'.
               88  WS-OVERRIDE-ADDRESS      VALUE 'A'.

      ******************************************************************
      * A withdrawal of WS-REVIEW-AMOUNT or more within
      * WS-REVIEW-DAYS of an address change needs a supervisor -
      * the window ACCTCLSE holds closeout disbursements for.
      ******************************************************************
       01  WS-REVIEW-RULES.
           05  WS-REVIEW-AMOUNT             PIC 9(7)V99 COMP-3
               VALUE 5000.00.
           05  WS-REVIEW-DAYS               PIC 9(3) COMP VALUE 30.
       01  WS-REVIEW-FIELDS.
           05  WS-TODAY-SERIAL              PIC 9(7) COMP.
           05  WS-CHANGE-SERIAL             PIC 9(7) COMP.

       COPY "ACCTCHK-PARM".

       LINKAGE SECTION.
       COPY "MEMOPOST-REQUEST".
           MOVE MPQ-TRANSACTION-ID TO MPS-TRANSACTION-ID.
           SET MPS-SUCCESS TO TRUE.
           MOVE SPACES TO MPS-RESPONSE-MESSAGE.
           MOVE SPACE TO WS-OVERRIDE-REASON.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
                   CLOSE TXNXREF-FILE
                   OPEN I-O TXNXREF-FILE
               END-IF
               OPEN INPUT HOLDMAST-FILE
               IF WS-HOLDMAST-OK
                   SET WS-HOLDMAST-OPEN TO TRUE
               END-IF
               OPEN I-O TELLER-FILE
               IF WS-TELLER-OK
                   SET WS-TELLER-OPEN TO TRUE
               END-IF
               OPEN EXTEND TELLOVRD-FILE
               IF WS-TELLOVRD-STATUS = '35'
                   OPEN OUTPUT TELLOVRD-FILE
               END-IF
               OPEN INPUT CUSTMAST-FILE
               IF WS-CUSTMAST-OK
                   SET WS-CUSTMAST-OPEN TO TRUE
               END-IF
               SET WS-FILES-ARE-OPEN TO TRUE
           END-IF.
           GO TO 1000-EXIT.

      ******************************************************************
      * 2000-VALIDATE-REQUEST - the direction and amount must make
      * sense, the account number must pass its check digit, the
      * account must be on file and open, and a
      * withdrawal must clear the available balance - the
      * memo-adjusted balance less the holds in force.  Last, the
      * item must be within the keying teller's limits, and clear
      * the address-change review, or carry a supervisor override.
      ******************************************************************
       2000-VALIDATE-REQUEST.
           IF NOT MPQ-DEPOSIT AND NOT MPQ-WITHDRAWAL
                   MPS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           SET ACK-FUNC-VALIDATE TO TRUE.
           MOVE MPQ-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER.
           CALL "ACCTCHK" USING ACCTCHK-PARM.
           IF ACK-CHECK-DIGIT-FAILED
               SET MPS-CHECK-DIGIT-FAILED TO TRUE
               MOVE 'ACCOUNT NUMBER FAILS CHECK DIGIT - REKEY IT' TO
                   MPS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           MOVE MPQ-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SUM-OPEN-MEMOS THRU 2100-EXIT.
           PERFORM 2200-SUM-ACTIVE-HOLDS THRU 2200-EXIT.
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-MEMO-BALANCE - WS-HOLD-TOTAL.
           MOVE WS-AVAILABLE-BALANCE TO MPS-AVAILABLE-BALANCE.
           IF MPQ-WITHDRAWAL
               AND WS-AVAILABLE-BALANCE < MPQ-AMOUNT
               SET MPS-INSUFFICIENT-FUNDS TO TRUE
               IF WS-HOLD-TOTAL > 0
                   MOVE 'AVAILABLE BALANCE DOES NOT COVER - FUNDS HELD'
                       TO MPS-RESPONSE-MESSAGE
               ELSE
                   MOVE 'MEMO BALANCE DOES NOT COVER WITHDRAWAL' TO
                       MPS-RESPONSE-MESSAGE
               END-IF
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-CHECK-TELLER-LIMITS THRU 2300-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SUM-ACTIVE-HOLDS - the account's holds still in force:
      * active, and either held until released or not yet past
      * expiry.
      ******************************************************************
       2200-SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF NOT WS-HOLDMAST-OPEN
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-HOLD-SCAN-DONE-IND.
           MOVE MPQ-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
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
           IF HD-ACCOUNT-NUMBER NOT = MPQ-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
               GO TO 2210-EXIT
           END-IF.
           IF HD-STAT-ACTIVE
               AND (HD-EXPIRY-DATE = 0
                    OR HD-EXPIRY-DATE NOT < WS-CURRENT-DATE)
               ADD HD-HOLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
           GO TO 2210-EXIT.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHECK-TELLER-LIMITS - the keying teller must be active
      * on the authority table.  An item over the teller's per-item
      * limit for its direction, or one that would take the day's
      * total in that direction over the daily limit, goes through
      * only with a supervisor override, and so does a large
      * withdrawal soon after an address change.  No table, no
      * limits - but no supervisor either, so the address review
      * refuses the withdrawal outright.
      ******************************************************************
       2300-CHECK-TELLER-LIMITS.
           IF NOT WS-TELLER-OPEN
               PERFORM 2320-CHECK-ADDRESS-CHANGE THRU 2320-EXIT
               IF WS-OVERRIDE-ADDRESS
                   SET MPS-ADDRESS-REVIEW TO TRUE
                   MOVE 'RECENT ADDRESS CHANGE - HELD FOR REVIEW' TO
                       MPS-RESPONSE-MESSAGE
               END-IF
               GO TO 2300-EXIT
           END-IF.
           MOVE MPQ-ENTERED-BY TO TL-TELLER-ID.
           READ TELLER-FILE
               INVALID KEY
                   SET MPS-NOT-AUTHORIZED TO TRUE
                   MOVE 'TELLER ID NOT ON AUTHORITY TABLE' TO
                       MPS-RESPONSE-MESSAGE
                   GO TO 2300-EXIT
           END-READ.
           IF NOT TL-IS-ACTIVE
               SET MPS-NOT-AUTHORIZED TO TRUE
               MOVE 'TELLER ID IS INACTIVE' TO MPS-RESPONSE-MESSAGE
               GO TO 2300-EXIT
           END-IF.
           MOVE TL-AUTHORITY-LEVEL TO WS-TELLER-LEVEL.
           MOVE TL-BRANCH-ID TO WS-TELLER-BRANCH.
           IF MPQ-DEPOSIT
               MOVE TL-DEP-ITEM-LIMIT TO WS-ITEM-LIMIT
               MOVE TL-DEP-DAILY-LIMIT TO WS-DAILY-LIMIT
               MOVE TL-DEP-DAY-TOTAL TO WS-DAY-TOTAL
           ELSE
               MOVE TL-WDL-ITEM-LIMIT TO WS-ITEM-LIMIT
               MOVE TL-WDL-DAILY-LIMIT TO WS-DAILY-LIMIT
               MOVE TL-WDL-DAY-TOTAL TO WS-DAY-TOTAL
           END-IF.
           IF TL-USAGE-DATE NOT = WS-CURRENT-DATE
               MOVE 0 TO WS-DAY-TOTAL
           END-IF.
           IF MPQ-AMOUNT > WS-ITEM-LIMIT
               SET WS-OVERRIDE-ITEM TO TRUE
           END-IF.
           IF WS-NO-OVERRIDE
               AND WS-DAY-TOTAL + MPQ-AMOUNT > WS-DAILY-LIMIT
               SET WS-OVERRIDE-DAILY TO TRUE
           END-IF.
           IF WS-NO-OVERRIDE
               PERFORM 2320-CHECK-ADDRESS-CHANGE THRU 2320-EXIT
           END-IF.
           IF WS-NO-OVERRIDE
               GO TO 2300-EXIT
           END-IF.
           IF MPQ-SUPERVISOR-ID = SPACES
               AND WS-OVERRIDE-ADDRESS
               SET MPS-ADDRESS-REVIEW TO TRUE
               MOVE 'RECENT ADDRESS CHANGE - SUPERVISOR REQUIRED' TO
                   MPS-RESPONSE-MESSAGE
               GO TO 2300-EXIT
           END-IF.
           IF MPQ-SUPERVISOR-ID = SPACES
               SET MPS-OVER-TELLER-LIMIT TO TRUE
               IF WS-OVERRIDE-ITEM
                   MOVE 'OVER TELLER ITEM LIMIT - SUPERVISOR REQUIRED'
                       TO MPS-RESPONSE-MESSAGE
               ELSE
                   MOVE 'OVER TELLER DAILY LIMIT - SUPERVISOR REQUIRED'
                       TO MPS-RESPONSE-MESSAGE
               END-IF
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-CHECK-SUPERVISOR THRU 2310-EXIT.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-CHECK-SUPERVISOR - the keyed supervisor must be someone
      * else, active, of higher authority than the teller, and
      * within their own per-item limit for the direction.
      ******************************************************************
       2310-CHECK-SUPERVISOR.
           IF MPQ-SUPERVISOR-ID = MPQ-ENTERED-BY
               SET MPS-OVER-TELLER-LIMIT TO TRUE
               MOVE 'TELLER CANNOT OVERRIDE OWN ITEM' TO
                   MPS-RESPONSE-MESSAGE
               GO TO 2310-EXIT
           END-IF.
           MOVE MPQ-SUPERVISOR-ID TO TL-TELLER-ID.
           READ TELLER-FILE
               INVALID KEY
                   SET MPS-OVER-TELLER-LIMIT TO TRUE
                   MOVE 'SUPERVISOR ID NOT ON AUTHORITY TABLE' TO
                       MPS-RESPONSE-MESSAGE
                   GO TO 2310-EXIT
           END-READ.
           IF NOT TL-IS-ACTIVE
               SET MPS-OVER-TELLER-LIMIT TO TRUE
               MOVE 'SUPERVISOR ID IS INACTIVE' TO MPS-RESPONSE-MESSAGE
               GO TO 2310-EXIT
           END-IF.
           IF TL-AUTHORITY-LEVEL NOT > WS-TELLER-LEVEL
               SET MPS-OVER-TELLER-LIMIT TO TRUE
               MOVE 'SUPERVISOR AUTHORITY NOT ABOVE TELLER' TO
                   MPS-RESPONSE-MESSAGE
               GO TO 2310-EXIT
           END-IF.
           IF MPQ-DEPOSIT
               AND MPQ-AMOUNT > TL-DEP-ITEM-LIMIT
               SET MPS-OVER-TELLER-LIMIT TO TRUE
               MOVE 'AMOUNT OVER SUPERVISOR ITEM LIMIT' TO
                   MPS-RESPONSE-MESSAGE
               GO TO 2310-EXIT
           END-IF.
           IF MPQ-WITHDRAWAL
               AND MPQ-AMOUNT > TL-WDL-ITEM-LIMIT
               SET MPS-OVER-TELLER-LIMIT TO TRUE
               MOVE 'AMOUNT OVER SUPERVISOR ITEM LIMIT' TO
                   MPS-RESPONSE-MESSAGE
               GO TO 2310-EXIT
           END-IF.
           GO TO 2310-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2320-CHECK-ADDRESS-CHANGE - a withdrawal of the review
      * amount or more, on an account whose owner's address changed
      * fewer than WS-REVIEW-DAYS ago, is flagged for address
      * review.  No customer master, or no change on record, means
      * nothing to review.
      ******************************************************************
       2320-CHECK-ADDRESS-CHANGE.
           IF NOT MPQ-WITHDRAWAL
               OR MPQ-AMOUNT < WS-REVIEW-AMOUNT
               OR NOT WS-CUSTMAST-OPEN
               GO TO 2320-EXIT
           END-IF.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   GO TO 2320-EXIT
           END-READ.
           IF CM-ADDR-CHANGE-DATE NOT NUMERIC
               OR CM-ADDR-CHANGE-DATE = 0
               GO TO 2320-EXIT
           END-IF.
           CALL "DATESER" USING WS-CURRENT-DATE WS-TODAY-SERIAL.
           CALL "DATESER" USING CM-ADDR-CHANGE-DATE WS-CHANGE-SERIAL.
           IF WS-TODAY-SERIAL - WS-CHANGE-SERIAL < WS-REVIEW-DAYS
               SET WS-OVERRIDE-ADDRESS TO TRUE
           END-IF.
           GO TO 2320-EXIT.
       2320-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LAND-MEMO-ITEM - write the memo item under the next
      * free memo TXN-ID, then the pending master row and its
           MOVE MI-TXN-ID TO MPS-MEMO-TXN-ID.
           COMPUTE MPS-MEMO-BALANCE =
               WS-MEMO-BALANCE + WS-SIGNED-AMOUNT.
           COMPUTE MPS-AVAILABLE-BALANCE =
               WS-AVAILABLE-BALANCE + WS-SIGNED-AMOUNT.
           PERFORM 3200-WRITE-PENDING-MASTER-ROW THRU 3200-EXIT.
           PERFORM 3300-RECORD-TELLER-USAGE THRU 3300-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
           GO TO 3210-EXIT.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3300-RECORD-TELLER-USAGE - the item goes on the teller's day
      * total for its direction.  An override is counted against
      * the supervisor and logged for the branch report.
      ******************************************************************
       3300-RECORD-TELLER-USAGE.
           IF NOT WS-TELLER-OPEN
               GO TO 3300-EXIT
           END-IF.
           MOVE MPQ-ENTERED-BY TO TL-TELLER-ID.
           READ TELLER-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.
           IF TL-USAGE-DATE NOT = WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO TL-USAGE-DATE
               MOVE 0 TO TL-DEP-DAY-TOTAL
               MOVE 0 TO TL-WDL-DAY-TOTAL
           END-IF.
           IF MPQ-DEPOSIT
               ADD MPQ-AMOUNT TO TL-DEP-DAY-TOTAL
           ELSE
               ADD MPQ-AMOUNT TO TL-WDL-DAY-TOTAL
           END-IF.
           REWRITE TELLER-REF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-NO-OVERRIDE
               GO TO 3300-EXIT
           END-IF.
           MOVE MPQ-SUPERVISOR-ID TO TL-TELLER-ID.
           READ TELLER-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.
           IF TL-OVERRIDE-DATE NOT = WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO TL-OVERRIDE-DATE
               MOVE 0 TO TL-OVERRIDE-DAY-COUNT
           END-IF.
           ADD 1 TO TL-OVERRIDE-DAY-COUNT.
           ADD 1 TO TL-OVERRIDE-TOTAL-COUNT.
           REWRITE TELLER-REF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE SPACES TO TELLOVRD-LINE.
           MOVE WS-CURRENT-DATE TO OV-OVERRIDE-DATE.
           MOVE WS-CURRENT-TIME TO OV-OVERRIDE-TIME.
           MOVE WS-TELLER-BRANCH TO OV-BRANCH-ID.
           MOVE MPQ-ENTERED-BY TO OV-TELLER-ID.
           MOVE MPQ-SUPERVISOR-ID TO OV-SUPERVISOR-ID.
           MOVE MPQ-TERMINAL-ID TO OV-TERMINAL-ID.
           MOVE MPQ-ACCOUNT-NUMBER TO OV-ACCOUNT-NUMBER.
           MOVE MPQ-DIRECTION TO OV-DIRECTION.
           MOVE MPQ-AMOUNT TO OV-AMOUNT.
           MOVE WS-OVERRIDE-REASON TO OV-REASON.
           MOVE MI-TXN-ID TO OV-MEMO-TXN-ID.
           WRITE TELLOVRD-LINE.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.
