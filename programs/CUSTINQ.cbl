      *                    items not yet hard-posted by the nightly
      *                    chain, so a 9 AM deposit stops answering
      *                    as yesterday's balance.
      *   2026-10-15  ROK  Each account answered now carries its
      *                    available balance beside the ledger
      *                    figure: the memo-adjusted balance less
      *                    the active HOLDMAST holds still in force.
      *                    No hold master means nothing is held.
      *   2026-10-15  ROK  Each account answered carries its
      *                    currency and its balance in the reporting
      *                    currency; a foreign-currency account's
      *                    memo items go into the customer total at
      *                    the day's rate through FXCONV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMOITEM-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       FD  MEMOITEM-FILE.
       COPY "MEMOITEM".

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       WORKING-STORAGE SECTION.
       COPY "INQ-AUDIT".

               88  WS-NAMENDX-OK           VALUE '00'.
           05  WS-CNTCHIST-STATUS          PIC X(2).
               88  WS-CNTCHIST-OK          VALUE '00'.
           05  WS-HOLDMAST-STATUS          PIC X(2).

       01  WS-VALID-SORT-FIELDS.
           05  FILLER  PIC X(10) VALUE 'CUSTID    '.
           05  WS-MEMO-DELTA               PIC S9(11)V99 COMP-3.
           05  WS-MEMO-SCAN-DONE-IND       PIC X(1).
               88  WS-MEMO-SCAN-DONE       VALUE 'Y'.
           05  WS-HOLD-TOTAL               PIC S9(11)V99 COMP-3.
           05  WS-HOLD-SCAN-DONE-IND       PIC X(1).
               88  WS-HOLD-SCAN-DONE       VALUE 'Y'.
           05  WS-HOLDMAST-OPEN-IND        PIC X(1) VALUE 'N'.
               88  WS-HOLDMAST-OPEN        VALUE 'Y'.
           05  WS-JOINT-SCAN-DONE-IND      PIC X(1).
               88  WS-JOINT-SCAN-DONE      VALUE 'Y'.
           05  WS-WATCH-SCAN-DONE-IND      PIC X(1).
               10  CR-CHANNEL              PIC X(1).
               10  CR-NOTICE-TYPE          PIC X(8).

       COPY "FXCONV-PARM".

       LINKAGE SECTION.
       COPY "CUSTINQ-REQUEST".
       COPY "CUSTINQ-RESPONSE".
               OPEN INPUT WATCHLST-FILE
               OPEN INPUT NAMENDX-FILE
               OPEN INPUT CNTCHIST-FILE
               OPEN INPUT HOLDMAST-FILE
               IF WS-HOLDMAST-STATUS = '00'
                   SET WS-HOLDMAST-OPEN TO TRUE
               END-IF
               OPEN EXTEND INQ-AUDIT-FILE
               SET WS-FILES-ARE-OPEN TO TRUE
           END-IF.
                   PERFORM 4130-ADD-MEMO-DELTA THRU 4130-EXIT
                   ADD WS-MEMO-DELTA TO ACCOUNT-BALANCE OF
                       ACCOUNT-LIST (WS-ACCOUNTS-RETURNED)
                   PERFORM 4139-SET-REPORTING-BALANCE THRU 4139-EXIT
                   ADD FXC-REPORTING-AMOUNT TO TOTAL-BALANCE OF
                       CUSTINQ-RESPONSE
                   PERFORM 4137-SUM-ACTIVE-HOLDS THRU 4137-EXIT
                   COMPUTE AVAILABLE-BALANCE OF
                       ACCOUNT-LIST (WS-ACCOUNTS-RETURNED) =
                       ACCOUNT-BALANCE OF
                           ACCOUNT-LIST (WS-ACCOUNTS-RETURNED)
                       - WS-HOLD-TOTAL
               ELSE
                   SET MORE-ACCOUNTS-YES TO TRUE
                   SET RESP-MORE-ACCOUNTS TO TRUE
       4135-EXIT.
           EXIT.

      ******************************************************************
      * 4137-SUM-ACTIVE-HOLDS - the account's funds holds still in
      * force (active, and either held until released or not yet
      * past expiry), taken off the answered balance to give the
      * available balance.  Like the memo scan it leaves the ACCTMAST
      * scan position untouched.
      ******************************************************************
       4137-SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF NOT WS-HOLDMAST-OPEN
               GO TO 4137-EXIT
           END-IF.
           MOVE 'N' TO WS-HOLD-SCAN-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-HOLD-SEQ.
           START HOLDMAST-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
           END-START.
           PERFORM 4138-SUM-ONE-HOLD THRU 4138-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
           GO TO 4137-EXIT.
       4137-EXIT.
           EXIT.

       4138-SUM-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
                   GO TO 4138-EXIT
           END-READ.
           IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
               GO TO 4138-EXIT
           END-IF.
           IF HD-STAT-ACTIVE
               AND (HD-EXPIRY-DATE = 0
                    OR HD-EXPIRY-DATE NOT < WS-CURRENT-DATE)
               ADD HD-HOLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
           GO TO 4138-EXIT.
       4138-EXIT.
           EXIT.

      ******************************************************************
      * 4139-SET-REPORTING-BALANCE - the account's currency and its
      * balance in the reporting currency.  A foreign-currency
      * account answers its book value plus tonight's memo items at
      * the day's rate; FXC-REPORTING-AMOUNT is left holding the
      * converted memo delta for the customer total.
      ******************************************************************
       4139-SET-REPORTING-BALANCE.
           MOVE AM-CURRENCY-CODE TO ACCOUNT-CURRENCY OF
               VALUATION-LIST (WS-ACCOUNTS-RETURNED).
           IF AM-REPORTING-CURRENCY
               MOVE 'USD' TO ACCOUNT-CURRENCY OF
                   VALUATION-LIST (WS-ACCOUNTS-RETURNED)
           END-IF.
           MOVE AM-CURRENCY-CODE TO FXC-CURRENCY-CODE.
           MOVE WS-MEMO-DELTA TO FXC-AMOUNT.
           CALL "FXCONV" USING FXCONV-PARM.
           IF AM-REPORTING-CURRENCY
               MOVE ACCOUNT-BALANCE OF
                   ACCOUNT-LIST (WS-ACCOUNTS-RETURNED) TO
                   REPORTING-BALANCE OF
                       VALUATION-LIST (WS-ACCOUNTS-RETURNED)
               GO TO 4139-EXIT
           END-IF.
           COMPUTE REPORTING-BALANCE OF
               VALUATION-LIST (WS-ACCOUNTS-RETURNED) =
               AM-REPORTING-BALANCE + FXC-REPORTING-AMOUNT.
           GO TO 4139-EXIT.
       4139-EXIT.
           EXIT.

      ******************************************************************
      * 4140-LOAD-JOINT-ACCOUNTS - the accounts this customer owns
      * jointly through the ACCTOWN cross-reference, appended after
               PERFORM 4130-ADD-MEMO-DELTA THRU 4130-EXIT
               ADD WS-MEMO-DELTA TO ACCOUNT-BALANCE OF
                   ACCOUNT-LIST (WS-ACCOUNTS-RETURNED)
               PERFORM 4139-SET-REPORTING-BALANCE THRU 4139-EXIT
               PERFORM 4137-SUM-ACTIVE-HOLDS THRU 4137-EXIT
               COMPUTE AVAILABLE-BALANCE OF
                   ACCOUNT-LIST (WS-ACCOUNTS-RETURNED) =
                   ACCOUNT-BALANCE OF
                       ACCOUNT-LIST (WS-ACCOUNTS-RETURNED)
                   - WS-HOLD-TOTAL
           ELSE
               SET MORE-ACCOUNTS-YES TO TRUE
               SET RESP-MORE-ACCOUNTS TO TRUE
