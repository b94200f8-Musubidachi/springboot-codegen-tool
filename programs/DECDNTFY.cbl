      ******************************************************************
      * PROGRAM-ID: DECDNTFY
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Deceased-customer notification transaction.  Given a
      *   CUSTOMER-ID and the date of death, settles every account
      *   the customer holds before marking the record deceased:
      *     - a joint account the customer owned as primary passes
      *       to the first surviving secondary owner on ACCTOWN,
      *       who becomes AM-CUSTOMER-ID (and leaves ACCTOWN, being
      *       primary now), with the balance moved across the two
      *       CM-TOTAL-BALANCEs so BALRECON still ties;
      *     - a sole-owned account is frozen with an estate hold
      *       (HD-REASON-ESTATE) for its balance, pending the estate
      *       documentation, which HOLDMNT releases;
      *     - an account the customer held as a secondary owner
      *       loses that ACCTOWN row and carries on under the others.
      *   Every active STNDORD standing order drawn on any of those
      *   accounts is cancelled.  The customer record then takes
      *   status 'X', CM-DATE-OF-DEATH and the do-not-contact flag,
      *   which NTCROUTE and BALALERT honor, and a CUSTHIST status
      *   row.  Each account, its balance and what was done with it
      *   goes to the ESTWORK estate worklist for the estate team.
      *   The accounts are collected off the alternate-key paths
      *   first and settled by primary key afterwards, as CUSTMRG
      *   does, so the scans never chase their own rewrites.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  A passed or frozen account is totalled at
      *                    its reporting-currency value, the value
      *                    CM-TOTAL-BALANCE is kept in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECDNTFY.
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

           SELECT STNDORD-FILE ASSIGN TO "STNDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STNDORD-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

           SELECT CUSTHIST-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT SYSSTAT-FILE ASSIGN TO "SYSSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSSTAT-STATUS.

           SELECT ESTWORK-FILE ASSIGN TO "ESTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTWORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  ACCTOWN-FILE.
       COPY "ACCTOWN".

       FD  STNDORD-FILE.
       COPY "STNDORD".

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  CUSTHIST-FILE.
       COPY "CUSTHIST".

       FD  SYSSTAT-FILE.
       COPY "SYSSTAT".

       FD  ESTWORK-FILE.
       01  ESTWORK-LINE                     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "Redefine".

       01  WS-FILE-STATUSES.
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-ACCTOWN-STATUS            PIC X(2).
               88  WS-ACCTOWN-OK            VALUE '00'.
           05  WS-STNDORD-STATUS            PIC X(2).
               88  WS-STNDORD-OK            VALUE '00'.
           05  WS-HOLDMAST-STATUS           PIC X(2).
           05  WS-CUSTHIST-STATUS           PIC X(2).
           05  WS-SYSSTAT-STATUS            PIC X(2).
               88  WS-SYSSTAT-OK            VALUE '00'.
           05  WS-ESTWORK-STATUS            PIC X(2).
           05  WS-ACCTOWN-OPEN-IND          PIC X(1) VALUE 'N'.
               88  WS-ACCTOWN-OPEN          VALUE 'Y'.
           05  WS-STNDORD-OPEN-IND          PIC X(1) VALUE 'N'.
               88  WS-STNDORD-OPEN          VALUE 'Y'.

       01  WS-DATE-RESULT.
           05  WS-DATE-RESULT-IND           PIC X(1).
               88  WS-DATE-VALID            VALUE 'Y'.
           05  WS-DATE-RESULT-MESSAGE       PIC X(40).

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-ACCT-ENTRY
                   OCCURS 1 TO 200 DEPENDING ON WS-ACCT-COUNT.
               10  WS-ACCT-NUMBER           PIC X(12).
               10  WS-ACCT-ROLE             PIC X(1).
                   88  WS-ROLE-PRIMARY      VALUE 'P'.
                   88  WS-ROLE-SECONDARY    VALUE 'S'.

       01  WS-WORK-FIELDS.
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-CURRENT-DATE              PIC 9(8).
           05  WS-CURRENT-TIME              PIC 9(6).
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-COLLECT-OVERFLOW-IND      PIC X(1).
               88  WS-COLLECT-OVERFLOW      VALUE 'Y'.
           05  WS-HIST-WRITTEN-IND          PIC X(1).
               88  WS-HIST-WRITTEN          VALUE 'Y'.
           05  WS-HOLD-WRITTEN-IND          PIC X(1).
               88  WS-HOLD-WRITTEN          VALUE 'Y'.
           05  WS-SURVIVOR-FOUND-IND        PIC X(1).
               88  WS-SURVIVOR-FOUND        VALUE 'Y'.
           05  WS-ORDER-HIT-IND             PIC X(1).
               88  WS-ORDER-HIT             VALUE 'Y'.
           05  WS-SURVIVOR-ID               PIC 9(10).
           05  WS-OLD-STATUS                PIC X(1).
           05  WS-PASSED-BALANCE            PIC S9(11)V99 COMP-3.
           05  WS-FROZEN-BALANCE            PIC S9(11)V99 COMP-3.
           05  WS-ACCOUNT-VALUE             PIC S9(9)V99 COMP-3.
           05  WS-CUSTOMER-ID-DISPLAY       PIC 9(10).
           05  WS-SURVIVOR-ID-DISPLAY       PIC 9(10).
           05  WS-ORDER-ID-DISPLAY          PIC 9(7).
           05  WS-BALANCE-DISPLAY           PIC -(11)9.99.
           05  WS-DISPOSITION               PIC X(40).

       LINKAGE SECTION.
       COPY "DECDNTFY-REQUEST".
       COPY "DECDNTFY-RESPONSE".

       PROCEDURE DIVISION USING DECDNTFY-REQUEST DECDNTFY-RESPONSE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF DNS-SUCCESS
               PERFORM 1500-CHECK-INTERLOCK THRU 1500-EXIT
           END-IF.
           IF DNS-SUCCESS
               PERFORM 2000-VALIDATE-REQUEST THRU 2000-EXIT
           END-IF.
           IF DNS-SUCCESS
               PERFORM 2800-COLLECT-ACCOUNTS THRU 2800-EXIT
           END-IF.
           IF DNS-SUCCESS
               PERFORM 3000-SETTLE-ACCOUNTS THRU 3000-EXIT
               PERFORM 4000-CANCEL-ORDERS THRU 4000-EXIT
               PERFORM 5000-MARK-DECEASED THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - clear the response and open everything the
      * notification touches.  ACCTOWN and STNDORD are optional; a
      * shop without joint owners or standing orders simply has
      * nothing there to settle.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO DECDNTFY-RESPONSE.
           MOVE DNR-TRANSACTION-ID TO DNS-TRANSACTION-ID.
           SET DNS-SUCCESS TO TRUE.
           MOVE SPACES TO DNS-RESPONSE-MESSAGE.
           MOVE 0 TO DNS-ACCOUNTS-FROZEN.
           MOVE 0 TO DNS-ACCOUNTS-PASSED.
           MOVE 0 TO DNS-OWNERSHIPS-REMOVED.
           MOVE 0 TO DNS-ORDERS-CANCELLED.
           MOVE 0 TO WS-PASSED-BALANCE.
           MOVE 0 TO WS-FROZEN-BALANCE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE DNR-CUSTOMER-ID TO WS-CUSTOMER-ID-DISPLAY.
           OPEN I-O CUSTMAST-FILE.
           OPEN I-O ACCTMAST-FILE.
           MOVE 'N' TO WS-ACCTOWN-OPEN-IND.
           MOVE 'N' TO WS-STNDORD-OPEN-IND.
           OPEN I-O ACCTOWN-FILE.
           IF WS-ACCTOWN-OK
               SET WS-ACCTOWN-OPEN TO TRUE
           END-IF.
           OPEN I-O STNDORD-FILE.
           IF WS-STNDORD-OK
               SET WS-STNDORD-OPEN TO TRUE
           END-IF.
           OPEN I-O HOLDMAST-FILE.
           IF WS-HOLDMAST-STATUS = '35'
               OPEN OUTPUT HOLDMAST-FILE
               CLOSE HOLDMAST-FILE
               OPEN I-O HOLDMAST-FILE
           END-IF.
           OPEN I-O CUSTHIST-FILE.
           IF WS-CUSTHIST-STATUS = '35'
               OPEN OUTPUT CUSTHIST-FILE
               CLOSE CUSTHIST-FILE
               OPEN I-O CUSTHIST-FILE
           END-IF.
           OPEN EXTEND ESTWORK-FILE.
           IF WS-ESTWORK-STATUS = '35'
               OPEN OUTPUT ESTWORK-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CHECK-INTERLOCK - accounts do not change hands under the
      * nightly sweep unless the operator overrides.
      ******************************************************************
       1500-CHECK-INTERLOCK.
           IF DNR-BATCH-OVERRIDE
               GO TO 1500-EXIT
           END-IF.
           OPEN INPUT SYSSTAT-FILE.
           IF NOT WS-SYSSTAT-OK
               GO TO 1500-EXIT
           END-IF.
           READ SYSSTAT-FILE
               AT END
                   CLOSE SYSSTAT-FILE
                   GO TO 1500-EXIT
           END-READ.
           CLOSE SYSSTAT-FILE.
           IF SY-BATCH-RUNNING
               SET DNS-BATCH-IN-PROGRESS TO TRUE
               MOVE 'BATCH SWEEP IN PROGRESS - RETRY AFTER SWEEP' TO
                   DNS-RESPONSE-MESSAGE
           END-IF.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VALIDATE-REQUEST - the customer must be on file, neither
      * merged away nor already deceased, and the date of death must
      * pass DATEVAL and not lie in the future.
      ******************************************************************
       2000-VALIDATE-REQUEST.
           MOVE DNR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   SET DNS-NOT-FOUND TO TRUE
                   MOVE 'CUSTOMER NOT ON FILE' TO DNS-RESPONSE-MESSAGE
                   GO TO 2000-EXIT
           END-READ.
           IF CM-MERGED
               SET DNS-MERGED TO TRUE
               MOVE 'CUSTOMER IS A MERGED RECORD' TO
                   DNS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF CM-DECEASED
               SET DNS-ALREADY-DECEASED TO TRUE
               MOVE 'CUSTOMER ALREADY RECORDED AS DECEASED' TO
                   DNS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           SET DATE-FORMAT-YYYYMMDD TO TRUE.
           MOVE DNR-DATE-OF-DEATH TO RAW-DATE.
           CALL 'DATEVAL' USING GENERIC-DATE WS-DATE-RESULT.
           IF NOT WS-DATE-VALID
               SET DNS-INVALID-DATE TO TRUE
               MOVE WS-DATE-RESULT-MESSAGE TO DNS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF DNR-DATE-OF-DEATH > WS-CURRENT-DATE
               SET DNS-INVALID-DATE TO TRUE
               MOVE 'DATE OF DEATH IS IN THE FUTURE' TO
                   DNS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           MOVE CM-CUSTOMER-STATUS TO WS-OLD-STATUS.
           MOVE SPACES TO ESTWORK-LINE.
           STRING 'ESTATE ' WS-CUSTOMER-ID-DISPLAY ' '
               CM-CUSTOMER-NAME ' DIED ' DNR-DATE-OF-DEATH
               DELIMITED BY SIZE INTO ESTWORK-LINE.
           WRITE ESTWORK-LINE.
           MOVE SPACES TO ESTWORK-LINE.
           STRING '  NOTIFIED ' WS-CURRENT-DATE ' BY '
               DNR-INFORMANT-NAME ' ENTERED BY ' DNR-ENTERED-BY
               DELIMITED BY SIZE INTO ESTWORK-LINE.
           WRITE ESTWORK-LINE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2800-COLLECT-ACCOUNTS - the customer's open primary accounts
      * off the ACCTMAST alternate key, then the accounts held as a
      * secondary owner off the ACCTOWN alternate key.  A customer
      * past the table's capacity fails the notification whole,
      * here, with nothing yet touched.
      ******************************************************************
       2800-COLLECT-ACCOUNTS.
           MOVE 'N' TO WS-COLLECT-OVERFLOW-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE 0 TO WS-ACCT-COUNT.
           MOVE DNR-CUSTOMER-ID TO AM-CUSTOMER-ID.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2810-COLLECT-ONE-PRIMARY THRU 2810-EXIT
               UNTIL WS-SCAN-DONE.
           IF WS-ACCTOWN-OPEN
               MOVE 'N' TO WS-SCAN-DONE-IND
               MOVE DNR-CUSTOMER-ID TO AO-CUSTOMER-ID
               START ACCTOWN-FILE KEY IS NOT LESS THAN AO-CUSTOMER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE-IND
               END-START
               PERFORM 2820-COLLECT-ONE-SECONDARY THRU 2820-EXIT
                   UNTIL WS-SCAN-DONE
           END-IF.
           IF WS-COLLECT-OVERFLOW
               SET DNS-SYSTEM-ERROR TO TRUE
               MOVE 'TOO MANY ACCOUNTS - NOTIFICATION NOT APPLIED' TO
                   DNS-RESPONSE-MESSAGE
               MOVE SPACES TO ESTWORK-LINE
               STRING '  NOT APPLIED - COLLECTION CAPACITY EXCEEDED'
                   DELIMITED BY SIZE INTO ESTWORK-LINE
               WRITE ESTWORK-LINE
           END-IF.
           GO TO 2800-EXIT.
       2800-EXIT.
           EXIT.

       2810-COLLECT-ONE-PRIMARY.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2810-EXIT
           END-READ.
           IF AM-CUSTOMER-ID NOT = DNR-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2810-EXIT
           END-IF.
           IF AM-STATUS-CLOSED
               GO TO 2810-EXIT
           END-IF.
           IF WS-ACCT-COUNT < 200
               ADD 1 TO WS-ACCT-COUNT
               MOVE AM-ACCOUNT-NUMBER TO WS-ACCT-NUMBER (WS-ACCT-COUNT)
               SET WS-ROLE-PRIMARY (WS-ACCT-COUNT) TO TRUE
           ELSE
               SET WS-COLLECT-OVERFLOW TO TRUE
               MOVE 'Y' TO WS-SCAN-DONE-IND
           END-IF.
           GO TO 2810-EXIT.
       2810-EXIT.
           EXIT.

       2820-COLLECT-ONE-SECONDARY.
           READ ACCTOWN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2820-EXIT
           END-READ.
           IF AO-CUSTOMER-ID NOT = DNR-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2820-EXIT
           END-IF.
           IF WS-ACCT-COUNT < 200
               ADD 1 TO WS-ACCT-COUNT
               MOVE AO-ACCOUNT-NUMBER TO WS-ACCT-NUMBER (WS-ACCT-COUNT)
               SET WS-ROLE-SECONDARY (WS-ACCT-COUNT) TO TRUE
           ELSE
               SET WS-COLLECT-OVERFLOW TO TRUE
               MOVE 'Y' TO WS-SCAN-DONE-IND
           END-IF.
           GO TO 2820-EXIT.
       2820-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SETTLE-ACCOUNTS - settle each collected account by
      * primary key, then total the frozen balance on the worklist.
      ******************************************************************
       3000-SETTLE-ACCOUNTS.
           PERFORM 3100-SETTLE-ONE-ACCOUNT THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ACCT-COUNT.
           MOVE WS-FROZEN-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO ESTWORK-LINE.
           STRING '  ESTATE BALANCE FROZEN ' WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO ESTWORK-LINE.
           WRITE ESTWORK-LINE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-SETTLE-ONE-ACCOUNT.
           MOVE WS-ACCT-NUMBER (WS-SUB) TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           MOVE SPACES TO WS-DISPOSITION.
           IF WS-ROLE-SECONDARY (WS-SUB)
               PERFORM 3400-REMOVE-OWNERSHIP THRU 3400-EXIT
           ELSE
               PERFORM 3200-FIND-SURVIVOR THRU 3200-EXIT
               IF WS-SURVIVOR-FOUND
                   PERFORM 3300-PASS-TO-SURVIVOR THRU 3300-EXIT
               ELSE
                   PERFORM 3500-FREEZE-ACCOUNT THRU 3500-EXIT
               END-IF
           END-IF.
           MOVE AM-ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO ESTWORK-LINE.
           STRING '  ACCOUNT ' AM-ACCOUNT-NUMBER ' ' AM-ACCOUNT-TYPE
               ' ' WS-BALANCE-DISPLAY ' ' WS-DISPOSITION
               DELIMITED BY SIZE INTO ESTWORK-LINE.
           WRITE ESTWORK-LINE.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-FIND-SURVIVOR - the first secondary owner of the account
      * who is on file and neither deceased nor merged away.
      ******************************************************************
       3200-FIND-SURVIVOR.
           MOVE 'N' TO WS-SURVIVOR-FOUND-IND.
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
           PERFORM 3210-CHECK-ONE-OWNER THRU 3210-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-OWNER.
           READ ACCTOWN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3210-EXIT
           END-READ.
           IF AO-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3210-EXIT
           END-IF.
           IF AO-CUSTOMER-ID = DNR-CUSTOMER-ID
               GO TO 3210-EXIT
           END-IF.
           MOVE AO-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   GO TO 3210-EXIT
           END-READ.
           IF CM-DECEASED OR CM-MERGED
               GO TO 3210-EXIT
           END-IF.
           MOVE AO-CUSTOMER-ID TO WS-SURVIVOR-ID.
           SET WS-SURVIVOR-FOUND TO TRUE.
           MOVE 'Y' TO WS-SCAN-DONE-IND.
           GO TO 3210-EXIT.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3300-PASS-TO-SURVIVOR - the survivor becomes the account's
      * primary owner and gives up the ACCTOWN row that made it a
      * secondary one.  The balance moves onto the survivor's
      * CM-TOTAL-BALANCE now; it comes off the deceased's total when
      * that record is rewritten at the end.
      ******************************************************************
       3300-PASS-TO-SURVIVOR.
           MOVE WS-SURVIVOR-ID TO AM-CUSTOMER-ID.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   MOVE DNR-CUSTOMER-ID TO AM-CUSTOMER-ID
                   PERFORM 3500-FREEZE-ACCOUNT THRU 3500-EXIT
                   GO TO 3300-EXIT
           END-REWRITE.
           MOVE AM-ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER.
           MOVE WS-SURVIVOR-ID TO AO-CUSTOMER-ID.
           DELETE ACCTOWN-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM 3900-VALUE-ACCOUNT THRU 3900-EXIT.
           MOVE WS-SURVIVOR-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               NOT INVALID KEY
                   ADD WS-ACCOUNT-VALUE TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           ADD WS-ACCOUNT-VALUE TO WS-PASSED-BALANCE.
           ADD 1 TO DNS-ACCOUNTS-PASSED.
           MOVE WS-SURVIVOR-ID TO WS-SURVIVOR-ID-DISPLAY.
           STRING 'PASSED TO SURVIVOR ' WS-SURVIVOR-ID-DISPLAY
               DELIMITED BY SIZE INTO WS-DISPOSITION.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-REMOVE-OWNERSHIP - the deceased comes off a joint account
      * owned by someone else; the other owners carry on.
      ******************************************************************
       3400-REMOVE-OWNERSHIP.
           MOVE AM-ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER.
           MOVE DNR-CUSTOMER-ID TO AO-CUSTOMER-ID.
           DELETE ACCTOWN-FILE RECORD
               INVALID KEY
                   MOVE 'SECONDARY OWNER - ROW NOT FOUND' TO
                       WS-DISPOSITION
                   GO TO 3400-EXIT
           END-DELETE.
           ADD 1 TO DNS-OWNERSHIPS-REMOVED.
           MOVE 'SECONDARY OWNER REMOVED' TO WS-DISPOSITION.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-FREEZE-ACCOUNT - a sole-owned account is frozen for the
      * estate: an estate hold for the whole balance, carrying the
      * deceased's CUSTOMER-ID, until the documentation is in and
      * HOLDMNT releases it.  An account with nothing in it is
      * listed for the estate team but needs no hold.
      ******************************************************************
       3500-FREEZE-ACCOUNT.
           ADD 1 TO DNS-ACCOUNTS-FROZEN.
           IF AM-ACCOUNT-BALANCE NOT > 0
               MOVE 'SOLE OWNER - NO BALANCE TO HOLD' TO WS-DISPOSITION
               GO TO 3500-EXIT
           END-IF.
           INITIALIZE HOLD-RECORD.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO HD-CUSTOMER-ID.
           MOVE AM-ACCOUNT-BALANCE TO HD-HOLD-AMOUNT.
           SET HD-REASON-ESTATE TO TRUE.
           MOVE WS-CURRENT-DATE TO HD-PLACED-DATE.
           MOVE 0 TO HD-EXPIRY-DATE.
           MOVE 'DECDNTFY' TO HD-PLACED-BY.
           SET HD-STAT-ACTIVE TO TRUE.
           MOVE 0 TO HD-RELEASE-DATE.
           MOVE WS-CUSTOMER-ID-DISPLAY TO HD-REFERENCE.
           MOVE 1 TO HD-HOLD-SEQ.
           MOVE 'N' TO WS-HOLD-WRITTEN-IND.
           PERFORM 3510-TRY-ONE-HOLD-WRITE THRU 3510-EXIT
               UNTIL WS-HOLD-WRITTEN
                   OR HD-HOLD-SEQ > 9999.
           IF NOT WS-HOLD-WRITTEN
               MOVE 'SOLE OWNER - HOLD NOT PLACED' TO WS-DISPOSITION
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3900-VALUE-ACCOUNT THRU 3900-EXIT.
           ADD WS-ACCOUNT-VALUE TO WS-FROZEN-BALANCE.
           MOVE 'SOLE OWNER - FROZEN FOR ESTATE' TO WS-DISPOSITION.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3510-TRY-ONE-HOLD-WRITE.
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO HD-HOLD-SEQ
               NOT INVALID KEY
                   SET WS-HOLD-WRITTEN TO TRUE
           END-WRITE.
           GO TO 3510-EXIT.
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 3900-VALUE-ACCOUNT - the account's balance at the value the
      * customer totals are kept in: the book value of a foreign-
      * currency account, the balance itself otherwise.
      ******************************************************************
       3900-VALUE-ACCOUNT.
           MOVE AM-ACCOUNT-BALANCE TO WS-ACCOUNT-VALUE.
           IF NOT AM-REPORTING-CURRENCY
               MOVE AM-REPORTING-BALANCE TO WS-ACCOUNT-VALUE
           END-IF.
           GO TO 3900-EXIT.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CANCEL-ORDERS - every active standing order drawn on one
      * of the collected accounts is cancelled, a joint account's
      * included; the survivors set up their own again.
      ******************************************************************
       4000-CANCEL-ORDERS.
           IF NOT WS-STNDORD-OPEN
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE 0 TO SO-ORDER-ID.
           START STNDORD-FILE KEY IS NOT LESS THAN SO-ORDER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 4100-CHECK-ONE-ORDER THRU 4100-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-ORDER.
           READ STNDORD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 4100-EXIT
           END-READ.
           IF NOT SO-ORDER-ACTIVE
               GO TO 4100-EXIT
           END-IF.
           MOVE 'N' TO WS-ORDER-HIT-IND.
           PERFORM 4110-MATCH-ONE-ACCOUNT THRU 4110-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ACCT-COUNT
                   OR WS-ORDER-HIT.
           IF NOT WS-ORDER-HIT
               GO TO 4100-EXIT
           END-IF.
           SET SO-ORDER-CANCELLED TO TRUE.
           REWRITE STND-ORD-RECORD
               INVALID KEY
                   GO TO 4100-EXIT
           END-REWRITE.
           ADD 1 TO DNS-ORDERS-CANCELLED.
           MOVE SO-ORDER-ID TO WS-ORDER-ID-DISPLAY.
           MOVE SPACES TO ESTWORK-LINE.
           STRING '  STANDING ORDER ' WS-ORDER-ID-DISPLAY ' FROM '
               SO-FROM-ACCOUNT ' CANCELLED'
               DELIMITED BY SIZE INTO ESTWORK-LINE.
           WRITE ESTWORK-LINE.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4110-MATCH-ONE-ACCOUNT.
           IF SO-FROM-ACCOUNT = WS-ACCT-NUMBER (WS-SUB)
               SET WS-ORDER-HIT TO TRUE
           END-IF.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 5000-MARK-DECEASED - status 'X' with the date of death, no
      * further contact, the passed-on balances off the total, and a
      * CUSTHIST status row for the change.
      ******************************************************************
       5000-MARK-DECEASED.
           MOVE DNR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   SET DNS-SYSTEM-ERROR TO TRUE
                   MOVE 'CUSTOMER LOST MID-NOTIFICATION' TO
                       DNS-RESPONSE-MESSAGE
                   GO TO 5000-EXIT
           END-READ.
           SET CM-DECEASED TO TRUE.
           MOVE DNR-DATE-OF-DEATH TO CM-DATE-OF-DEATH.
           MOVE 'Y' TO CM-DO-NOT-CONTACT-IND.
           SUBTRACT WS-PASSED-BALANCE FROM CM-TOTAL-BALANCE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   SET DNS-SYSTEM-ERROR TO TRUE
                   MOVE 'REWRITE OF DECEASED CUSTOMER FAILED' TO
                       DNS-RESPONSE-MESSAGE
                   GO TO 5000-EXIT
           END-REWRITE.
           INITIALIZE CUSTHIST-RECORD.
           MOVE DNR-CUSTOMER-ID TO CH-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE TO CH-EFFECTIVE-DATE.
           MOVE 1 TO CH-HIST-SEQ.
           SET CH-STATUS-CHANGE TO TRUE.
           MOVE WS-OLD-STATUS TO CH-OLD-VALUE.
           MOVE CM-CUSTOMER-STATUS TO CH-NEW-VALUE.
           MOVE 'N' TO WS-HIST-WRITTEN-IND.
           PERFORM 5100-TRY-ONE-HISTORY-WRITE THRU 5100-EXIT
               UNTIL WS-HIST-WRITTEN
                   OR CH-HIST-SEQ > 999.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-TRY-ONE-HISTORY-WRITE.
           WRITE CUSTHIST-RECORD
               INVALID KEY
                   ADD 1 TO CH-HIST-SEQ
               NOT INVALID KEY
                   SET WS-HIST-WRITTEN TO TRUE
           END-WRITE.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           CLOSE CUSTMAST-FILE.
           CLOSE ACCTMAST-FILE.
           IF WS-ACCTOWN-OPEN
               CLOSE ACCTOWN-FILE
           END-IF.
           IF WS-STNDORD-OPEN
               CLOSE STNDORD-FILE
           END-IF.
           CLOSE HOLDMAST-FILE.
           CLOSE CUSTHIST-FILE.
           CLOSE ESTWORK-FILE.
       9000-EXIT.
           EXIT.
