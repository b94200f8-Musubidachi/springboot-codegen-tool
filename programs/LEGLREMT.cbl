      ******************************************************************
      * PROGRAM-ID: LEGLREMT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Nightly legal-order remittance, run in the chain after the
      *   expired-hold release and ahead of posting.  Walks LEGLCASE
      *   and, for every active case whose remit date has come, pays
      *   over the funds LEGLINTK froze: each legal hold still in
      *   force on the case is debited from its account through a
      *   POST-JRNL-RECORD entry (TXN-ID = the case ID, source
      *   LEGLREMT), the customer's total balance follows, the hold
      *   comes off as released, and a remittance line goes to the
      *   LEGLRMIT feed for payment to the issuing agency.  Should
      *   the balance have fallen below the hold, only what is there
      *   is paid.  The case closes remitted with the amount and the
      *   date.  Rerun-safe: a remitted case is not paid twice, and
      *   the LEGLRMIT feed is appended to, so a rerun keeps the
      *   lines an earlier run the same night already wrote.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  Movements on a foreign-currency account are
      *                    converted through FXCONV; the reporting
      *                    amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal row.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  LEGLRMIT is opened EXTEND (OUTPUT only when
      *                    the feed does not yet exist) instead of
      *                    OUTPUT: a chain restart reran the step and
      *                    emptied the remittance lines for cases the
      *                    first run had already paid and closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGLREMT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGLCASE-FILE ASSIGN TO "LEGLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CASE-ID
               ALTERNATE RECORD KEY IS LC-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-LEGLCASE-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

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

           SELECT LEGLRMIT-FILE ASSIGN TO "LEGLRMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGLRMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGLCASE-FILE.
       COPY "LEGLCASE".

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  LEGLRMIT-FILE.
       01  LEGLRMIT-LINE.
           05  RM-CASE-ID                   PIC X(12).
           05  RM-ORDER-TYPE                PIC X(1).
           05  RM-AGENCY-NAME               PIC X(30).
           05  RM-AGENCY-REFERENCE          PIC X(20).
           05  RM-ACCOUNT-NUMBER            PIC X(12).
           05  RM-CUSTOMER-ID               PIC 9(10).
           05  RM-AMOUNT                    PIC 9(9)V99.
           05  RM-REMIT-DATE                PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".

       01  WS-FILE-STATUSES.
           05  WS-LEGLCASE-STATUS           PIC X(2).
               88  WS-LEGLCASE-OK           VALUE '00'.
           05  WS-HOLDMAST-STATUS           PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-POSTJRNL-STATUS           PIC X(2).
           05  WS-LEGLRMIT-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-SCAN-EOF-IND              PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-MONEY-OPEN-IND            PIC X(1).
               88  WS-MONEY-FILES-OPEN      VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-ACCT-SUB                  PIC 9(2) COMP.
           05  WS-PAY-AMOUNT                PIC S9(9)V99 COMP-3.
           05  WS-CASE-PAID                 PIC S9(9)V99 COMP-3.

       LINKAGE SECTION.
       01  LEGLREMT-REMITTED                PIC 9(7) COMP.
       01  LEGLREMT-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING LEGLREMT-REMITTED
           LEGLREMT-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-CASE THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the case master and the money files.
      * No case master yet means no order has ever been served: a
      * clean, empty run.  The account master not opening stops
      * the step.  The remittance feed is appended to, never
      * emptied: a rerun after a restart pays nothing twice and
      * must not lose the lines the first run wrote.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO LEGLREMT-REMITTED.
           MOVE 0 TO LEGLREMT-RETURN-CODE.
           MOVE 'N' TO WS-SCAN-EOF-IND.
           MOVE 'N' TO WS-MONEY-OPEN-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND LEGLRMIT-FILE.
           IF WS-LEGLRMIT-STATUS = '35'
               OPEN OUTPUT LEGLRMIT-FILE
           END-IF.
           OPEN I-O LEGLCASE-FILE.
           IF NOT WS-LEGLCASE-OK
               MOVE 'Y' TO WS-SCAN-EOF-IND
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               MOVE 8 TO LEGLREMT-RETURN-CODE
               MOVE 'Y' TO WS-SCAN-EOF-IND
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           OPEN I-O HOLDMAST-FILE.
           OPEN EXTEND POSTJRNL-FILE.
           MOVE 'Y' TO WS-MONEY-OPEN-IND.
           MOVE LOW-VALUES TO LC-CASE-ID.
           START LEGLCASE-FILE KEY IS NOT LESS THAN LC-CASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-IND
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-ONE-CASE - an active case due for remittance pays
      * over every hold still in force and closes remitted.
      ******************************************************************
       2000-CHECK-ONE-CASE.
           READ LEGLCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           IF NOT LC-CASE-ACTIVE
               GO TO 2000-EXIT
           END-IF.
           IF LC-REMIT-DATE > WS-RUN-DATE
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-CASE-PAID.
           PERFORM 2100-REMIT-ONE-HOLD THRU 2100-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > LC-ACCOUNT-COUNT.
           MOVE WS-CASE-PAID TO LC-REMITTED-AMOUNT.
           MOVE WS-RUN-DATE TO LC-REMITTED-DATE.
           SET LC-CASE-REMITTED TO TRUE.
           REWRITE LEGAL-CASE-RECORD
               INVALID KEY
                   MOVE 4 TO LEGLREMT-RETURN-CODE
                   GO TO 2000-EXIT
           END-REWRITE.
           ADD 1 TO LEGLREMT-REMITTED.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-REMIT-ONE-HOLD - debit one frozen account by its legal
      * hold, journaled, then release the hold and write the
      * remittance line.  A hold already off the account (released
      * by hand since) pays nothing.
      ******************************************************************
       2100-REMIT-ONE-HOLD.
           IF LC-HOLD-SEQ (WS-ACCT-SUB) = 0
               GO TO 2100-EXIT
           END-IF.
           MOVE LC-ACCOUNT-NUMBER (WS-ACCT-SUB) TO HD-ACCOUNT-NUMBER.
           MOVE LC-HOLD-SEQ (WS-ACCT-SUB) TO HD-HOLD-SEQ.
           READ HOLDMAST-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           IF NOT HD-STAT-ACTIVE
               GO TO 2100-EXIT
           END-IF.
           MOVE HD-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 4 TO LEGLREMT-RETURN-CODE
                   GO TO 2100-EXIT
           END-READ.
           MOVE HD-HOLD-AMOUNT TO WS-PAY-AMOUNT.
           IF AM-ACCOUNT-BALANCE < WS-PAY-AMOUNT
               MOVE AM-ACCOUNT-BALANCE TO WS-PAY-AMOUNT
           END-IF.
           IF WS-PAY-AMOUNT > 0
               PERFORM 2200-POST-REMIT-DEBIT THRU 2200-EXIT
           END-IF.
           SET HD-STAT-RELEASED TO TRUE.
           MOVE WS-RUN-DATE TO HD-RELEASE-DATE.
           REWRITE HOLD-RECORD
               INVALID KEY
                   MOVE 4 TO LEGLREMT-RETURN-CODE
           END-REWRITE.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-POST-REMIT-DEBIT - the debit to the account, journaled,
      * and the line on the remittance feed.
      ******************************************************************
       2200-POST-REMIT-DEBIT.
           INITIALIZE POST-JRNL-RECORD.
           MOVE LC-CASE-ID TO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'LEGLREMT' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-PAY-AMOUNT * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-PAY-AMOUNT FROM AM-ACCOUNT-BALANCE.
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
           MOVE LC-CASE-ID TO RM-CASE-ID.
           MOVE LC-ORDER-TYPE TO RM-ORDER-TYPE.
           MOVE LC-AGENCY-NAME TO RM-AGENCY-NAME.
           MOVE LC-AGENCY-REFERENCE TO RM-AGENCY-REFERENCE.
           MOVE AM-ACCOUNT-NUMBER TO RM-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO RM-CUSTOMER-ID.
           MOVE WS-PAY-AMOUNT TO RM-AMOUNT.
           MOVE WS-RUN-DATE TO RM-REMIT-DATE.
           WRITE LEGLRMIT-LINE.
           ADD WS-PAY-AMOUNT TO WS-CASE-PAID.
           GO TO 2200-EXIT.
       2200-EXIT.
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
      * 9000-TERMINATE - close whatever was opened.
      ******************************************************************
       9000-TERMINATE.
           IF WS-LEGLCASE-STATUS NOT = '35'
               CLOSE LEGLCASE-FILE
           END-IF.
           IF WS-MONEY-FILES-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE CUSTMAST-FILE
               CLOSE HOLDMAST-FILE
               CLOSE POSTJRNL-FILE
           END-IF.
           CLOSE LEGLRMIT-FILE.
       9000-EXIT.
           EXIT.
