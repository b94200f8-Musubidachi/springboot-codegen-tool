      ******************************************************************
      * PROGRAM-ID: CHGOFF
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Charge-off and recovery step, run in the nightly post-
      *   sweep right after COLLFEED has stamped the night's 90-day
      *   sightings on the collections cases.  On the last day of
      *   the month it walks COLLCASE and writes off every deposit
      *   account whose negative balance has aged past policy: the
      *   account reached TXNAGE's 90-day bucket (CL-FIRST-90-DATE
      *   on the case) and its case has been open CO-POLICY-DAYS or
      *   more, and the case is not in promise or dispute.  The
      *   write-off is a journaled credit bringing the balance to
      *   zero under source CHGOFF; the account goes to status W,
      *   a CHGOFF record is written and the collections case is
      *   closed.  Every night it then prints the recovery report
      *   from the CHGOFF file - amount charged off against amount
      *   recovered to date (POSTBAT posts those as RECOVERY) - so
      *   collections can see what is still out.
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
       PROGRAM-ID. CHGOFF.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLCASE-FILE ASSIGN TO "COLLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ACCOUNT-NUMBER
               FILE STATUS IS WS-COLLCASE-STATUS.

           SELECT CHGOFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHGOFF-STATUS.

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

           SELECT ACCTTYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-TYPE-CODE
               FILE STATUS IS WS-ACCTTYPE-STATUS.

           SELECT POSTJRNL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT CHGOFRPT-FILE ASSIGN TO "CHGOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGOFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLCASE-FILE.
       COPY "COLLCASE".

       FD  CHGOFF-FILE.
       COPY "CHGOFF".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  ACCTTYPE-FILE.
       COPY "ACCTTYPE-REF".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  CHGOFRPT-FILE.
       01  CHGOFRPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".

      ******************************************************************
      * CO-DEFAULTS - charge-off policy.  An account is written off
      * once its collections case has been open CO-POLICY-DAYS and
      * it has reached the 90-day bucket.
      ******************************************************************
       01  CO-DEFAULTS.
           05  CO-POLICY-DAYS               PIC 9(3) VALUE 120.

      ******************************************************************
      * CO-MONTH-DAYS gives the day count of each month in a common
      * year; February is corrected for leap years where it is used.
      ******************************************************************
       01  CO-MONTH-DAYS-VALUES.
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
       01  CO-MONTH-DAYS REDEFINES CO-MONTH-DAYS-VALUES.
           05  CO-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-FILE-STATUSES.
           05  WS-COLLCASE-STATUS           PIC X(2).
               88  WS-COLLCASE-OK           VALUE '00'.
           05  WS-CHGOFF-STATUS             PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ACCTTYPE-STATUS           PIC X(2).
               88  WS-ACCTTYPE-OK           VALUE '00'.
           05  WS-POSTJRNL-STATUS           PIC X(2).
           05  WS-CHGOFRPT-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-SCAN-EOF-IND              PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-REPORT-EOF-IND            PIC X(1).
               88  WS-REPORT-DONE           VALUE 'Y'.
           05  WS-COLLCASE-OPEN-IND         PIC X(1).
               88  WS-COLLCASE-OPEN         VALUE 'Y'.
           05  WS-MONEY-OPEN-IND            PIC X(1).
               88  WS-MONEY-FILES-OPEN      VALUE 'Y'.
           05  WS-ACCTTYPE-OPEN-IND         PIC X(1).
               88  WS-ACCTTYPE-OPEN         VALUE 'Y'.
           05  WS-MONTH-END-IND             PIC X(1).
               88  WS-MONTH-END             VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-GRP REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR              PIC 9(4).
               10  WS-RUN-MONTH             PIC 9(2).
               10  WS-RUN-DAY               PIC 9(2).
           05  WS-MONTH-LIMIT               PIC 9(2).
           05  WS-QUOTIENT                  PIC 9(4) COMP.
           05  WS-REM4                      PIC 9(4) COMP.
           05  WS-REM100                    PIC 9(4) COMP.
           05  WS-REM400                    PIC 9(4) COMP.
           05  WS-RUN-SERIAL                PIC 9(7) COMP.
           05  WS-OPEN-SERIAL               PIC 9(7) COMP.
           05  WS-CASE-AGE-DAYS             PIC S9(7) COMP.
           05  WS-WRITE-OFF-AMOUNT          PIC S9(9)V99 COMP-3.
           05  WS-OUTSTANDING               PIC S9(9)V99 COMP-3.
           05  WS-CHARGED-TONIGHT           PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-CHARGED-OFF         PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-RECOVERED           PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-OUTSTANDING         PIC S9(11)V99 COMP-3.
           05  WS-ON-BOOK-COUNT             PIC 9(7) COMP.

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-AMOUNT-DISPLAY            PIC -(9)9.99.
           05  WS-RECOVERED-DISPLAY         PIC -(9)9.99.
           05  WS-OUTSTANDING-DISPLAY       PIC -(9)9.99.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.
           05  WS-TOTAL-DISPLAY             PIC -(11)9.99.
           05  WS-TOTAL-RECOV-DISPLAY       PIC -(11)9.99.
           05  WS-TOTAL-OUT-DISPLAY         PIC -(11)9.99.

       LINKAGE SECTION.
       01  CHGOFF-CHARGED-OFF               PIC 9(7) COMP.
       01  CHGOFF-RETURN-CODE               PIC 9(2).

       PROCEDURE DIVISION USING CHGOFF-CHARGED-OFF
           CHGOFF-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-CASE THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 5000-START-RECOVERY-REPORT THRU 5000-EXIT.
           PERFORM 5100-REPORT-ONE-CHARGE-OFF THRU 5100-EXIT
               UNTIL WS-REPORT-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the charge-off file (created on first
      * use) and, at month end only, the case file and the money
      * files the write-offs post through.  No case file means no
      * account is in collections: nothing to charge off.  The
      * account master not opening stops the write-offs but not
      * the recovery report.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO CHGOFF-CHARGED-OFF.
           MOVE 0 TO CHGOFF-RETURN-CODE.
           MOVE 'Y' TO WS-SCAN-EOF-IND.
           MOVE 'N' TO WS-REPORT-EOF-IND.
           MOVE 'N' TO WS-COLLCASE-OPEN-IND.
           MOVE 'N' TO WS-MONEY-OPEN-IND.
           MOVE 'N' TO WS-ACCTTYPE-OPEN-IND.
           MOVE 'N' TO WS-MONTH-END-IND.
           MOVE 0 TO WS-CHARGED-TONIGHT.
           MOVE 0 TO WS-TOTAL-CHARGED-OFF.
           MOVE 0 TO WS-TOTAL-RECOVERED.
           MOVE 0 TO WS-TOTAL-OUTSTANDING.
           MOVE 0 TO WS-ON-BOOK-COUNT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'DATESER' USING WS-RUN-DATE WS-RUN-SERIAL.
           OPEN OUTPUT CHGOFRPT-FILE.
           MOVE SPACES TO CHGOFRPT-LINE.
           STRING 'CHARGE-OFF AND RECOVERY REPORT - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CHGOFRPT-LINE.
           WRITE CHGOFRPT-LINE.
           OPEN I-O CHGOFF-FILE.
           IF WS-CHGOFF-STATUS = '35'
               OPEN OUTPUT CHGOFF-FILE
               CLOSE CHGOFF-FILE
               OPEN I-O CHGOFF-FILE
           END-IF.
           PERFORM 7000-SET-MONTH-LIMIT THRU 7000-EXIT.
           IF WS-RUN-DAY = WS-MONTH-LIMIT
               MOVE 'Y' TO WS-MONTH-END-IND
           END-IF.
           IF NOT WS-MONTH-END
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O COLLCASE-FILE.
           IF NOT WS-COLLCASE-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-COLLCASE-OPEN-IND.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               MOVE 8 TO CHGOFF-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           OPEN EXTEND POSTJRNL-FILE.
           MOVE 'Y' TO WS-MONEY-OPEN-IND.
           OPEN INPUT ACCTTYPE-FILE.
           IF WS-ACCTTYPE-OK
               MOVE 'Y' TO WS-ACCTTYPE-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-IND.
           MOVE LOW-VALUES TO CL-ACCOUNT-NUMBER.
           START COLLCASE-FILE KEY IS NOT LESS THAN CL-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-IND
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-ONE-CASE - one collections case against the
      * charge-off policy.  A case in promise or dispute is left
      * for the collector; a closed case has nothing to write off.
      ******************************************************************
       2000-CHECK-ONE-CASE.
           READ COLLCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           IF NOT CL-CASE-OPEN AND NOT CL-CASE-KEPT
               GO TO 2000-EXIT
           END-IF.
           IF CL-FIRST-90-DATE = 0
               GO TO 2000-EXIT
           END-IF.
           CALL 'DATESER' USING CL-OPEN-DATE WS-OPEN-SERIAL.
           COMPUTE WS-CASE-AGE-DAYS = WS-RUN-SERIAL - WS-OPEN-SERIAL.
           IF WS-CASE-AGE-DAYS < CO-POLICY-DAYS
               GO TO 2000-EXIT
           END-IF.
           MOVE CL-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ.
           IF AM-STATUS-CLOSED OR AM-STATUS-CHARGED-OFF
               GO TO 2000-EXIT
           END-IF.
           IF AM-ACCOUNT-BALANCE NOT < 0
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CHECK-LOAN-CLASS THRU 2100-EXIT.
           IF ATR-CLASS-LOAN
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-WRITE-OFF-ACCOUNT THRU 3000-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-LOAN-CLASS - a loan balance runs negative by
      * design and is not written off here.  No type table, or a
      * type not on it, reads as a deposit account.
      ******************************************************************
       2100-CHECK-LOAN-CLASS.
           MOVE SPACES TO ATR-PRODUCT-CLASS.
           IF NOT WS-ACCTTYPE-OPEN
               GO TO 2100-EXIT
           END-IF.
           MOVE AM-ACCOUNT-TYPE TO ATR-TYPE-CODE.
           READ ACCTTYPE-FILE
               INVALID KEY
                   MOVE SPACES TO ATR-PRODUCT-CLASS
           END-READ.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-OFF-ACCOUNT - credit the negative balance back to
      * zero through the journal, mark the account charged off,
      * record the charge-off and close the collections case.
      ******************************************************************
       3000-WRITE-OFF-ACCOUNT.
           COMPUTE WS-WRITE-OFF-AMOUNT = AM-ACCOUNT-BALANCE * -1.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'CHO' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'CHGOFF  ' TO PJ-SOURCE.
           MOVE WS-WRITE-OFF-AMOUNT TO PJ-TXN-AMOUNT.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD WS-WRITE-OFF-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           SET AM-STATUS-CHARGED-OFF TO TRUE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   MOVE 4 TO CHGOFF-RETURN-CODE
                   GO TO 3000-EXIT
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
           INITIALIZE CHARGE-OFF-RECORD.
           MOVE AM-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO CO-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO CO-CHARGE-OFF-DATE.
           MOVE CL-OPEN-DATE TO CO-CASE-OPEN-DATE.
           MOVE CL-FIRST-90-DATE TO CO-FIRST-90-DATE.
           MOVE WS-WRITE-OFF-AMOUNT TO CO-CHARGED-OFF-AMOUNT.
           MOVE 0 TO CO-RECOVERED-TO-DATE.
           MOVE 0 TO CO-LAST-RECOVERY-DATE.
           MOVE 0 TO CO-RECOVERY-COUNT.
           WRITE CHARGE-OFF-RECORD
               INVALID KEY
                   MOVE 4 TO CHGOFF-RETURN-CODE
           END-WRITE.
           SET CL-CASE-CLOSED TO TRUE.
           MOVE WS-RUN-DATE TO CL-LAST-CONTACT-DATE.
           MOVE 'CHARGED OFF' TO CL-CONTACT-NOTES.
           REWRITE COLL-CASE-RECORD
               INVALID KEY
                   MOVE 4 TO CHGOFF-RETURN-CODE
           END-REWRITE.
           ADD 1 TO CHGOFF-CHARGED-OFF.
           ADD WS-WRITE-OFF-AMOUNT TO WS-CHARGED-TONIGHT.
           MOVE WS-WRITE-OFF-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CHGOFRPT-LINE.
           STRING 'ACCOUNT ' AM-ACCOUNT-NUMBER
               ' CHARGED OFF ' WS-AMOUNT-DISPLAY
               ' CASE OPENED ' CL-OPEN-DATE
               ' 90-DAY ' CL-FIRST-90-DATE
               DELIMITED BY SIZE INTO CHGOFRPT-LINE.
           WRITE CHGOFRPT-LINE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-START-RECOVERY-REPORT - position at the first charge-
      * off on file for the recovery position section.
      ******************************************************************
       5000-START-RECOVERY-REPORT.
           MOVE SPACES TO CHGOFRPT-LINE.
           MOVE 'RECOVERY POSITION' TO CHGOFRPT-LINE.
           WRITE CHGOFRPT-LINE.
           MOVE LOW-VALUES TO CO-ACCOUNT-NUMBER.
           START CHGOFF-FILE KEY IS NOT LESS THAN CO-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-REPORT-EOF-IND
           END-START.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-REPORT-ONE-CHARGE-OFF - charged off against recovered
      * to date for one account, and what is still out.
      ******************************************************************
       5100-REPORT-ONE-CHARGE-OFF.
           READ CHGOFF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REPORT-EOF-IND
                   GO TO 5100-EXIT
           END-READ.
           COMPUTE WS-OUTSTANDING = CO-CHARGED-OFF-AMOUNT
               - CO-RECOVERED-TO-DATE.
           ADD 1 TO WS-ON-BOOK-COUNT.
           ADD CO-CHARGED-OFF-AMOUNT TO WS-TOTAL-CHARGED-OFF.
           ADD CO-RECOVERED-TO-DATE TO WS-TOTAL-RECOVERED.
           ADD WS-OUTSTANDING TO WS-TOTAL-OUTSTANDING.
           MOVE CO-CHARGED-OFF-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE CO-RECOVERED-TO-DATE TO WS-RECOVERED-DISPLAY.
           MOVE WS-OUTSTANDING TO WS-OUTSTANDING-DISPLAY.
           MOVE SPACES TO CHGOFRPT-LINE.
           STRING 'ACCOUNT ' CO-ACCOUNT-NUMBER
               ' ON ' CO-CHARGE-OFF-DATE
               ' OFF ' WS-AMOUNT-DISPLAY
               ' RECOV ' WS-RECOVERED-DISPLAY
               ' OUT ' WS-OUTSTANDING-DISPLAY
               DELIMITED BY SIZE INTO CHGOFRPT-LINE.
           WRITE CHGOFRPT-LINE.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-SET-MONTH-LIMIT - the day count of the run date's
      * month, with February corrected for leap years.
      ******************************************************************
       7000-SET-MONTH-LIMIT.
           MOVE CO-MONTH-DAYS-ENTRY (WS-RUN-MONTH) TO WS-MONTH-LIMIT.
           IF WS-RUN-MONTH = 2
               DIVIDE WS-RUN-YEAR BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-REM4
               DIVIDE WS-RUN-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM100
               DIVIDE WS-RUN-YEAR BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM400
               IF WS-REM400 = 0
                   OR (WS-REM4 = 0 AND WS-REM100 NOT = 0)
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           GO TO 7000-EXIT.
       7000-EXIT.
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
      * 9000-TERMINATE - the report trailers, then close whatever
      * was opened.
      ******************************************************************
       9000-TERMINATE.
           MOVE CHGOFF-CHARGED-OFF TO WS-COUNT-DISPLAY.
           MOVE WS-CHARGED-TONIGHT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO CHGOFRPT-LINE.
           IF WS-MONTH-END
               STRING 'ACCOUNTS CHARGED OFF ' WS-COUNT-DISPLAY
                   ' TOTAL ' WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO CHGOFRPT-LINE
           ELSE
               MOVE 'NOT MONTH END - NO CHARGE-OFFS TAKEN'
                   TO CHGOFRPT-LINE
           END-IF.
           WRITE CHGOFRPT-LINE.
           MOVE WS-ON-BOOK-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-CHARGED-OFF TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-RECOVERED TO WS-TOTAL-RECOV-DISPLAY.
           MOVE WS-TOTAL-OUTSTANDING TO WS-TOTAL-OUT-DISPLAY.
           MOVE SPACES TO CHGOFRPT-LINE.
           STRING 'CHARGE-OFFS ' WS-COUNT-DISPLAY
               ' OFF ' WS-TOTAL-DISPLAY
               ' RECOV ' WS-TOTAL-RECOV-DISPLAY
               ' OUT ' WS-TOTAL-OUT-DISPLAY
               DELIMITED BY SIZE INTO CHGOFRPT-LINE.
           WRITE CHGOFRPT-LINE.
           IF WS-COLLCASE-OPEN
               CLOSE COLLCASE-FILE
           END-IF.
           IF WS-MONEY-FILES-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE CUSTMAST-FILE
               CLOSE POSTJRNL-FILE
           END-IF.
           IF WS-ACCTTYPE-OPEN
               CLOSE ACCTTYPE-FILE
           END-IF.
           CLOSE CHGOFF-FILE.
           CLOSE CHGOFRPT-FILE.
       9000-EXIT.
           EXIT.
