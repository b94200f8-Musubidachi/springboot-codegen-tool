      *   Monthly service-charge assessment, run in the nightly
      *   chain after the overdraft step.  On any night but the
      *   last day of the month it does nothing.  At month end it
      *   walks every open
      *   account whose ACCTTYPE-REF-RECORD carries a service
      *   charge: an account whose balance held the type's minimum
      *   through the whole month - proven from the journal's
      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  Charged-off accounts are not assessed.
      *   2026-10-15  ROK  Movements on a foreign-currency account are
      *                    converted through FXCONV; the reporting
      *                    amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal row.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  The month's trail is read per account off
      *                    the journal index (account key from the
      *                    first of the month) instead of loading the
      *                    whole month into a 20,000-row table, so a
      *                    large month no longer stops the
      *                    assessment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCHG.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".

       01  WS-FILE-STATUSES.
           05  WS-POSTJRNL-STATUS           PIC X(2).
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ACCTTYPE-STATUS           PIC X(2).
           05  WS-SVCRPT-STATUS             PIC X(2).

       01  WS-TYPE-SUMMARY-TABLE.
           05  WS-TYPE-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-TYPE-ENTRY OCCURS 1 TO 100
           05  IA-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-WORK-FIELDS.
           05  WS-TYPE-SUB                  PIC 9(3) COMP.
           05  WS-TYPE-HIT                  PIC 9(3) COMP.
           05  WS-TYPE-FOUND-IND            PIC X(1).
               88  WS-TYPE-FOUND            VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-GRP REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR              PIC 9(4).
           05  WS-MIN-BALANCE               PIC S9(11)V99 COMP-3.
           05  WS-ALREADY-IND               PIC X(1).
               88  WS-ALREADY-ASSESSED      VALUE 'Y'.
           05  WS-TRAIL-DONE-IND            PIC X(1).
               88  WS-TRAIL-DONE            VALUE 'Y'.
           05  WS-JRNLNDX-OPEN-IND          PIC X(1).
               88  WS-JRNLNDX-OPEN          VALUE 'Y'.
           05  WS-FEE-AMOUNT                PIC 9(5)V99.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC ZZ,ZZ9.
           05  WS-TOTAL-DISPLAY             PIC -(9)9.99.
               GOBACK
           END-IF.
           PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
           PERFORM 3000-ASSESS-ONE-ACCOUNT THRU 3000-EXIT
               UNTIL WS-ACCTMAST-STATUS = '10'.
           PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
           MOVE 0 TO SVCCHG-FEES-ASSESSED.
           MOVE 0 TO SVCCHG-FEES-WAIVED.
           MOVE 0 TO SVCCHG-RETURN-CODE.
           MOVE 'N' TO WS-JRNLNDX-OPEN-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE IA-MONTH-DAYS-ENTRY (WS-RUN-MONTH) TO WS-MONTH-LIMIT.
           IF WS-RUN-MONTH = 2
           EXIT.

      ******************************************************************
      * 1500-OPEN-FILES - the journal index for the month trail
      * (once it holds everything posted so far), the journal for
      * append so the charges land as entries of their own, the
      * masters and fee schedule for the assessment, the report.
      * Without the index no minimum balance can be proven, so
      * nothing is assessed.
      ******************************************************************
       1500-OPEN-FILES.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               MOVE 8 TO SVCCHG-RETURN-CODE
               MOVE '10' TO WS-ACCTMAST-STATUS
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           OPEN INPUT ACCTTYPE-FILE.
           OPEN OUTPUT SVCRPT-FILE.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           OPEN INPUT JRNLNDX-FILE.
           IF WS-JRNLSYNC-RETURN-CODE = 0
               AND WS-JRNLNDX-OK
               MOVE 'Y' TO WS-JRNLNDX-OPEN-IND
           ELSE
               MOVE 8 TO SVCCHG-RETURN-CODE
               MOVE '10' TO WS-ACCTMAST-STATUS
               MOVE '*** JOURNAL INDEX UNAVAILABLE - NO CHARGES ASSESSED
      -            ' THIS RUN' TO SVCRPT-LINE
               WRITE SVCRPT-LINE
           END-IF.
           OPEN EXTEND POSTJRNL-FILE.
           IF WS-ACCTMAST-STATUS NOT = '10'
               MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
               START ACCTMAST-FILE KEY IS NOT LESS THAN
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ASSESS-ONE-ACCOUNT - the next open account: no fee on
      * the type means skip, an SVCCHG entry already journaled
                   MOVE '10' TO WS-ACCTMAST-STATUS
                   GO TO 3000-EXIT
           END-READ.
           IF AM-STATUS-CLOSED OR AM-STATUS-CHARGED-OFF
               GO TO 3000-EXIT
           END-IF.
           MOVE AM-ACCOUNT-TYPE TO ATR-TYPE-CODE.

      ******************************************************************
      * 3100-CHECK-MONTH-TRAIL - the account's minimum balance over
      * the month from its journal trail, read off the index from
      * the first of the month through tonight and seeded with
      * today's balance (the trail's last word), and the already-
      * assessed screen off tonight's own SVCCHG entries.
      ******************************************************************
       3100-CHECK-MONTH-TRAIL.
           MOVE 'N' TO WS-ALREADY-IND.
           MOVE AM-ACCOUNT-BALANCE TO WS-MIN-BALANCE.
           MOVE 'N' TO WS-TRAIL-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO PX-ACCOUNT-NUMBER.
           MOVE WS-MONTH-START TO PX-POST-DATE.
           MOVE 0 TO PX-JRNL-SEQ.
           START JRNLNDX-FILE KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TRAIL-DONE-IND
           END-START.
           PERFORM 3110-CHECK-ONE-TRAIL-ROW THRU 3110-EXIT
               UNTIL WS-TRAIL-DONE.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-TRAIL-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRAIL-DONE-IND
                   GO TO 3110-EXIT
           END-READ.
           IF PX-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               OR PX-POST-DATE > WS-RUN-DATE
               MOVE 'Y' TO WS-TRAIL-DONE-IND
               GO TO 3110-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           IF PJ-SOURCE = 'SVCCHG  '
               AND PJ-POST-DATE = WS-RUN-DATE
               SET WS-ALREADY-ASSESSED TO TRUE
           END-IF.
           IF PJ-BEFORE-BALANCE < WS-MIN-BALANCE
               MOVE PJ-BEFORE-BALANCE TO WS-MIN-BALANCE
           END-IF.
           IF PJ-AFTER-BALANCE < WS-MIN-BALANCE
               MOVE PJ-AFTER-BALANCE TO WS-MIN-BALANCE
           END-IF.
           GO TO 3110-EXIT.
       3110-EXIT.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'SVCCHG  ' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-FEE-AMOUNT * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-FEE-AMOUNT FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
       5100-EXIT.
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
       9000-TERMINATE.
           CLOSE POSTJRNL-FILE.
           IF WS-JRNLNDX-OPEN
               CLOSE JRNLNDX-FILE
           END-IF.
           CLOSE ACCTMAST-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE ACCTTYPE-FILE.
