      *                    the regulatory-clock flag past the age
      *                    figure it was overwriting on exactly the
      *                    flagged lines.
      *   2026-10-15  ROK  Movements on a foreign-currency account are
      *                    converted through FXCONV; the reporting
      *                    amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal row.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  The provisional credit belongs to the date
      *                    of the disputed transaction, and its
      *                    reversal to the date the credit was
      *                    given.  Either, dated in a month PERCLOSE
      *                    has closed, posts into the open period as
      *                    a prior-period adjustment, the date kept
      *                    on PJ-VALUE-DATE.
      *   2026-10-15  ROK  The account the disputed posting names must
      *                    pass the ACCTCHK check digit before it is
      *                    looked up; a failure is rejected as such.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPBAT.
       COPY "CUSTMAST".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  DISPREJ-FILE.
       01  DISPREJ-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".
       COPY "PERCHK-PARM".

       01  WS-FILE-STATUSES.
           05  WS-DISPFEED-STATUS           PIC X(2).
           05  WS-AGE-DISPLAY               PIC ZZZ,ZZ9.
           05  WS-AMOUNT-DISPLAY            PIC -(9)9.99.

       COPY "ACCTCHK-PARM".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ.
           SET ACK-FUNC-VALIDATE TO TRUE.
           MOVE TX-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER.
           CALL "ACCTCHK" USING ACCTCHK-PARM.
           IF ACK-CHECK-DIGIT-FAILED
               MOVE 'ACCOUNT NUMBER FAILS CHECK DIGIT' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE TX-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'DISPBAT ' TO PJ-SOURCE.
           MOVE WS-CREDIT-AMOUNT TO PJ-TXN-AMOUNT.
           MOVE TX-TXN-DATE TO PCK-TXN-DATE.
           PERFORM 8100-CHECK-PERIOD THRU 8100-EXIT.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD WS-CREDIT-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'DISPBAT ' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = DP-PROV-CREDIT-AMT * -1.
           MOVE DP-OPEN-DATE TO PCK-TXN-DATE.
           PERFORM 8100-CHECK-PERIOD THRU 8100-EXIT.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT DP-PROV-CREDIT-AMT FROM AM-ACCOUNT-BALANCE.
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
      * 8100-CHECK-PERIOD - the journal row being built, against the
      * accounting period of the date it belongs to (PCK-TXN-DATE).
      * A date other than tonight is kept on the row; one in a
      * closed month flags the row as a prior-period adjustment.
      * The row posts under tonight's date either way.
      ******************************************************************
       8100-CHECK-PERIOD.
           IF PCK-TXN-DATE NOT NUMERIC
               GO TO 8100-EXIT
           END-IF.
           IF PCK-TXN-DATE NOT = WS-RUN-DATE
               MOVE PCK-TXN-DATE TO PJ-VALUE-DATE
           END-IF.
           CALL "PERCHK" USING PERCHK-PARM.
           IF PCK-PRIOR-PERIOD
               SET PJ-PRIOR-PERIOD-ADJ TO TRUE
           END-IF.
           GO TO 8100-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
