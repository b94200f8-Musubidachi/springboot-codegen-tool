      ******************************************************************
      * PROGRAM-ID: GLPROOF
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Daily sub-ledger proof, run in the nightly post-sweep right
      *   after GLSUM has rolled the GLCTL control balances forward
      *   by the night's journal.  Totals the account master's
      *   balances by AM-ACCOUNT-TYPE at reporting-currency value -
      *   AM-ACCOUNT-BALANCE, or AM-REPORTING-BALANCE on a foreign-
      *   currency account, the same value GLSUM books - and
      *   compares each type's total to its control balance.  A
      *   type out of balance is reported with its difference and
      *   the night the difference first appeared, which GLCTL
      *   keeps until the type ties again.  A type the master holds
      *   that has no control record yet is opened at the master's
      *   total; a control record whose type has no accounts left
      *   proves against zero.  The GLPRFRPT report always opens.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT GLCTL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLC-ACCOUNT-TYPE
               FILE STATUS IS WS-GLCTL-STATUS.

           SELECT GLPRFRPT-FILE ASSIGN TO "GLPRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  GLCTL-FILE.
       COPY "GLCTL".

       FD  GLPRFRPT-FILE.
       01  GLPRFRPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS           PIC X(2).
               88  WS-ACCTMAST-OK           VALUE '00'.
           05  WS-GLCTL-STATUS              PIC X(2).
               88  WS-GLCTL-OK              VALUE '00'.
           05  WS-GLPRFRPT-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-ACCTMAST-EOF-IND          PIC X(1).
               88  WS-ACCTMAST-DONE         VALUE 'Y'.
           05  WS-GLCTL-EOF-IND             PIC X(1).
               88  WS-GLCTL-DONE            VALUE 'Y'.
           05  WS-FILES-OPEN-IND            PIC X(1).
               88  WS-FILES-OPEN            VALUE 'Y'.
           05  WS-TYPE-FOUND-IND            PIC X(1).
               88  WS-TYPE-FOUND            VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-TYPE-HIT                  PIC 9(3) COMP.
           05  WS-ACCOUNT-TYPE              PIC X(3).
           05  WS-ACCOUNT-VALUE             PIC S9(9)V99 COMP-3.
           05  WS-LEDGER-TOTAL              PIC S9(13)V99 COMP-3.
           05  WS-ACCOUNT-COUNT             PIC 9(7) COMP.
           05  WS-DIFFERENCE                PIC S9(13)V99 COMP-3.
           05  WS-SKIPPED-COUNT             PIC 9(7) COMP.
           05  WS-OPENED-COUNT              PIC 9(5) COMP.
           05  WS-WRITE-FAILED-COUNT        PIC 9(5) COMP.

      ******************************************************************
      * The master's totals by account type, built as types turn
      * up.  LT-MATCHED-IND is set when the type's control record
      * is proved, so the types left unmatched are the ones to open.
      ******************************************************************
       01  WS-LEDGER-TABLE.
           05  WS-LEDGER-COUNT              PIC 9(3) COMP VALUE 0.
           05  WS-LEDGER-ENTRY OCCURS 1 TO 100
                   DEPENDING ON WS-LEDGER-COUNT.
               10  LT-ACCOUNT-TYPE          PIC X(3).
               10  LT-ACCOUNT-COUNT         PIC 9(7) COMP.
               10  LT-LEDGER-TOTAL          PIC S9(13)V99 COMP-3.
               10  LT-MATCHED-IND           PIC X(1).
                   88  LT-MATCHED           VALUE 'Y'.

       01  WS-RUN-TOTALS.
           05  WS-LEDGER-GRAND-TOTAL        PIC S9(13)V99 COMP-3.
           05  WS-CONTROL-GRAND-TOTAL       PIC S9(13)V99 COMP-3.
           05  WS-DIFFERENCE-GRAND-TOTAL    PIC S9(13)V99 COMP-3.

      ******************************************************************
      * GP-DETAIL-LINE - one account type, under the column heading.
      ******************************************************************
       01  GP-DETAIL-LINE.
           05  GPD-ACCOUNT-TYPE             PIC X(3).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  GPD-ACCOUNT-COUNT            PIC Z(6)9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  GPD-LEDGER-TOTAL             PIC -(12)9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  GPD-CONTROL-BALANCE          PIC -(12)9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  GPD-DIFFERENCE               PIC -(12)9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  GPD-SINCE-DATE               PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  GPD-STATUS                   PIC X(10).

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.
           05  WS-LEDGER-DISPLAY            PIC -(12)9.99.
           05  WS-CONTROL-DISPLAY           PIC -(12)9.99.
           05  WS-DIFFERENCE-DISPLAY        PIC -(12)9.99.

       LINKAGE SECTION.
       01  GLPROOF-DIFFERENCES              PIC 9(7) COMP.
       01  GLPROOF-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING GLPROOF-DIFFERENCES
           GLPROOF-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-FILES-OPEN
               PERFORM 2000-TOTAL-ONE-ACCOUNT THRU 2000-EXIT
                   UNTIL WS-ACCTMAST-DONE
               PERFORM 3000-PROVE-ONE-CONTROL THRU 3000-EXIT
                   UNTIL WS-GLCTL-DONE
               PERFORM 4000-OPEN-ONE-TYPE THRU 4000-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LEDGER-COUNT
               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens.  No account
      * master, or a control file that cannot be opened or created,
      * stops the step with RC 8.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO GLPROOF-DIFFERENCES.
           MOVE 0 TO GLPROOF-RETURN-CODE.
           MOVE 'Y' TO WS-ACCTMAST-EOF-IND.
           MOVE 'Y' TO WS-GLCTL-EOF-IND.
           MOVE 'N' TO WS-FILES-OPEN-IND.
           MOVE 0 TO WS-LEDGER-COUNT.
           MOVE 0 TO WS-SKIPPED-COUNT.
           MOVE 0 TO WS-OPENED-COUNT.
           MOVE 0 TO WS-WRITE-FAILED-COUNT.
           INITIALIZE WS-RUN-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT GLPRFRPT-FILE.
           MOVE SPACES TO GLPRFRPT-LINE.
           STRING 'GL CONTROL-BALANCE PROOF BY ACCOUNT TYPE - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO GLPRFRPT-LINE.
           WRITE GLPRFRPT-LINE.
           OPEN INPUT ACCTMAST-FILE.
           IF NOT WS-ACCTMAST-OK
               MOVE 8 TO GLPROOF-RETURN-CODE
               MOVE '*** ACCOUNT MASTER NOT AVAILABLE - NO PROOF RUN'
                   TO GLPRFRPT-LINE
               WRITE GLPRFRPT-LINE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O GLCTL-FILE.
           IF WS-GLCTL-STATUS = '35'
               OPEN OUTPUT GLCTL-FILE
               CLOSE GLCTL-FILE
               OPEN I-O GLCTL-FILE
           END-IF.
           IF NOT WS-GLCTL-OK
               CLOSE ACCTMAST-FILE
               MOVE 8 TO GLPROOF-RETURN-CODE
               MOVE '*** GLCTL NOT AVAILABLE - NO PROOF RUN'
                   TO GLPRFRPT-LINE
               WRITE GLPRFRPT-LINE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILES-OPEN-IND.
           MOVE 'N' TO WS-ACCTMAST-EOF-IND.
           MOVE 'N' TO WS-GLCTL-EOF-IND.
           MOVE SPACES TO GLPRFRPT-LINE.
           STRING 'TYP  ACCOUNTS      LEDGER TOTAL   CONTROL BALANCE'
               '        DIFFERENCE  SINCE     STATUS'
               DELIMITED BY SIZE INTO GLPRFRPT-LINE.
           WRITE GLPRFRPT-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TOTAL-ONE-ACCOUNT - the next account's reporting-
      * currency value into its type's total.  A type past the
      * table's capacity is counted and flagged with RC 4.
      ******************************************************************
       2000-TOTAL-ONE-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCTMAST-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           MOVE AM-ACCOUNT-BALANCE TO WS-ACCOUNT-VALUE.
           IF NOT AM-REPORTING-CURRENCY
               MOVE AM-REPORTING-BALANCE TO WS-ACCOUNT-VALUE
           END-IF.
           MOVE AM-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE.
           PERFORM 2100-FIND-TYPE THRU 2100-EXIT.
           IF NOT WS-TYPE-FOUND
               IF WS-LEDGER-COUNT = 100
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 4 TO GLPROOF-RETURN-CODE
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-LEDGER-COUNT
               MOVE WS-LEDGER-COUNT TO WS-TYPE-HIT
               MOVE WS-ACCOUNT-TYPE TO LT-ACCOUNT-TYPE (WS-TYPE-HIT)
               MOVE 0 TO LT-ACCOUNT-COUNT (WS-TYPE-HIT)
               MOVE 0 TO LT-LEDGER-TOTAL (WS-TYPE-HIT)
               MOVE 'N' TO LT-MATCHED-IND (WS-TYPE-HIT)
           END-IF.
           ADD 1 TO LT-ACCOUNT-COUNT (WS-TYPE-HIT).
           ADD WS-ACCOUNT-VALUE TO LT-LEDGER-TOTAL (WS-TYPE-HIT).
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-TYPE.
           MOVE 'N' TO WS-TYPE-FOUND-IND.
           PERFORM 2110-CHECK-ONE-TYPE THRU 2110-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LEDGER-COUNT
                   OR WS-TYPE-FOUND.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-CHECK-ONE-TYPE.
           IF LT-ACCOUNT-TYPE (WS-SUB) = WS-ACCOUNT-TYPE
               SET WS-TYPE-FOUND TO TRUE
               MOVE WS-SUB TO WS-TYPE-HIT
           END-IF.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROVE-ONE-CONTROL - the next control record against the
      * master's total for its type (zero when no account of the
      * type is left).  A difference keeps the night it first
      * appeared; a type that ties clears it.
      ******************************************************************
       3000-PROVE-ONE-CONTROL.
           READ GLCTL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLCTL-EOF-IND
                   GO TO 3000-EXIT
           END-READ.
           MOVE GLC-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE.
           PERFORM 2100-FIND-TYPE THRU 2100-EXIT.
           MOVE 0 TO WS-LEDGER-TOTAL.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           IF WS-TYPE-FOUND
               MOVE 'Y' TO LT-MATCHED-IND (WS-TYPE-HIT)
               MOVE LT-LEDGER-TOTAL (WS-TYPE-HIT) TO WS-LEDGER-TOTAL
               MOVE LT-ACCOUNT-COUNT (WS-TYPE-HIT) TO WS-ACCOUNT-COUNT
           END-IF.
           COMPUTE WS-DIFFERENCE =
               WS-LEDGER-TOTAL - GLC-CONTROL-BALANCE.
           MOVE WS-RUN-DATE TO GLC-LAST-PROOF-DATE.
           MOVE WS-DIFFERENCE TO GLC-LAST-DIFFERENCE.
           IF WS-DIFFERENCE = 0
               MOVE 0 TO GLC-DIFF-FIRST-DATE
           ELSE
               IF GLC-DIFF-FIRST-DATE = 0
                   MOVE WS-RUN-DATE TO GLC-DIFF-FIRST-DATE
               END-IF
           END-IF.
           REWRITE GL-CONTROL-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAILED-COUNT
           END-REWRITE.
           ADD WS-LEDGER-TOTAL TO WS-LEDGER-GRAND-TOTAL.
           ADD GLC-CONTROL-BALANCE TO WS-CONTROL-GRAND-TOTAL.
           ADD WS-DIFFERENCE TO WS-DIFFERENCE-GRAND-TOTAL.
           MOVE GLC-ACCOUNT-TYPE TO GPD-ACCOUNT-TYPE.
           MOVE WS-ACCOUNT-COUNT TO GPD-ACCOUNT-COUNT.
           MOVE WS-LEDGER-TOTAL TO GPD-LEDGER-TOTAL.
           MOVE GLC-CONTROL-BALANCE TO GPD-CONTROL-BALANCE.
           MOVE WS-DIFFERENCE TO GPD-DIFFERENCE.
           IF WS-DIFFERENCE = 0
               MOVE SPACES TO GPD-SINCE-DATE
               MOVE 'TIES' TO GPD-STATUS
           ELSE
               ADD 1 TO GLPROOF-DIFFERENCES
               MOVE 4 TO GLPROOF-RETURN-CODE
               MOVE GLC-DIFF-FIRST-DATE TO GPD-SINCE-DATE
               MOVE 'DIFFERENCE' TO GPD-STATUS
           END-IF.
           MOVE GP-DETAIL-LINE TO GLPRFRPT-LINE.
           WRITE GLPRFRPT-LINE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-OPEN-ONE-TYPE - a type on the master with no control
      * record is opened at the master's total, so it proves from
      * the next night on.
      ******************************************************************
       4000-OPEN-ONE-TYPE.
           IF LT-MATCHED (WS-SUB)
               GO TO 4000-EXIT
           END-IF.
           INITIALIZE GL-CONTROL-RECORD.
           MOVE LT-ACCOUNT-TYPE (WS-SUB) TO GLC-ACCOUNT-TYPE.
           MOVE LT-LEDGER-TOTAL (WS-SUB) TO GLC-CONTROL-BALANCE.
           MOVE WS-RUN-DATE TO GLC-OPENED-DATE.
           MOVE WS-RUN-DATE TO GLC-LAST-PROOF-DATE.
           MOVE 0 TO GLC-LAST-ROLL-DATE.
           MOVE 0 TO GLC-LAST-ROLL-NET.
           MOVE 0 TO GLC-LAST-DIFFERENCE.
           MOVE 0 TO GLC-DIFF-FIRST-DATE.
           WRITE GL-CONTROL-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAILED-COUNT
                   GO TO 4000-EXIT
           END-WRITE.
           ADD 1 TO WS-OPENED-COUNT.
           ADD LT-LEDGER-TOTAL (WS-SUB) TO WS-LEDGER-GRAND-TOTAL.
           ADD LT-LEDGER-TOTAL (WS-SUB) TO WS-CONTROL-GRAND-TOTAL.
           MOVE LT-ACCOUNT-TYPE (WS-SUB) TO GPD-ACCOUNT-TYPE.
           MOVE LT-ACCOUNT-COUNT (WS-SUB) TO GPD-ACCOUNT-COUNT.
           MOVE LT-LEDGER-TOTAL (WS-SUB) TO GPD-LEDGER-TOTAL.
           MOVE LT-LEDGER-TOTAL (WS-SUB) TO GPD-CONTROL-BALANCE.
           MOVE 0 TO GPD-DIFFERENCE.
           MOVE SPACES TO GPD-SINCE-DATE.
           MOVE 'OPENED' TO GPD-STATUS.
           MOVE GP-DETAIL-LINE TO GLPRFRPT-LINE.
           WRITE GLPRFRPT-LINE.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-SUMMARY - the totals over every type and the
      * verdict.
      ******************************************************************
       8000-WRITE-SUMMARY.
           MOVE WS-LEDGER-GRAND-TOTAL TO WS-LEDGER-DISPLAY.
           MOVE WS-CONTROL-GRAND-TOTAL TO WS-CONTROL-DISPLAY.
           MOVE WS-DIFFERENCE-GRAND-TOTAL TO WS-DIFFERENCE-DISPLAY.
           MOVE SPACES TO GLPRFRPT-LINE.
           STRING 'ALL TYPES      ' WS-LEDGER-DISPLAY
               '  ' WS-CONTROL-DISPLAY
               '  ' WS-DIFFERENCE-DISPLAY
               DELIMITED BY SIZE INTO GLPRFRPT-LINE.
           WRITE GLPRFRPT-LINE.
           IF WS-OPENED-COUNT > 0
               MOVE WS-OPENED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO GLPRFRPT-LINE
               STRING WS-COUNT-DISPLAY
                   ' TYPES OPENED AT THE MASTER TOTAL TONIGHT'
                   DELIMITED BY SIZE INTO GLPRFRPT-LINE
               WRITE GLPRFRPT-LINE
           END-IF.
           MOVE SPACES TO GLPRFRPT-LINE.
           IF GLPROOF-DIFFERENCES = 0
               MOVE 'PROOF OK - SUB-LEDGER TIES TO CONTROL BY TYPE'
                   TO GLPRFRPT-LINE
           ELSE
               MOVE GLPROOF-DIFFERENCES TO WS-COUNT-DISPLAY
               STRING '*** PROOF FAILED - ' WS-COUNT-DISPLAY
                   ' TYPES OUT OF BALANCE'
                   DELIMITED BY SIZE INTO GLPRFRPT-LINE
           END-IF.
           WRITE GLPRFRPT-LINE.
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO GLPRFRPT-LINE
               STRING '*** TYPE TABLE FULL - ' WS-COUNT-DISPLAY
                   ' ACCOUNTS NOT TOTALED'
                   DELIMITED BY SIZE INTO GLPRFRPT-LINE
               WRITE GLPRFRPT-LINE
           END-IF.
           IF WS-WRITE-FAILED-COUNT > 0
               MOVE 4 TO GLPROOF-RETURN-CODE
               MOVE WS-WRITE-FAILED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO GLPRFRPT-LINE
               STRING '*** ' WS-COUNT-DISPLAY
                   ' GLCTL RECORDS NOT UPDATED'
                   DELIMITED BY SIZE INTO GLPRFRPT-LINE
               WRITE GLPRFRPT-LINE
           END-IF.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE GLCTL-FILE
           END-IF.
           CLOSE GLPRFRPT-FILE.
       9000-EXIT.
           EXIT.
