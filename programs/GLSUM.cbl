      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  Buckets and interface lines now carry the
      *                    cost center of the account's owning
      *                    branch, resolved through the BRANCH
      *                    reference table.  An account with no
      *                    branch, or a branch not on the table,
      *                    books to the suspense cost center 999999
      *                    and is called out on the control report;
      *                    the cash-control pair books to the
      *                    corporate cost center 000000.  The
      *                    bucket table grows to 500 for the extra
      *                    key.
      *   2026-10-15  ROK  Movements book at their reporting-currency
      *                    amount - PJ-REPORTING-AMOUNT on a foreign-
      *                    currency row - so month-end FXREVAL gains
      *                    and losses book under their own source.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  Each account type's net movement for the
      *                    night (RECOVERY rows left out - they move
      *                    no balance) rolls its GLCTL control
      *                    balance forward for GLPROOF.  A rerun of
      *                    the night backs out the net it rolled
      *                    before.  A type with no control record
      *                    yet is left for GLPROOF to open.
      *   2026-10-15  ROK  Tonight's movements are read off the journal
      *                    index by post date instead of the whole
      *                    journal.  An index that cannot be brought
      *                    level with the live journal fails the step
      *                    as a missing journal did.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSUM.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT GLCTL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLC-ACCOUNT-TYPE
               FILE STATUS IS WS-GLCTL-STATUS.

           SELECT GLINTF-FILE ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLINTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  BRANCH-FILE.
       COPY "BRANCH-REF".

       FD  GLCTL-FILE.
       COPY "GLCTL".

       FD  GLINTF-FILE.
       01  GLINTF-LINE.
           05  GL-RUN-DATE                  PIC 9(8).
           05  FILLER                       PIC X(1).
           05  GL-COST-CENTER               PIC X(6).
           05  FILLER                       PIC X(1).
           05  GL-ACCOUNT-TYPE              PIC X(3).
           05  FILLER                       PIC X(1).
           05  GL-SOURCE                    PIC X(8).
       COPY "POST-JRNL".

       01  WS-FILE-STATUSES.
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-GLINTF-STATUS             PIC X(2).
           05  WS-GLSUMRPT-STATUS           PIC X(2).
           05  WS-BRANCH-STATUS             PIC X(2).
           05  WS-GLCTL-STATUS              PIC X(2).
               88  WS-GLCTL-OK              VALUE '00'.

       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-COUNT              PIC 9(3) COMP VALUE 0.
           05  WS-BUCKET-ENTRY OCCURS 1 TO 500
                   DEPENDING ON WS-BUCKET-COUNT.
               10  GB-COST-CENTER           PIC X(6).
               10  GB-ACCOUNT-TYPE          PIC X(3).
               10  GB-SOURCE                PIC X(8).
               10  GB-DEBIT-TOTAL           PIC S9(11)V99 COMP-3.
               10  GB-CREDIT-TOTAL          PIC S9(11)V99 COMP-3.
               10  GB-MOVE-COUNT            PIC 9(7) COMP.

      ******************************************************************
      * The night's net movement per account type, for the GLCTL
      * roll-forward.  RL-ROLL-IND says what became of it.
      ******************************************************************
       01  WS-ROLL-TABLE.
           05  WS-ROLL-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-ROLL-ENTRY OCCURS 1 TO 100
                   DEPENDING ON WS-ROLL-COUNT.
               10  RL-ACCOUNT-TYPE          PIC X(3).
               10  RL-NET                   PIC S9(13)V99 COMP-3.
               10  RL-ROLL-IND              PIC X(1).
                   88  RL-ROLLED            VALUE 'R'.
                   88  RL-NOT-OPENED        VALUE 'N'.
                   88  RL-NOT-ROLLED        VALUE 'X'.

       01  WS-WORK-FIELDS.
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-ROLL-HIT                  PIC 9(3) COMP.
           05  WS-ROLL-FOUND-IND            PIC X(1).
               88  WS-ROLL-FOUND            VALUE 'Y'.
           05  WS-ROLLS-DROPPED             PIC 9(7) COMP.
           05  WS-GLCTL-OPEN-IND            PIC X(1).
               88  WS-GLCTL-OPEN            VALUE 'Y'.
           05  WS-BUCKET-HIT                PIC 9(3) COMP.
           05  WS-BUCKET-FOUND-IND          PIC X(1).
               88  WS-BUCKET-FOUND          VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-ACCOUNT-TYPE              PIC X(3).
           05  WS-MOVEMENT-TOTAL            PIC S9(13)V99 COMP-3.
           05  WS-GL-AMOUNT                 PIC S9(9)V99 COMP-3.
           05  WS-FILE-NET                  PIC S9(13)V99 COMP-3.
           05  WS-CUST-DEBIT-TOTAL          PIC S9(13)V99 COMP-3.
           05  WS-CUST-CREDIT-TOTAL         PIC S9(13)V99 COMP-3.
           05  WS-CUST-NET                  PIC S9(13)V99 COMP-3.
           05  WS-UNKNOWN-TYPES             PIC 9(7) COMP.
           05  WS-BUCKETS-DROPPED           PIC 9(5) COMP.
           05  WS-COST-CENTER               PIC X(6).
           05  WS-SUSPENSE-MOVES            PIC 9(7) COMP.
           05  WS-BRANCH-OPEN-IND           PIC X(1).
               88  WS-BRANCH-OPEN           VALUE 'Y'.
           05  WS-JRNLNDX-OPEN-IND          PIC X(1).
               88  WS-JRNLNDX-OPEN          VALUE 'Y'.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-DISPLAY-FIELDS.
           05  WS-TOTAL-DISPLAY             PIC -(12)9.99.
           PERFORM 2000-SCAN-ONE-JOURNAL-ROW THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 3000-WRITE-INTERFACE THRU 3000-EXIT.
           PERFORM 3500-ROLL-CONTROL-BALANCES THRU 3500-EXIT.
           PERFORM 4000-WRITE-CONTROL-REPORT THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the journal index at tonight's date
      * for the scan (once it holds tonight's postings), the account
      * master for type resolution, the branch table for cost
      * centers, and the outputs.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO GLSUM-LINES-WRITTEN.
           MOVE 0 TO WS-CUST-CREDIT-TOTAL.
           MOVE 0 TO WS-UNKNOWN-TYPES.
           MOVE 0 TO WS-BUCKETS-DROPPED.
           MOVE 0 TO WS-SUSPENSE-MOVES.
           MOVE 0 TO WS-ROLL-COUNT.
           MOVE 0 TO WS-ROLLS-DROPPED.
           MOVE 'N' TO WS-GLCTL-OPEN-IND.
           MOVE 'N' TO WS-SCAN-EOF-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           MOVE 'N' TO WS-JRNLNDX-OPEN-IND.
           OPEN INPUT JRNLNDX-FILE.
           IF WS-JRNLNDX-OK
               MOVE 'Y' TO WS-JRNLNDX-OPEN-IND
           END-IF.
           IF WS-JRNLSYNC-RETURN-CODE NOT = 0
               OR NOT WS-JRNLNDX-OPEN
               MOVE 8 TO GLSUM-RETURN-CODE
               MOVE 'Y' TO WS-SCAN-EOF-IND
           ELSE
               MOVE WS-RUN-DATE TO PX-DATE-POST-DATE
               MOVE 0 TO PX-DATE-JRNL-SEQ
               START JRNLNDX-FILE KEY IS NOT LESS THAN PX-DATE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-IND
               END-START
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           MOVE 'N' TO WS-BRANCH-OPEN-IND.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS = '00'
               MOVE 'Y' TO WS-BRANCH-OPEN-IND
           END-IF.
           OPEN OUTPUT GLINTF-FILE.
           OPEN OUTPUT GLSUMRPT-FILE.
       1000-EXIT.

      ******************************************************************
      * 2000-SCAN-ONE-JOURNAL-ROW - fold one of tonight's movements
      * into its cost-center/account-type/source bucket, at its
      * reporting-currency amount.
      ******************************************************************
       2000-SCAN-ONE-JOURNAL-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           IF PX-DATE-POST-DATE NOT = WS-RUN-DATE
               MOVE 'Y' TO WS-SCAN-EOF-IND
               GO TO 2000-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           MOVE PJ-TXN-AMOUNT TO WS-GL-AMOUNT.
           IF PJ-CURRENCY-CODE NOT = SPACES
               MOVE PJ-REPORTING-AMOUNT TO WS-GL-AMOUNT
           END-IF.
           ADD WS-GL-AMOUNT TO WS-MOVEMENT-TOTAL.
           MOVE PJ-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           MOVE SPACES TO AM-BRANCH-ID.
           READ ACCTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-TYPES
                   MOVE '???' TO WS-ACCOUNT-TYPE
                   MOVE SPACES TO AM-BRANCH-ID
               NOT INVALID KEY
                   MOVE AM-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
           END-READ.
           IF WS-ACCOUNT-TYPE NOT = '???'
               AND PJ-SOURCE NOT = 'RECOVERY'
               PERFORM 2300-ADD-TO-ROLL THRU 2300-EXIT
           END-IF.
           PERFORM 2050-RESOLVE-COST-CENTER THRU 2050-EXIT.
           PERFORM 2100-FIND-BUCKET THRU 2100-EXIT.
           IF NOT WS-BUCKET-FOUND
               PERFORM 2200-ADD-BUCKET THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO GB-MOVE-COUNT (WS-BUCKET-HIT).
           IF WS-GL-AMOUNT < 0
               SUBTRACT WS-GL-AMOUNT FROM
                   GB-DEBIT-TOTAL (WS-BUCKET-HIT)
           ELSE
               ADD WS-GL-AMOUNT TO
                   GB-CREDIT-TOTAL (WS-BUCKET-HIT)
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-RESOLVE-COST-CENTER - the owning branch's cost center,
      * or suspense when the account has no branch on the table.
      ******************************************************************
       2050-RESOLVE-COST-CENTER.
           MOVE '999999' TO WS-COST-CENTER.
           IF AM-BRANCH-ID = SPACES
               OR NOT WS-BRANCH-OPEN
               ADD 1 TO WS-SUSPENSE-MOVES
               GO TO 2050-EXIT
           END-IF.
           MOVE AM-BRANCH-ID TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   ADD 1 TO WS-SUSPENSE-MOVES
               NOT INVALID KEY
                   MOVE BR-COST-CENTER TO WS-COST-CENTER
           END-READ.
           GO TO 2050-EXIT.
       2050-EXIT.
           EXIT.

       2100-FIND-BUCKET.
           MOVE 'N' TO WS-BUCKET-FOUND-IND.
           PERFORM 2110-CHECK-ONE-BUCKET THRU 2110-EXIT
           EXIT.

       2110-CHECK-ONE-BUCKET.
           IF GB-COST-CENTER (WS-SUB) = WS-COST-CENTER
               AND GB-ACCOUNT-TYPE (WS-SUB) = WS-ACCOUNT-TYPE
               AND GB-SOURCE (WS-SUB) = PJ-SOURCE
               SET WS-BUCKET-FOUND TO TRUE
               MOVE WS-SUB TO WS-BUCKET-HIT
      * a silent cap.
      ******************************************************************
       2200-ADD-BUCKET.
           IF WS-BUCKET-COUNT = 500
               ADD 1 TO WS-BUCKETS-DROPPED
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-BUCKET-COUNT.
           MOVE WS-BUCKET-COUNT TO WS-BUCKET-HIT.
           MOVE WS-COST-CENTER TO GB-COST-CENTER (WS-BUCKET-HIT).
           MOVE WS-ACCOUNT-TYPE TO GB-ACCOUNT-TYPE (WS-BUCKET-HIT).
           MOVE PJ-SOURCE TO GB-SOURCE (WS-BUCKET-HIT).
           MOVE 0 TO GB-DEBIT-TOTAL (WS-BUCKET-HIT).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ADD-TO-ROLL - the movement into its type's net for the
      * control roll-forward.  A type past the table's capacity is
      * counted and called out; its control balance will not prove.
      ******************************************************************
       2300-ADD-TO-ROLL.
           MOVE 'N' TO WS-ROLL-FOUND-IND.
           PERFORM 2310-CHECK-ONE-ROLL THRU 2310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ROLL-COUNT
                   OR WS-ROLL-FOUND.
           IF NOT WS-ROLL-FOUND
               IF WS-ROLL-COUNT = 100
                   ADD 1 TO WS-ROLLS-DROPPED
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-ROLL-COUNT
               MOVE WS-ROLL-COUNT TO WS-ROLL-HIT
               MOVE WS-ACCOUNT-TYPE TO RL-ACCOUNT-TYPE (WS-ROLL-HIT)
               MOVE 0 TO RL-NET (WS-ROLL-HIT)
               SET RL-NOT-ROLLED (WS-ROLL-HIT) TO TRUE
           END-IF.
           ADD WS-GL-AMOUNT TO RL-NET (WS-ROLL-HIT).
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-ROLL.
           IF RL-ACCOUNT-TYPE (WS-SUB) = WS-ACCOUNT-TYPE
               SET WS-ROLL-FOUND TO TRUE
               MOVE WS-SUB TO WS-ROLL-HIT
           END-IF.
           GO TO 2310-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-INTERFACE - one debit and one credit line per
      * bucket on the customer side, then the offsetting cash-
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BUCKET-COUNT.
           IF WS-CUST-CREDIT-TOTAL NOT = 0
               MOVE '000000' TO GL-COST-CENTER
               MOVE 'CTL' TO GL-ACCOUNT-TYPE
               MOVE 'CASHCTL ' TO GL-SOURCE
               MOVE 'D' TO GL-SIDE
               PERFORM 3200-WRITE-ONE-GL-LINE THRU 3200-EXIT
           END-IF.
           IF WS-CUST-DEBIT-TOTAL NOT = 0
               MOVE '000000' TO GL-COST-CENTER
               MOVE 'CTL' TO GL-ACCOUNT-TYPE
               MOVE 'CASHCTL ' TO GL-SOURCE
               MOVE 'C' TO GL-SIDE

       3100-WRITE-ONE-BUCKET.
           IF GB-DEBIT-TOTAL (WS-SUB) NOT = 0
               MOVE GB-COST-CENTER (WS-SUB) TO GL-COST-CENTER
               MOVE GB-ACCOUNT-TYPE (WS-SUB) TO GL-ACCOUNT-TYPE
               MOVE GB-SOURCE (WS-SUB) TO GL-SOURCE
               MOVE 'D' TO GL-SIDE
               PERFORM 3200-WRITE-ONE-GL-LINE THRU 3200-EXIT
           END-IF.
           IF GB-CREDIT-TOTAL (WS-SUB) NOT = 0
               MOVE GB-COST-CENTER (WS-SUB) TO GL-COST-CENTER
               MOVE GB-ACCOUNT-TYPE (WS-SUB) TO GL-ACCOUNT-TYPE
               MOVE GB-SOURCE (WS-SUB) TO GL-SOURCE
               MOVE 'C' TO GL-SIDE
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ROLL-CONTROL-BALANCES - add each type's net for the
      * night to its GLCTL control balance.  A control file not on
      * disk yet is created empty; a type with no record is left
      * for GLPROOF, which opens it at the master's total - tonight's
      * movements included.  When the record was already rolled
      * tonight, the net rolled then comes off first, so a rerun
      * does not count the night twice.
      ******************************************************************
       3500-ROLL-CONTROL-BALANCES.
           OPEN I-O GLCTL-FILE.
           IF WS-GLCTL-STATUS = '35'
               OPEN OUTPUT GLCTL-FILE
               CLOSE GLCTL-FILE
               OPEN I-O GLCTL-FILE
           END-IF.
           IF NOT WS-GLCTL-OK
               GO TO 3500-EXIT
           END-IF.
           MOVE 'Y' TO WS-GLCTL-OPEN-IND.
           PERFORM 3510-ROLL-ONE-TYPE THRU 3510-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ROLL-COUNT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3510-ROLL-ONE-TYPE.
           MOVE RL-ACCOUNT-TYPE (WS-SUB) TO GLC-ACCOUNT-TYPE.
           READ GLCTL-FILE
               INVALID KEY
                   SET RL-NOT-OPENED (WS-SUB) TO TRUE
                   GO TO 3510-EXIT
           END-READ.
           IF GLC-LAST-ROLL-DATE = WS-RUN-DATE
               SUBTRACT GLC-LAST-ROLL-NET FROM GLC-CONTROL-BALANCE
           END-IF.
           ADD RL-NET (WS-SUB) TO GLC-CONTROL-BALANCE.
           MOVE WS-RUN-DATE TO GLC-LAST-ROLL-DATE.
           MOVE RL-NET (WS-SUB) TO GLC-LAST-ROLL-NET.
           REWRITE GL-CONTROL-RECORD
               INVALID KEY
                   GO TO 3510-EXIT
           END-REWRITE.
           SET RL-ROLLED (WS-SUB) TO TRUE.
           GO TO 3510-EXIT.
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-CONTROL-REPORT - the proof finance signs off on:
      * the file nets to zero, and the customer-side net equals the
                   DELIMITED BY SIZE INTO GLSUMRPT-LINE
               WRITE GLSUMRPT-LINE
           END-IF.
           IF WS-SUSPENSE-MOVES > 0
               MOVE 4 TO GLSUM-RETURN-CODE
               MOVE WS-SUSPENSE-MOVES TO WS-COUNT-DISPLAY
               MOVE SPACES TO GLSUMRPT-LINE
               STRING '*** ' WS-COUNT-DISPLAY
                   ' MOVEMENTS BOOKED TO SUSPENSE COST CENTER 999999'
                   DELIMITED BY SIZE INTO GLSUMRPT-LINE
               WRITE GLSUMRPT-LINE
           END-IF.
           PERFORM 4200-REPORT-ONE-ROLL THRU 4200-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ROLL-COUNT.
           IF NOT WS-GLCTL-OPEN
               MOVE 4 TO GLSUM-RETURN-CODE
               MOVE SPACES TO GLSUMRPT-LINE
               STRING '*** GLCTL NOT AVAILABLE - CONTROL BALANCES '
                   'NOT ROLLED FORWARD'
                   DELIMITED BY SIZE INTO GLSUMRPT-LINE
               WRITE GLSUMRPT-LINE
           END-IF.
           IF WS-ROLLS-DROPPED > 0
               MOVE 4 TO GLSUM-RETURN-CODE
               MOVE WS-ROLLS-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO GLSUMRPT-LINE
               STRING '*** TYPE TABLE FULL - ' WS-COUNT-DISPLAY
                   ' MOVEMENTS NOT ROLLED TO CONTROL'
                   DELIMITED BY SIZE INTO GLSUMRPT-LINE
               WRITE GLSUMRPT-LINE
           END-IF.
           IF WS-BUCKETS-DROPPED > 0
               MOVE 4 TO GLSUM-RETURN-CODE
               MOVE WS-BUCKETS-DROPPED TO WS-COUNT-DISPLAY
           MOVE GB-DEBIT-TOTAL (WS-SUB) TO WS-TOTAL-DISPLAY.
           MOVE GB-CREDIT-TOTAL (WS-SUB) TO WS-NET-DISPLAY.
           MOVE SPACES TO GLSUMRPT-LINE.
           STRING 'CC ' GB-COST-CENTER (WS-SUB)
               ' TYPE ' GB-ACCOUNT-TYPE (WS-SUB)
               ' SOURCE ' GB-SOURCE (WS-SUB)
               ' MOVES ' WS-COUNT-DISPLAY
               ' DR ' WS-TOTAL-DISPLAY
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-REPORT-ONE-ROLL - each type's net and what became of it
      * on the control file.
      ******************************************************************
       4200-REPORT-ONE-ROLL.
           MOVE RL-NET (WS-SUB) TO WS-NET-DISPLAY.
           MOVE SPACES TO GLSUMRPT-LINE.
           EVALUATE TRUE
               WHEN RL-ROLLED (WS-SUB)
                   STRING 'CONTROL TYPE ' RL-ACCOUNT-TYPE (WS-SUB)
                       ' NET ' WS-NET-DISPLAY
                       ' ROLLED FORWARD'
                       DELIMITED BY SIZE INTO GLSUMRPT-LINE
               WHEN RL-NOT-OPENED (WS-SUB)
                   STRING 'CONTROL TYPE ' RL-ACCOUNT-TYPE (WS-SUB)
                       ' NET ' WS-NET-DISPLAY
                       ' NO CONTROL RECORD - OPENED BY GLPROOF'
                       DELIMITED BY SIZE INTO GLSUMRPT-LINE
               WHEN OTHER
                   MOVE 4 TO GLSUM-RETURN-CODE
                   STRING '*** CONTROL TYPE ' RL-ACCOUNT-TYPE (WS-SUB)
                       ' NET ' WS-NET-DISPLAY
                       ' NOT ROLLED FORWARD'
                       DELIMITED BY SIZE INTO GLSUMRPT-LINE
           END-EVALUATE.
           WRITE GLSUMRPT-LINE.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           IF WS-JRNLNDX-OPEN
               CLOSE JRNLNDX-FILE
           END-IF.
           CLOSE ACCTMAST-FILE.
           IF WS-BRANCH-OPEN
               CLOSE BRANCH-FILE
           END-IF.
           IF WS-GLCTL-OPEN
               CLOSE GLCTL-FILE
           END-IF.
           CLOSE GLINTF-FILE.
           CLOSE GLSUMRPT-FILE.
       9000-EXIT.
