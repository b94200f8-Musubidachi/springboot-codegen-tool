      ******************************************************************
      * PROGRAM-ID: PAYEEMNT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   External payee maintenance.  Reads PAYEFEED (one action
      *   per line, as the contact center takes the customer's
      *   instruction) against the EXTPAYEE master: an add action
      *   lands a new payee - routing number, account at the other
      *   bank, account kind and name - under the next free payee
      *   ID; a cancel action takes an active payee off; a
      *   designate action makes an active payee the customer's
      *   closeout payee, the one ACCTCLSE pays a closed account's
      *   residual to by ACH.  An add may designate in the same
      *   action.  A customer has one closeout payee at most, so
      *   designating one takes the mark off the others.  The
      *   routing number must pass its check digit before a payee
      *   is added, so a mis-keyed bank is caught here rather than
      *   returned by the network.  Entries that cannot be applied
      *   go to the reject report.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEEMNT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEFEED-FILE ASSIGN TO "PAYEFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEFEED-STATUS.

           SELECT EXTPAYEE-FILE ASSIGN TO "EXTPAYEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-PAYEE-ID
               ALTERNATE RECORD KEY IS EP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-EXTPAYEE-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT PAYEEREJ-FILE ASSIGN TO "PAYEEREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEEREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEFEED-FILE.
       01  PAYEFEED-LINE.
           05  YF-ACTION                    PIC X(1).
               88  YF-ACTION-ADD            VALUE 'A'.
               88  YF-ACTION-CANCEL         VALUE 'C'.
               88  YF-ACTION-DESIGNATE      VALUE 'D'.
           05  YF-PAYEE-ID                  PIC 9(7).
           05  YF-CUSTOMER-ID               PIC 9(10).
           05  YF-ROUTING-NUMBER            PIC 9(9).
           05  YF-DFI-ACCOUNT               PIC X(17).
           05  YF-ACCOUNT-KIND              PIC X(1).
           05  YF-PAYEE-NAME                PIC X(22).
           05  YF-CLOSEOUT-IND              PIC X(1).
           05  YF-ENTERED-BY                PIC X(8).

       FD  EXTPAYEE-FILE.
       COPY "EXTPAYEE".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  PAYEEREJ-FILE.
       01  PAYEEREJ-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PAYEFEED-STATUS           PIC X(2).
               88  WS-PAYEFEED-OK           VALUE '00'.
               88  WS-PAYEFEED-EOF          VALUE '10'.
           05  WS-EXTPAYEE-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-PAYEEREJ-STATUS           PIC X(2).

      ******************************************************************
      * The routing number check digit: the nine digits weighted
      * 3, 7, 1 in turn must sum to a multiple of ten.
      ******************************************************************
       01  PM-ROUTING-WEIGHT-VALUES         PIC X(9) VALUE '371371371'.
       01  PM-ROUTING-WEIGHTS REDEFINES PM-ROUTING-WEIGHT-VALUES.
           05  PM-ROUTING-WEIGHT            PIC 9(1) OCCURS 9 TIMES.

       01  WS-ROUTING-CHECK-FIELDS.
           05  WS-ROUTING-NUMBER            PIC 9(9).
           05  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NUMBER.
               10  WS-ROUTING-DIGIT         PIC 9(1) OCCURS 9 TIMES.
           05  WS-ROUTING-SUM               PIC 9(4) COMP.
           05  WS-ROUTING-QUOT              PIC 9(4) COMP.
           05  WS-ROUTING-REM               PIC 9(4) COMP.
           05  WS-DIGIT-SUB                 PIC 9(2) COMP.

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
               88  WS-EOF-REACHED           VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-REJECT-REASON             PIC X(30).
           05  WS-PAYEE-WRITTEN-IND         PIC X(1).
               88  WS-PAYEE-WRITTEN         VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-KEEP-PAYEE-ID             PIC 9(7).
           05  WS-KEEP-CUSTOMER-ID          PIC 9(10).
           05  WS-PAYEE-ID-DISPLAY          PIC 9(7).
           05  WS-PAYEES-ADDED              PIC 9(7) COMP VALUE 0.
           05  WS-PAYEES-CANCELLED          PIC 9(7) COMP VALUE 0.
           05  WS-PAYEES-DESIGNATED         PIC 9(7) COMP VALUE 0.
           05  WS-ACTIONS-REJECTED          PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-ACTION THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the feed, the payee master for update
      * (creating it on first use), the customer master for the
      * existence check, and the reject report.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PAYEFEED-FILE.
           IF NOT WS-PAYEFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN I-O EXTPAYEE-FILE.
           IF WS-EXTPAYEE-STATUS = '35'
               OPEN OUTPUT EXTPAYEE-FILE
               CLOSE EXTPAYEE-FILE
               OPEN I-O EXTPAYEE-FILE
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           OPEN OUTPUT PAYEEREJ-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-ACTION - one add, cancel or designate action.
      ******************************************************************
       2000-APPLY-ONE-ACTION.
           READ PAYEFEED-FILE.
           IF WS-PAYEFEED-EOF
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-PAYEFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF YF-ACTION-ADD
               PERFORM 2100-ADD-ONE-PAYEE THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF YF-ACTION-CANCEL
               PERFORM 2200-CANCEL-ONE-PAYEE THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF YF-ACTION-DESIGNATE
               PERFORM 2300-DESIGNATE-ONE-PAYEE THRU 2300-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON.
           PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ADD-ONE-PAYEE - the customer must be on file, the
      * routing number must pass its check digit, and the account,
      * kind and name must be there to build an entry from.  The
      * payee lands under the next free payee ID.
      ******************************************************************
       2100-ADD-ONE-PAYEE.
           IF YF-ROUTING-NUMBER NOT NUMERIC
               OR YF-ROUTING-NUMBER = 0
               MOVE 'ROUTING NUMBER MISSING' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE YF-ROUTING-NUMBER TO WS-ROUTING-NUMBER.
           PERFORM 2150-CHECK-ROUTING-DIGIT THRU 2150-EXIT.
           IF WS-ROUTING-REM NOT = 0
               MOVE 'ROUTING CHECK DIGIT FAILED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF YF-DFI-ACCOUNT = SPACES
               MOVE 'PAYEE ACCOUNT MISSING' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF YF-ACCOUNT-KIND NOT = 'C' AND NOT = 'S'
               MOVE 'ACCOUNT KIND MUST BE C OR S' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF YF-PAYEE-NAME = SPACES
               MOVE 'PAYEE NAME MISSING' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE YF-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ.
           INITIALIZE EXT-PAYEE-RECORD.
           MOVE YF-CUSTOMER-ID TO EP-CUSTOMER-ID.
           MOVE YF-ROUTING-NUMBER TO EP-ROUTING-NUMBER.
           MOVE YF-DFI-ACCOUNT TO EP-DFI-ACCOUNT.
           MOVE YF-ACCOUNT-KIND TO EP-ACCOUNT-KIND.
           MOVE YF-PAYEE-NAME TO EP-PAYEE-NAME.
           MOVE 'N' TO EP-CLOSEOUT-IND.
           SET EP-STAT-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO EP-ADDED-DATE.
           MOVE YF-ENTERED-BY TO EP-ADDED-BY.
           MOVE 0 TO EP-CANCEL-DATE.
           MOVE 1 TO EP-PAYEE-ID.
           MOVE 'N' TO WS-PAYEE-WRITTEN-IND.
           PERFORM 2110-TRY-ONE-PAYEE-WRITE THRU 2110-EXIT
               UNTIL WS-PAYEE-WRITTEN
                   OR EP-PAYEE-ID > 9999999.
           IF NOT WS-PAYEE-WRITTEN
               MOVE 'NO FREE PAYEE ID' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PAYEES-ADDED.
           IF YF-CLOSEOUT-IND = 'Y'
               MOVE EP-PAYEE-ID TO WS-KEEP-PAYEE-ID
               MOVE EP-CUSTOMER-ID TO WS-KEEP-CUSTOMER-ID
               PERFORM 2400-MARK-CLOSEOUT-PAYEE THRU 2400-EXIT
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-TRY-ONE-PAYEE-WRITE.
           WRITE EXT-PAYEE-RECORD
               INVALID KEY
                   ADD 1 TO EP-PAYEE-ID
               NOT INVALID KEY
                   SET WS-PAYEE-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2150-CHECK-ROUTING-DIGIT - WS-ROUTING-REM comes back zero
      * when WS-ROUTING-NUMBER's weighted digits sum to a multiple
      * of ten.
      ******************************************************************
       2150-CHECK-ROUTING-DIGIT.
           MOVE 0 TO WS-ROUTING-SUM.
           PERFORM 2160-WEIGH-ONE-DIGIT THRU 2160-EXIT
               VARYING WS-DIGIT-SUB FROM 1 BY 1
               UNTIL WS-DIGIT-SUB > 9.
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
               REMAINDER WS-ROUTING-REM.
       2150-EXIT.
           EXIT.

       2160-WEIGH-ONE-DIGIT.
           COMPUTE WS-ROUTING-SUM = WS-ROUTING-SUM
               + WS-ROUTING-DIGIT (WS-DIGIT-SUB)
                 * PM-ROUTING-WEIGHT (WS-DIGIT-SUB).
       2160-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CANCEL-ONE-PAYEE - take one active payee off at the
      * customer's request; the record stays on file with its
      * cancel date.  A standing order still pointed at it fails
      * on the next run instead of paying a payee the customer has
      * withdrawn.
      ******************************************************************
       2200-CANCEL-ONE-PAYEE.
           MOVE YF-PAYEE-ID TO EP-PAYEE-ID.
           READ EXTPAYEE-FILE
               INVALID KEY
                   MOVE 'NO SUCH PAYEE' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF EP-CUSTOMER-ID NOT = YF-CUSTOMER-ID
               MOVE 'PAYEE BELONGS TO ANOTHER CUST' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF NOT EP-STAT-ACTIVE
               MOVE 'PAYEE ALREADY CANCELLED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           SET EP-STAT-CANCELLED TO TRUE.
           MOVE 'N' TO EP-CLOSEOUT-IND.
           MOVE WS-RUN-DATE TO EP-CANCEL-DATE.
           REWRITE EXT-PAYEE-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-REWRITE.
           ADD 1 TO WS-PAYEES-CANCELLED.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-DESIGNATE-ONE-PAYEE - make an active payee of the
      * customer's the one closeout residuals are paid to.
      ******************************************************************
       2300-DESIGNATE-ONE-PAYEE.
           MOVE YF-PAYEE-ID TO EP-PAYEE-ID.
           READ EXTPAYEE-FILE
               INVALID KEY
                   MOVE 'NO SUCH PAYEE' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2300-EXIT
           END-READ.
           IF EP-CUSTOMER-ID NOT = YF-CUSTOMER-ID
               MOVE 'PAYEE BELONGS TO ANOTHER CUST' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF NOT EP-STAT-ACTIVE
               MOVE 'PAYEE IS CANCELLED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE EP-PAYEE-ID TO WS-KEEP-PAYEE-ID.
           MOVE EP-CUSTOMER-ID TO WS-KEEP-CUSTOMER-ID.
           PERFORM 2400-MARK-CLOSEOUT-PAYEE THRU 2400-EXIT.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-MARK-CLOSEOUT-PAYEE - walk the customer's payees on the
      * alternate key: WS-KEEP-PAYEE-ID gets the closeout mark and
      * every other payee of the customer loses it.
      ******************************************************************
       2400-MARK-CLOSEOUT-PAYEE.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-KEEP-CUSTOMER-ID TO EP-CUSTOMER-ID.
           START EXTPAYEE-FILE KEY IS NOT LESS THAN EP-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2410-MARK-ONE-PAYEE THRU 2410-EXIT
               UNTIL WS-SCAN-DONE.
           ADD 1 TO WS-PAYEES-DESIGNATED.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

       2410-MARK-ONE-PAYEE.
           READ EXTPAYEE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2410-EXIT
           END-READ.
           IF EP-CUSTOMER-ID NOT = WS-KEEP-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2410-EXIT
           END-IF.
           IF EP-PAYEE-ID = WS-KEEP-PAYEE-ID
               IF EP-CLOSEOUT-PAYEE
                   GO TO 2410-EXIT
               END-IF
               MOVE 'Y' TO EP-CLOSEOUT-IND
           ELSE
               IF NOT EP-CLOSEOUT-PAYEE
                   GO TO 2410-EXIT
               END-IF
               MOVE 'N' TO EP-CLOSEOUT-IND
           END-IF.
           REWRITE EXT-PAYEE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           GO TO 2410-EXIT.
       2410-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-REJECT-LINE - report one feed entry that could
      * not be applied.
      ******************************************************************
       2900-WRITE-REJECT-LINE.
           ADD 1 TO WS-ACTIONS-REJECTED.
           MOVE YF-PAYEE-ID TO WS-PAYEE-ID-DISPLAY.
           MOVE SPACES TO PAYEEREJ-LINE.
           STRING 'CUSTOMER ' YF-CUSTOMER-ID
               ' PAYEE ' WS-PAYEE-ID-DISPLAY
               ' ACTION ' YF-ACTION
               ' REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO PAYEEREJ-LINE.
           WRITE PAYEEREJ-LINE.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
       9000-TERMINATE.
           CLOSE PAYEFEED-FILE.
           CLOSE EXTPAYEE-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE PAYEEREJ-FILE.
           DISPLAY 'PAYEEMNT PAYEES ADDED:      ' WS-PAYEES-ADDED.
           DISPLAY 'PAYEEMNT PAYEES CANCELLED:  ' WS-PAYEES-CANCELLED.
           DISPLAY 'PAYEEMNT PAYEES DESIGNATED: ' WS-PAYEES-DESIGNATED.
           DISPLAY 'PAYEEMNT ACTIONS REJECTED:  ' WS-ACTIONS-REJECTED.
       9000-EXIT.
           EXIT.
