      ******************************************************************
      * PROGRAM-ID: HOLDMNT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Funds hold maintenance.  Reads HLDFEED (one action per
      *   line, keyed by account) against the HOLDMAST hold master:
      *   a place action lands a new hold - deposit-availability,
      *   legal or operator - under the next free sequence for the
      *   account, and a release action takes an active hold off
      *   early.  A deposit-availability hold keyed without an
      *   expiry date defaults to the second business day after
      *   placement, the availability schedule the branches quote;
      *   legal and operator holds without one stay until released.
      *   Entries that cannot be applied go to the reject report.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  A legal hold LEGLINTK placed for a levy or
      *                    garnishment case is refused here; it comes
      *                    off only through the case.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLDFEED-FILE ASSIGN TO "HLDFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDFEED-STATUS.

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

           SELECT HLDREJ-FILE ASSIGN TO "HLDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HLDFEED-FILE.
       01  HLDFEED-LINE.
           05  HF-ACCOUNT-NUMBER            PIC X(12).
           05  HF-ACTION                    PIC X(1).
               88  HF-ACTION-PLACE          VALUE 'P'.
               88  HF-ACTION-RELEASE        VALUE 'R'.
           05  HF-HOLD-SEQ                  PIC 9(4).
           05  HF-HOLD-AMOUNT               PIC 9(9)V99.
           05  HF-HOLD-REASON               PIC X(1).
           05  HF-EXPIRY-DATE               PIC 9(8).
           05  HF-PLACED-BY                 PIC X(8).
           05  HF-REFERENCE                 PIC X(12).

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  HLDREJ-FILE.
       01  HLDREJ-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HLDFEED-STATUS            PIC X(2).
               88  WS-HLDFEED-OK            VALUE '00'.
               88  WS-HLDFEED-EOF           VALUE '10'.
           05  WS-HOLDMAST-STATUS           PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-HLDREJ-STATUS             PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
               88  WS-EOF-REACHED           VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-REJECT-REASON             PIC X(30).
           05  WS-HOLD-WRITTEN-IND          PIC X(1).
               88  WS-HOLD-WRITTEN          VALUE 'Y'.
           05  WS-BIZ-FUNCTION              PIC X(1).
           05  WS-BIZ-DATE-IN               PIC 9(8).
           05  WS-BIZ-DATE-OUT              PIC 9(8).
           05  WS-BIZ-IND                   PIC X(1).
           05  WS-HOLDS-PLACED              PIC 9(7) COMP VALUE 0.
           05  WS-HOLDS-RELEASED            PIC 9(7) COMP VALUE 0.
           05  WS-ACTIONS-REJECTED          PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-ACTION THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the feed, the hold master for update
      * (creating it on first use), the account master for the
      * existence check, and the reject report.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT HLDFEED-FILE.
           IF NOT WS-HLDFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN I-O HOLDMAST-FILE.
           IF WS-HOLDMAST-STATUS = '35'
               OPEN OUTPUT HOLDMAST-FILE
               CLOSE HOLDMAST-FILE
               OPEN I-O HOLDMAST-FILE
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           OPEN OUTPUT HLDREJ-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-ACTION - one place or release action.
      ******************************************************************
       2000-APPLY-ONE-ACTION.
           READ HLDFEED-FILE.
           IF WS-HLDFEED-EOF
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-HLDFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF HF-ACTION-PLACE
               PERFORM 2100-PLACE-ONE-HOLD THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF HF-ACTION-RELEASE
               PERFORM 2200-RELEASE-ONE-HOLD THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON.
           PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PLACE-ONE-HOLD - the account must be on file and open,
      * the amount positive and the reason one we know; the hold
      * lands under the next free sequence for the account.
      ******************************************************************
       2100-PLACE-ONE-HOLD.
           IF HF-HOLD-REASON NOT = 'D' AND NOT = 'L' AND NOT = 'O'
               MOVE 'UNKNOWN HOLD REASON' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF HF-HOLD-AMOUNT = 0
               MOVE 'HOLD AMOUNT MUST BE NON-ZERO' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF HF-EXPIRY-DATE NOT = 0
               AND HF-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'EXPIRY DATE ALREADY PASSED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE HF-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           INITIALIZE HOLD-RECORD.
           MOVE HF-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO HD-CUSTOMER-ID.
           MOVE HF-HOLD-AMOUNT TO HD-HOLD-AMOUNT.
           MOVE HF-HOLD-REASON TO HD-HOLD-REASON.
           MOVE WS-RUN-DATE TO HD-PLACED-DATE.
           MOVE HF-EXPIRY-DATE TO HD-EXPIRY-DATE.
           IF HD-EXPIRY-DATE = 0 AND HD-REASON-DEPOSIT
               PERFORM 2150-SET-DEPOSIT-EXPIRY THRU 2150-EXIT
           END-IF.
           MOVE HF-PLACED-BY TO HD-PLACED-BY.
           SET HD-STAT-ACTIVE TO TRUE.
           MOVE 0 TO HD-RELEASE-DATE.
           MOVE HF-REFERENCE TO HD-REFERENCE.
           MOVE 1 TO HD-HOLD-SEQ.
           MOVE 'N' TO WS-HOLD-WRITTEN-IND.
           PERFORM 2110-TRY-ONE-HOLD-WRITE THRU 2110-EXIT
               UNTIL WS-HOLD-WRITTEN
                   OR HD-HOLD-SEQ > 9999.
           IF NOT WS-HOLD-WRITTEN
               MOVE 'NO FREE HOLD SEQUENCE' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-HOLDS-PLACED.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-TRY-ONE-HOLD-WRITE.
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO HD-HOLD-SEQ
               NOT INVALID KEY
                   SET WS-HOLD-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2150-SET-DEPOSIT-EXPIRY - a deposit hold with no expiry
      * keyed comes off after the second business day following
      * placement.
      ******************************************************************
       2150-SET-DEPOSIT-EXPIRY.
           MOVE 'N' TO WS-BIZ-FUNCTION.
           MOVE WS-RUN-DATE TO WS-BIZ-DATE-IN.
           CALL "BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE-IN
               WS-BIZ-DATE-OUT WS-BIZ-IND.
           MOVE WS-BIZ-DATE-OUT TO WS-BIZ-DATE-IN.
           CALL "BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE-IN
               WS-BIZ-DATE-OUT WS-BIZ-IND.
           MOVE WS-BIZ-DATE-OUT TO HD-EXPIRY-DATE.
           GO TO 2150-EXIT.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-RELEASE-ONE-HOLD - take one active hold off early; the
      * record stays on file with its release date.
      ******************************************************************
       2200-RELEASE-ONE-HOLD.
           MOVE HF-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE HF-HOLD-SEQ TO HD-HOLD-SEQ.
           READ HOLDMAST-FILE
               INVALID KEY
                   MOVE 'NO SUCH HOLD ON ACCOUNT' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF NOT HD-STAT-ACTIVE
               MOVE 'HOLD ALREADY RELEASED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF HD-REASON-LEGAL
               AND HD-PLACED-BY = 'LEGLINTK'
               MOVE 'LEGAL HOLD - RELEASE VIA CASE' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           SET HD-STAT-RELEASED TO TRUE.
           MOVE WS-RUN-DATE TO HD-RELEASE-DATE.
           REWRITE HOLD-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-REWRITE.
           ADD 1 TO WS-HOLDS-RELEASED.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-REJECT-LINE - report one feed entry that could
      * not be applied.
      ******************************************************************
       2900-WRITE-REJECT-LINE.
           ADD 1 TO WS-ACTIONS-REJECTED.
           MOVE SPACES TO HLDREJ-LINE.
           STRING 'ACCOUNT ' HF-ACCOUNT-NUMBER
               ' ACTION ' HF-ACTION
               ' REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO HLDREJ-LINE.
           WRITE HLDREJ-LINE.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
       9000-TERMINATE.
           CLOSE HLDFEED-FILE.
           CLOSE HOLDMAST-FILE.
           CLOSE ACCTMAST-FILE.
           CLOSE HLDREJ-FILE.
           DISPLAY 'HOLDMNT HOLDS PLACED:     ' WS-HOLDS-PLACED.
           DISPLAY 'HOLDMNT HOLDS RELEASED:   ' WS-HOLDS-RELEASED.
           DISPLAY 'HOLDMNT ACTIONS REJECTED: ' WS-ACTIONS-REJECTED.
       9000-EXIT.
           EXIT.
