      ******************************************************************
      * PROGRAM-ID: STOPMNT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Stop-payment order maintenance.  Reads STPFEED (one action
      *   per line, keyed by account, as the contact center takes
      *   the customer's instruction) against the STOPPAY master: a
      *   place action lands a new stop under the next free sequence
      *   for the account, matching an exact amount or an amount
      *   range and optionally a payee/reference, and a cancel
      *   action takes an active stop off.  A stop keyed without an
      *   expiry date runs six months from placement.  POSTBAT
      *   returns every debit a stop in force catches.  Entries that
      *   cannot be applied go to the reject report.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPMNT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STPFEED-FILE ASSIGN TO "STPFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STPFEED-STATUS.

           SELECT STOPPAY-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-STOP-KEY
               FILE STATUS IS WS-STOPPAY-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT STPREJ-FILE ASSIGN TO "STPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STPREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STPFEED-FILE.
       01  STPFEED-LINE.
           05  PF-ACCOUNT-NUMBER            PIC X(12).
           05  PF-ACTION                    PIC X(1).
               88  PF-ACTION-PLACE          VALUE 'P'.
               88  PF-ACTION-CANCEL         VALUE 'C'.
           05  PF-STOP-SEQ                  PIC 9(4).
           05  PF-MATCH-TYPE                PIC X(1).
           05  PF-AMOUNT-LOW                PIC 9(9)V99.
           05  PF-AMOUNT-HIGH               PIC 9(9)V99.
           05  PF-REFERENCE                 PIC X(12).
           05  PF-EXPIRY-DATE               PIC 9(8).
           05  PF-PLACED-BY                 PIC X(8).

       FD  STOPPAY-FILE.
       COPY "STOPPAY".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  STPREJ-FILE.
       01  STPREJ-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STPFEED-STATUS            PIC X(2).
               88  WS-STPFEED-OK            VALUE '00'.
               88  WS-STPFEED-EOF           VALUE '10'.
           05  WS-STOPPAY-STATUS            PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-STPREJ-STATUS             PIC X(2).

       01  SM-MONTH-DAYS-VALUES.
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
       01  SM-MONTH-DAYS REDEFINES SM-MONTH-DAYS-VALUES.
           05  SM-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
               88  WS-EOF-REACHED           VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-REJECT-REASON             PIC X(30).
           05  WS-STOP-WRITTEN-IND          PIC X(1).
               88  WS-STOP-WRITTEN          VALUE 'Y'.
           05  WS-CALC-DATE                 PIC 9(8).
           05  WS-CALC-GRP REDEFINES WS-CALC-DATE.
               10  WS-CALC-YEAR             PIC 9(4).
               10  WS-CALC-MONTH            PIC 9(2).
               10  WS-CALC-DAY              PIC 9(2).
           05  WS-MONTH-LIMIT               PIC 9(2).
           05  WS-QUOTIENT                  PIC 9(4) COMP.
           05  WS-REM4                      PIC 9(4) COMP.
           05  WS-REM100                    PIC 9(4) COMP.
           05  WS-REM400                    PIC 9(4) COMP.
           05  WS-STOPS-PLACED              PIC 9(7) COMP VALUE 0.
           05  WS-STOPS-CANCELLED           PIC 9(7) COMP VALUE 0.
           05  WS-ACTIONS-REJECTED          PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-ACTION THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the feed, the stop master for update
      * (creating it on first use), the account master for the
      * existence check, and the reject report.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STPFEED-FILE.
           IF NOT WS-STPFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN I-O STOPPAY-FILE.
           IF WS-STOPPAY-STATUS = '35'
               OPEN OUTPUT STOPPAY-FILE
               CLOSE STOPPAY-FILE
               OPEN I-O STOPPAY-FILE
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           OPEN OUTPUT STPREJ-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-ACTION - one place or cancel action.
      ******************************************************************
       2000-APPLY-ONE-ACTION.
           READ STPFEED-FILE.
           IF WS-STPFEED-EOF
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-STPFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF PF-ACTION-PLACE
               PERFORM 2100-PLACE-ONE-STOP THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF PF-ACTION-CANCEL
               PERFORM 2200-CANCEL-ONE-STOP THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON.
           PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PLACE-ONE-STOP - the account must be on file and open,
      * the match type one we know and the amounts sensible: an
      * exact stop needs a non-zero amount, a range stop a low end
      * not above its high end.  The stop lands under the next free
      * sequence for the account.
      ******************************************************************
       2100-PLACE-ONE-STOP.
           IF PF-MATCH-TYPE NOT = 'E' AND NOT = 'R'
               MOVE 'MATCH TYPE MUST BE E OR R' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF PF-MATCH-TYPE = 'E'
               AND PF-AMOUNT-LOW = 0
               MOVE 'STOP AMOUNT MUST BE NON-ZERO' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF PF-MATCH-TYPE = 'R'
               AND (PF-AMOUNT-HIGH = 0
                    OR PF-AMOUNT-LOW > PF-AMOUNT-HIGH)
               MOVE 'AMOUNT RANGE IS INVALID' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF PF-EXPIRY-DATE NOT = 0
               AND PF-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'EXPIRY DATE ALREADY PASSED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE PF-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
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
           INITIALIZE STOP-PAY-RECORD.
           MOVE PF-ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO SP-CUSTOMER-ID.
           MOVE PF-MATCH-TYPE TO SP-MATCH-TYPE.
           MOVE PF-AMOUNT-LOW TO SP-AMOUNT-LOW.
           IF SP-MATCH-RANGE
               MOVE PF-AMOUNT-HIGH TO SP-AMOUNT-HIGH
           ELSE
               MOVE PF-AMOUNT-LOW TO SP-AMOUNT-HIGH
           END-IF.
           MOVE PF-REFERENCE TO SP-REFERENCE.
           MOVE WS-RUN-DATE TO SP-PLACED-DATE.
           MOVE PF-EXPIRY-DATE TO SP-EXPIRY-DATE.
           IF SP-EXPIRY-DATE = 0
               PERFORM 2150-SET-DEFAULT-EXPIRY THRU 2150-EXIT
           END-IF.
           MOVE PF-PLACED-BY TO SP-PLACED-BY.
           SET SP-STAT-ACTIVE TO TRUE.
           MOVE 0 TO SP-CANCEL-DATE.
           MOVE 0 TO SP-MATCH-COUNT.
           MOVE 0 TO SP-LAST-MATCH-DATE.
           MOVE SPACES TO SP-LAST-MATCH-TXN-ID.
           MOVE 1 TO SP-STOP-SEQ.
           MOVE 'N' TO WS-STOP-WRITTEN-IND.
           PERFORM 2110-TRY-ONE-STOP-WRITE THRU 2110-EXIT
               UNTIL WS-STOP-WRITTEN
                   OR SP-STOP-SEQ > 9999.
           IF NOT WS-STOP-WRITTEN
               MOVE 'NO FREE STOP SEQUENCE' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-STOPS-PLACED.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-TRY-ONE-STOP-WRITE.
           WRITE STOP-PAY-RECORD
               INVALID KEY
                   ADD 1 TO SP-STOP-SEQ
               NOT INVALID KEY
                   SET WS-STOP-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2150-SET-DEFAULT-EXPIRY - a stop with no expiry keyed runs
      * six months from placement, the day held back to the last of
      * a shorter month.
      ******************************************************************
       2150-SET-DEFAULT-EXPIRY.
           MOVE WS-RUN-DATE TO WS-CALC-DATE.
           ADD 6 TO WS-CALC-MONTH.
           IF WS-CALC-MONTH > 12
               SUBTRACT 12 FROM WS-CALC-MONTH
               ADD 1 TO WS-CALC-YEAR
           END-IF.
           MOVE SM-MONTH-DAYS-ENTRY (WS-CALC-MONTH) TO
               WS-MONTH-LIMIT.
           IF WS-CALC-MONTH = 2
               DIVIDE WS-CALC-YEAR BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-REM4
               DIVIDE WS-CALC-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM100
               DIVIDE WS-CALC-YEAR BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM400
               IF WS-REM400 = 0
                   OR (WS-REM4 = 0 AND WS-REM100 NOT = 0)
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           IF WS-CALC-DAY > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-CALC-DAY
           END-IF.
           MOVE WS-CALC-DATE TO SP-EXPIRY-DATE.
           GO TO 2150-EXIT.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CANCEL-ONE-STOP - take one active stop off at the
      * customer's request; the record stays on file with its
      * cancel date.
      ******************************************************************
       2200-CANCEL-ONE-STOP.
           MOVE PF-ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER.
           MOVE PF-STOP-SEQ TO SP-STOP-SEQ.
           READ STOPPAY-FILE
               INVALID KEY
                   MOVE 'NO SUCH STOP ON ACCOUNT' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF NOT SP-STAT-ACTIVE
               MOVE 'STOP ALREADY CANCELLED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           SET SP-STAT-CANCELLED TO TRUE.
           MOVE WS-RUN-DATE TO SP-CANCEL-DATE.
           REWRITE STOP-PAY-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-REWRITE.
           ADD 1 TO WS-STOPS-CANCELLED.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-REJECT-LINE - report one feed entry that could
      * not be applied.
      ******************************************************************
       2900-WRITE-REJECT-LINE.
           ADD 1 TO WS-ACTIONS-REJECTED.
           MOVE SPACES TO STPREJ-LINE.
           STRING 'ACCOUNT ' PF-ACCOUNT-NUMBER
               ' ACTION ' PF-ACTION
               ' REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO STPREJ-LINE.
           WRITE STPREJ-LINE.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
       9000-TERMINATE.
           CLOSE STPFEED-FILE.
           CLOSE STOPPAY-FILE.
           CLOSE ACCTMAST-FILE.
           CLOSE STPREJ-FILE.
           DISPLAY 'STOPMNT STOPS PLACED:     ' WS-STOPS-PLACED.
           DISPLAY 'STOPMNT STOPS CANCELLED:  ' WS-STOPS-CANCELLED.
           DISPLAY 'STOPMNT ACTIONS REJECTED: ' WS-ACTIONS-REJECTED.
       9000-EXIT.
           EXIT.
