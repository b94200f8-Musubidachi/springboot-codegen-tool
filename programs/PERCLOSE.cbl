      ******************************************************************
      * PROGRAM-ID: PERCLOSE
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Accounting-period close, run by operations when finance
      *   has reported a month.  The CLOSEPRM parameter line names
      *   the month and who is closing it, and must carry the
      *   literal confirmation word - locking a month is not a step
      *   anyone takes by accident.  The month must be past (before
      *   the run date's month) and not already closed.
      *   Every row posted in the month is read off the journal
      *   index by post date, and the closing trial figures - rows,
      *   debits, credits and net at reporting-currency value, by
      *   account type and PJ-SOURCE, as GLSUM buckets the night -
      *   go to the CLOSERPT report, with the prior-period
      *   adjustments the month took in from months already closed
      *   shown on their own line.
      *   The month's ACCTPER record is then written closed,
      *   carrying the totals.  From the next posting run on, PERCHK
      *   sends anything dated into the month to the open period as
      *   a prior-period adjustment.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  The month's rows are read off the journal
      *   index by post date: once the month has rolled off the live
      *   journal onto its generation the live file no longer holds
      *   them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSEPRM-FILE ASSIGN TO "CLOSEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEPRM-STATUS.

           SELECT ACCTPER-FILE ASSIGN TO "ACCTPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-PERIOD
               FILE STATUS IS WS-ACCTPER-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CLOSERPT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSEPRM-FILE.
       01  CLOSEPRM-LINE.
           05  CP-PERIOD                    PIC 9(6).
           05  CP-PERIOD-GRP REDEFINES CP-PERIOD.
               10  CP-PERIOD-YEAR           PIC 9(4).
               10  CP-PERIOD-MONTH          PIC 9(2).
           05  CP-CLOSED-BY                 PIC X(8).
           05  CP-CONFIRM-WORD              PIC X(13).
               88  CP-CLOSE-CONFIRMED   VALUE 'CONFIRM-CLOSE'.

       FD  ACCTPER-FILE.
       COPY "ACCTPER".

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  CLOSERPT-FILE.
       01  CLOSERPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".

       01  WS-FILE-STATUSES.
           05  WS-CLOSEPRM-STATUS           PIC X(2).
               88  WS-CLOSEPRM-OK           VALUE '00'.
           05  WS-ACCTPER-STATUS            PIC X(2).
               88  WS-ACCTPER-OK            VALUE '00'.
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-ACCTMAST-STATUS           PIC X(2).
               88  WS-ACCTMAST-OK           VALUE '00'.
           05  WS-CLOSERPT-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-GRP REDEFINES WS-RUN-DATE.
               10  WS-RUN-PERIOD            PIC 9(6).
               10  FILLER                   PIC 9(2).
           05  WS-POST-PERIOD               PIC 9(6).
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-ACCTMAST-OPEN-IND         PIC X(1).
               88  WS-ACCTMAST-OPEN         VALUE 'Y'.
           05  WS-JRNLNDX-OPEN-IND          PIC X(1).
               88  WS-JRNLNDX-OPEN          VALUE 'Y'.
           05  WS-BUCKET-FOUND-IND          PIC X(1).
               88  WS-BUCKET-FOUND          VALUE 'Y'.
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-BUCKET-HIT                PIC 9(3) COMP.
           05  WS-ACCOUNT-TYPE              PIC X(3).
           05  WS-GL-AMOUNT                 PIC S9(9)V99 COMP-3.
           05  WS-ROW-COUNT                 PIC 9(9) COMP.
           05  WS-DEBIT-TOTAL               PIC S9(13)V99 COMP-3.
           05  WS-CREDIT-TOTAL              PIC S9(13)V99 COMP-3.
           05  WS-PPA-COUNT                 PIC 9(7) COMP.
           05  WS-PPA-NET                   PIC S9(13)V99 COMP-3.
           05  WS-UNKNOWN-TYPES             PIC 9(7) COMP.
           05  WS-BUCKETS-DROPPED           PIC 9(7) COMP.
           05  WS-NET-AMOUNT                PIC S9(13)V99 COMP-3.

      ******************************************************************
      * One bucket per account type and journal source booked in
      * the month.
      ******************************************************************
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-COUNT              PIC 9(3) COMP VALUE 0.
           05  WS-BUCKET-ENTRY OCCURS 1 TO 300
                   DEPENDING ON WS-BUCKET-COUNT.
               10  TB-ACCOUNT-TYPE          PIC X(3).
               10  TB-SOURCE                PIC X(8).
               10  TB-ROW-COUNT             PIC 9(7) COMP.
               10  TB-DEBIT-TOTAL           PIC S9(13)V99 COMP-3.
               10  TB-CREDIT-TOTAL          PIC S9(13)V99 COMP-3.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-DISPLAY-FIELDS.
           05  WS-ROWS-DISPLAY              PIC ZZZ,ZZZ,ZZ9.
           05  WS-DEBIT-DISPLAY             PIC -(12)9.99.
           05  WS-CREDIT-DISPLAY            PIC -(12)9.99.
           05  WS-NET-DISPLAY               PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-ONE-JOURNAL-ROW THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 3000-WRITE-TRIAL-FIGURES THRU 3000-EXIT.
           PERFORM 4000-CLOSE-PERIOD THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the month and the confirmation word, the
      * month's standing on the calendar, and the files.  Anything
      * short of a confirmed past month still open stops the run
      * with nothing closed.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-PPA-COUNT.
           MOVE 0 TO WS-PPA-NET.
           MOVE 0 TO WS-UNKNOWN-TYPES.
           MOVE 0 TO WS-BUCKETS-DROPPED.
           OPEN INPUT CLOSEPRM-FILE.
           IF NOT WS-CLOSEPRM-OK
               DISPLAY 'PERCLOSE: NO CLOSEPRM PARAMETER - RUN STOPPED'
               STOP RUN
           END-IF.
           READ CLOSEPRM-FILE
               AT END
                   DISPLAY 'PERCLOSE: EMPTY CLOSEPRM - RUN STOPPED'
                   STOP RUN
           END-READ.
           CLOSE CLOSEPRM-FILE.
           IF NOT CP-CLOSE-CONFIRMED
               DISPLAY 'PERCLOSE: CONFIRMATION WORD MISSING - '
                   'RUN STOPPED'
               STOP RUN
           END-IF.
           IF CP-PERIOD NOT NUMERIC
               OR CP-PERIOD-MONTH < 1 OR CP-PERIOD-MONTH > 12
               DISPLAY 'PERCLOSE: PERIOD ' CP-PERIOD
                   ' IS NOT A YEAR AND MONTH - RUN STOPPED'
               STOP RUN
           END-IF.
           IF CP-PERIOD NOT < WS-RUN-PERIOD
               DISPLAY 'PERCLOSE: PERIOD ' CP-PERIOD
                   ' HAS NOT ENDED - RUN STOPPED'
               STOP RUN
           END-IF.
           OPEN I-O ACCTPER-FILE.
           IF WS-ACCTPER-STATUS = '35'
               OPEN OUTPUT ACCTPER-FILE
               CLOSE ACCTPER-FILE
               OPEN I-O ACCTPER-FILE
           END-IF.
           IF NOT WS-ACCTPER-OK
               DISPLAY 'PERCLOSE: PERIOD CALENDAR NOT AVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF.
           MOVE CP-PERIOD TO AP-PERIOD.
           READ ACCTPER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AP-PERIOD-CLOSED
                       DISPLAY 'PERCLOSE: PERIOD ' CP-PERIOD
                           ' ALREADY CLOSED ' AP-CLOSE-DATE
                           ' - RUN STOPPED'
                       CLOSE ACCTPER-FILE
                       STOP RUN
                   END-IF
           END-READ.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE 'N' TO WS-JRNLNDX-OPEN-IND.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           OPEN INPUT JRNLNDX-FILE.
           IF WS-JRNLNDX-OK
               MOVE 'Y' TO WS-JRNLNDX-OPEN-IND
           ELSE
               MOVE 'Y' TO WS-SCAN-DONE-IND
           END-IF.
           IF WS-JRNLNDX-OPEN
               COMPUTE PX-DATE-POST-DATE = CP-PERIOD * 100 + 1
               MOVE 0 TO PX-DATE-JRNL-SEQ
               START JRNLNDX-FILE KEY IS NOT LESS THAN PX-DATE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE-IND
               END-START
           END-IF.
           MOVE 'N' TO WS-ACCTMAST-OPEN-IND.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCTMAST-OK
               MOVE 'Y' TO WS-ACCTMAST-OPEN-IND
           END-IF.
           OPEN OUTPUT CLOSERPT-FILE.
           MOVE SPACES TO CLOSERPT-LINE.
           STRING 'PERIOD CLOSE - CLOSING TRIAL FIGURES FOR '
               CP-PERIOD ' - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CLOSERPT-LINE.
           WRITE CLOSERPT-LINE.
           DISPLAY 'PERCLOSE: CLOSING PERIOD ' CP-PERIOD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCAN-ONE-JOURNAL-ROW - fold one row posted in the month
      * into its account-type/source bucket, at its reporting-
      * currency amount.  A prior-period adjustment the month took
      * in is counted again on its own.  The index is in post-date
      * order, so the first row past the month ends the scan.
      ******************************************************************
       2000-SCAN-ONE-JOURNAL-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2000-EXIT
           END-READ.
           IF NOT WS-JRNLNDX-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2000-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           COMPUTE WS-POST-PERIOD = PJ-POST-YEAR * 100 + PJ-POST-MONTH.
           IF WS-POST-PERIOD NOT = CP-PERIOD
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2000-EXIT
           END-IF.
           MOVE PJ-TXN-AMOUNT TO WS-GL-AMOUNT.
           IF PJ-CURRENCY-CODE NOT = SPACES
               MOVE PJ-REPORTING-AMOUNT TO WS-GL-AMOUNT
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           IF WS-GL-AMOUNT < 0
               SUBTRACT WS-GL-AMOUNT FROM WS-DEBIT-TOTAL
           ELSE
               ADD WS-GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           IF PJ-PRIOR-PERIOD-ADJ
               ADD 1 TO WS-PPA-COUNT
               ADD WS-GL-AMOUNT TO WS-PPA-NET
           END-IF.
           MOVE '???' TO WS-ACCOUNT-TYPE.
           IF WS-ACCTMAST-OPEN
               MOVE PJ-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCTMAST-FILE
                   INVALID KEY
                       ADD 1 TO WS-UNKNOWN-TYPES
                   NOT INVALID KEY
                       MOVE AM-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
               END-READ
           ELSE
               ADD 1 TO WS-UNKNOWN-TYPES
           END-IF.
           PERFORM 2100-FIND-BUCKET THRU 2100-EXIT.
           IF NOT WS-BUCKET-FOUND
               PERFORM 2200-ADD-BUCKET THRU 2200-EXIT
           END-IF.
           IF NOT WS-BUCKET-FOUND
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO TB-ROW-COUNT (WS-BUCKET-HIT).
           IF WS-GL-AMOUNT < 0
               SUBTRACT WS-GL-AMOUNT FROM
                   TB-DEBIT-TOTAL (WS-BUCKET-HIT)
           ELSE
               ADD WS-GL-AMOUNT TO
                   TB-CREDIT-TOTAL (WS-BUCKET-HIT)
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-BUCKET.
           MOVE 'N' TO WS-BUCKET-FOUND-IND.
           PERFORM 2110-CHECK-ONE-BUCKET THRU 2110-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BUCKET-COUNT
                   OR WS-BUCKET-FOUND.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-CHECK-ONE-BUCKET.
           IF TB-ACCOUNT-TYPE (WS-SUB) = WS-ACCOUNT-TYPE
               AND TB-SOURCE (WS-SUB) = PJ-SOURCE
               SET WS-BUCKET-FOUND TO TRUE
               MOVE WS-SUB TO WS-BUCKET-HIT
           END-IF.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADD-BUCKET - a bucket past the table's capacity is
      * counted and called out on the report; the month's totals
      * still carry the row.
      ******************************************************************
       2200-ADD-BUCKET.
           IF WS-BUCKET-COUNT = 300
               ADD 1 TO WS-BUCKETS-DROPPED
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-BUCKET-COUNT.
           MOVE WS-BUCKET-COUNT TO WS-BUCKET-HIT.
           MOVE WS-ACCOUNT-TYPE TO TB-ACCOUNT-TYPE (WS-BUCKET-HIT).
           MOVE PJ-SOURCE TO TB-SOURCE (WS-BUCKET-HIT).
           MOVE 0 TO TB-ROW-COUNT (WS-BUCKET-HIT).
           MOVE 0 TO TB-DEBIT-TOTAL (WS-BUCKET-HIT).
           MOVE 0 TO TB-CREDIT-TOTAL (WS-BUCKET-HIT).
           SET WS-BUCKET-FOUND TO TRUE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-TRIAL-FIGURES - one line per bucket, the month's
      * totals, the prior-period adjustments it took in, and
      * anything the buckets could not place.
      ******************************************************************
       3000-WRITE-TRIAL-FIGURES.
           MOVE SPACES TO CLOSERPT-LINE.
           WRITE CLOSERPT-LINE.
           MOVE SPACES TO CLOSERPT-LINE.
           STRING 'TYPE SOURCE          ROWS           DEBITS'
               '          CREDITS              NET'
               DELIMITED BY SIZE INTO CLOSERPT-LINE.
           WRITE CLOSERPT-LINE.
           PERFORM 3100-WRITE-ONE-BUCKET THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BUCKET-COUNT.
           MOVE SPACES TO CLOSERPT-LINE.
           WRITE CLOSERPT-LINE.
           COMPUTE WS-NET-AMOUNT = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL.
           MOVE WS-ROW-COUNT TO WS-ROWS-DISPLAY.
           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-DISPLAY.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-DISPLAY.
           MOVE WS-NET-AMOUNT TO WS-NET-DISPLAY.
           MOVE SPACES TO CLOSERPT-LINE.
           STRING 'PERIOD TOTAL ' WS-ROWS-DISPLAY ' '
               WS-DEBIT-DISPLAY ' ' WS-CREDIT-DISPLAY ' '
               WS-NET-DISPLAY
               DELIMITED BY SIZE INTO CLOSERPT-LINE.
           WRITE CLOSERPT-LINE.
           MOVE WS-PPA-COUNT TO WS-ROWS-DISPLAY.
           MOVE WS-PPA-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO CLOSERPT-LINE.
           STRING 'OF WHICH PRIOR-PERIOD ADJUSTMENTS '
               WS-ROWS-DISPLAY ' ROWS NET ' WS-NET-DISPLAY
               DELIMITED BY SIZE INTO CLOSERPT-LINE.
           WRITE CLOSERPT-LINE.
           IF WS-UNKNOWN-TYPES > 0
               MOVE WS-UNKNOWN-TYPES TO WS-ROWS-DISPLAY
               MOVE SPACES TO CLOSERPT-LINE
               STRING '*** ' WS-ROWS-DISPLAY
                   ' ROWS ON ACCOUNTS NOT ON THE MASTER (TYPE ???)'
                   DELIMITED BY SIZE INTO CLOSERPT-LINE
               WRITE CLOSERPT-LINE
           END-IF.
           IF WS-BUCKETS-DROPPED > 0
               MOVE WS-BUCKETS-DROPPED TO WS-ROWS-DISPLAY
               MOVE SPACES TO CLOSERPT-LINE
               STRING '*** BUCKET TABLE FULL - ' WS-ROWS-DISPLAY
                   ' ROWS IN THE PERIOD TOTAL ONLY'
                   DELIMITED BY SIZE INTO CLOSERPT-LINE
               WRITE CLOSERPT-LINE
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-BUCKET.
           COMPUTE WS-NET-AMOUNT = TB-CREDIT-TOTAL (WS-SUB)
               - TB-DEBIT-TOTAL (WS-SUB).
           MOVE TB-ROW-COUNT (WS-SUB) TO WS-ROWS-DISPLAY.
           MOVE TB-DEBIT-TOTAL (WS-SUB) TO WS-DEBIT-DISPLAY.
           MOVE TB-CREDIT-TOTAL (WS-SUB) TO WS-CREDIT-DISPLAY.
           MOVE WS-NET-AMOUNT TO WS-NET-DISPLAY.
           MOVE SPACES TO CLOSERPT-LINE.
           STRING TB-ACCOUNT-TYPE (WS-SUB) '  '
               TB-SOURCE (WS-SUB) ' '
               WS-ROWS-DISPLAY ' ' WS-DEBIT-DISPLAY ' '
               WS-CREDIT-DISPLAY ' ' WS-NET-DISPLAY
               DELIMITED BY SIZE INTO CLOSERPT-LINE.
           WRITE CLOSERPT-LINE.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CLOSE-PERIOD - lock the month on the calendar with its
      * closing figures.  A record already there (a month reopened)
      * is rewritten; otherwise one is added.
      ******************************************************************
       4000-CLOSE-PERIOD.
           INITIALIZE ACCT-PERIOD-RECORD.
           MOVE CP-PERIOD TO AP-PERIOD.
           SET AP-PERIOD-CLOSED TO TRUE.
           MOVE WS-RUN-DATE TO AP-CLOSE-DATE.
           MOVE CP-CLOSED-BY TO AP-CLOSED-BY.
           MOVE WS-ROW-COUNT TO AP-CLOSE-ROWS.
           MOVE WS-DEBIT-TOTAL TO AP-CLOSE-DEBITS.
           MOVE WS-CREDIT-TOTAL TO AP-CLOSE-CREDITS.
           MOVE WS-PPA-COUNT TO AP-CLOSE-PPA-ROWS.
           MOVE WS-PPA-NET TO AP-CLOSE-PPA-NET.
           WRITE ACCT-PERIOD-RECORD
               INVALID KEY
                   REWRITE ACCT-PERIOD-RECORD
                       INVALID KEY
                           DISPLAY 'PERCLOSE: CALENDAR UPDATE FAILED'
                               ' FOR ' CP-PERIOD
                           MOVE SPACES TO CLOSERPT-LINE
                           STRING '*** PERIOD ' CP-PERIOD
                               ' NOT CLOSED - CALENDAR UPDATE FAILED'
                               DELIMITED BY SIZE INTO CLOSERPT-LINE
                           WRITE CLOSERPT-LINE
                           GO TO 4000-EXIT
                   END-REWRITE
           END-WRITE.
           MOVE SPACES TO CLOSERPT-LINE.
           WRITE CLOSERPT-LINE.
           MOVE SPACES TO CLOSERPT-LINE.
           STRING 'PERIOD ' CP-PERIOD ' CLOSED ' WS-RUN-DATE
               ' BY ' CP-CLOSED-BY
               DELIMITED BY SIZE INTO CLOSERPT-LINE.
           WRITE CLOSERPT-LINE.
           DISPLAY 'PERCLOSE: PERIOD ' CP-PERIOD ' CLOSED'.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           IF WS-JRNLNDX-OPEN
               CLOSE JRNLNDX-FILE
           END-IF.
           IF WS-ACCTMAST-OPEN
               CLOSE ACCTMAST-FILE
           END-IF.
           CLOSE ACCTPER-FILE.
           CLOSE CLOSERPT-FILE.
       9000-EXIT.
           EXIT.
