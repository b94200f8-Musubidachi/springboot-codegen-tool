      ******************************************************************
      * PROGRAM-ID: CHKOUTST
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Outstanding official checks.  Reads the CHKREG register
      *   and ages every check issued and not yet paid by the days
      *   since its issue date - 0-30, 31-90, 91-180 and over 180 -
      *   on the CHKOUTRP report, with the held checks listed apart
      *   since they were never sent to the bank.  A check older
      *   than the stale limit on the OUTSPRM parameter line (180
      *   days when the line is missing or blank) is stale.  Stale
      *   checks are only listed unless the parameter line carries
      *   the confirmation word VOID-STALE; then each one is voided
      *   on the register, so CHKISSUE sends the void to the bank
      *   on the next positive-pay file, and its funds are listed
      *   on the UNCLRPT unclaimed-funds report with the payee's
      *   name and last address from CUSTMAST for escheatment.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKOUTST.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTSPRM-FILE ASSIGN TO "OUTSPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSPRM-STATUS.

           SELECT CHKREG-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CR-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CHKOUTRP-FILE ASSIGN TO "CHKOUTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKOUTRP-STATUS.

           SELECT UNCLRPT-FILE ASSIGN TO "UNCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNCLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTSPRM-FILE.
       01  OUTSPRM-LINE.
           05  OP-STALE-DAYS                PIC 9(3).
           05  OP-CONFIRM-WORD              PIC X(10).
               88  OP-VOID-CONFIRMED    VALUE 'VOID-STALE'.

       FD  CHKREG-FILE.
       COPY "CHKREG".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  CHKOUTRP-FILE.
       01  CHKOUTRP-LINE                    PIC X(100).

       FD  UNCLRPT-FILE.
       01  UNCLRPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-OUTSPRM-STATUS            PIC X(2).
               88  WS-OUTSPRM-OK            VALUE '00'.
           05  WS-CHKREG-STATUS             PIC X(2).
               88  WS-CHKREG-OK             VALUE '00'.
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-CHKOUTRP-STATUS           PIC X(2).
           05  WS-UNCLRPT-STATUS            PIC X(2).

      ******************************************************************
      * The aging buckets, by the upper limit of days outstanding
      * each one holds; the last takes everything older.
      ******************************************************************
       01  WS-BUCKET-VALUES.
           05  FILLER                       PIC X(16)
               VALUE '030  0-30 DAYS  '.
           05  FILLER                       PIC X(16)
               VALUE '090 31-90 DAYS  '.
           05  FILLER                       PIC X(16)
               VALUE '18091-180 DAYS  '.
           05  FILLER                       PIC X(16)
               VALUE '999OVER 180 DAYS'.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
           05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10  TB-BUCKET-LIMIT          PIC 9(3).
               10  TB-BUCKET-LABEL          PIC X(13).

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOTAL OCCURS 4 TIMES.
               10  TB-BUCKET-COUNT          PIC 9(7) COMP.
               10  TB-BUCKET-AMOUNT         PIC S9(11)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-VOID-MODE-IND             PIC X(1).
               88  WS-VOID-MODE             VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-SERIAL-DAYS           PIC 9(7) COMP.
           05  WS-ISSUE-SERIAL-DAYS         PIC 9(7) COMP.
           05  WS-DAYS-OUT                  PIC S9(7) COMP.
           05  WS-STALE-DAYS                PIC 9(3).
           05  WS-SUB                       PIC 9(2) COMP.
           05  WS-LINE-NOTE                 PIC X(12).
           05  WS-AGE-LABEL                 PIC X(13).
           05  WS-OUTSTANDING-COUNT         PIC 9(7) COMP.
           05  WS-OUTSTANDING-TOTAL         PIC S9(11)V99 COMP-3.
           05  WS-HELD-COUNT                PIC 9(7) COMP.
           05  WS-HELD-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-STALE-COUNT               PIC 9(7) COMP.
           05  WS-VOIDED-COUNT              PIC 9(7) COMP.
           05  WS-VOIDED-TOTAL              PIC S9(11)V99 COMP-3.

       01  WS-DISPLAY-FIELDS.
           05  WS-DAYS-DISPLAY              PIC ZZZ,ZZ9.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
           05  WS-AMOUNT-DISPLAY            PIC -(10)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-AGE-ONE-CHECK THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the stale limit and the confirmation word
      * from the parameter line, the files, and the report headings.
      * With no register there is nothing to age.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DATESER" USING WS-RUN-DATE WS-RUN-SERIAL-DAYS.
           INITIALIZE WS-BUCKET-TOTALS.
           MOVE 0 TO WS-OUTSTANDING-COUNT.
           MOVE 0 TO WS-OUTSTANDING-TOTAL.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 0 TO WS-HELD-TOTAL.
           MOVE 0 TO WS-STALE-COUNT.
           MOVE 0 TO WS-VOIDED-COUNT.
           MOVE 0 TO WS-VOIDED-TOTAL.
           MOVE 180 TO WS-STALE-DAYS.
           MOVE 'N' TO WS-VOID-MODE-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT OUTSPRM-FILE.
           IF WS-OUTSPRM-OK
               READ OUTSPRM-FILE
                   AT END
                       MOVE SPACES TO OUTSPRM-LINE
               END-READ
               IF OP-STALE-DAYS NUMERIC AND OP-STALE-DAYS > 0
                   MOVE OP-STALE-DAYS TO WS-STALE-DAYS
               END-IF
               IF OP-VOID-CONFIRMED
                   MOVE 'Y' TO WS-VOID-MODE-IND
               END-IF
               CLOSE OUTSPRM-FILE
           END-IF.
           OPEN OUTPUT CHKOUTRP-FILE.
           OPEN OUTPUT UNCLRPT-FILE.
           MOVE SPACES TO CHKOUTRP-LINE.
           STRING 'OUTSTANDING OFFICIAL CHECKS AS OF ' WS-RUN-DATE
               ' - STALE AFTER ' WS-STALE-DAYS ' DAYS'
               DELIMITED BY SIZE INTO CHKOUTRP-LINE.
           WRITE CHKOUTRP-LINE.
           IF WS-VOID-MODE
               MOVE 'STALE CHECKS ARE VOIDED THIS RUN'
                   TO CHKOUTRP-LINE
           ELSE
               MOVE 'STALE CHECKS LISTED ONLY - NOT VOIDED'
                   TO CHKOUTRP-LINE
           END-IF.
           WRITE CHKOUTRP-LINE.
           MOVE SPACES TO CHKOUTRP-LINE.
           STRING 'CHECK NUMBER  ACCOUNT       ISSUE DATE  DAYS OUT'
               '        AMOUNT  AGE            NOTE'
               DELIMITED BY SIZE INTO CHKOUTRP-LINE.
           WRITE CHKOUTRP-LINE.
           MOVE SPACES TO UNCLRPT-LINE.
           STRING 'UNCLAIMED FUNDS - STALE OFFICIAL CHECKS VOIDED '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO UNCLRPT-LINE.
           WRITE UNCLRPT-LINE.
           OPEN INPUT CUSTMAST-FILE.
           OPEN I-O CHKREG-FILE.
           IF NOT WS-CHKREG-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               MOVE '*** CHECK REGISTER NOT AVAILABLE' TO CHKOUTRP-LINE
               WRITE CHKOUTRP-LINE
               GO TO 1000-EXIT
           END-IF.
           MOVE 1 TO CR-CHECK-NUMBER.
           START CHKREG-FILE KEY IS NOT LESS THAN CR-CHECK-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-AGE-ONE-CHECK - one register record.  Paid and voided
      * checks are done with; held checks are listed apart; an
      * outstanding check goes in its aging bucket and, when stale,
      * is voided if the run is confirmed.
      ******************************************************************
       2000-AGE-ONE-CHECK.
           READ CHKREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2000-EXIT
           END-READ.
           IF CR-STAT-PAID OR CR-STAT-VOIDED
               GO TO 2000-EXIT
           END-IF.
           CALL "DATESER" USING CR-ISSUE-DATE WS-ISSUE-SERIAL-DAYS.
           COMPUTE WS-DAYS-OUT =
               WS-RUN-SERIAL-DAYS - WS-ISSUE-SERIAL-DAYS.
           IF WS-DAYS-OUT < 0
               MOVE 0 TO WS-DAYS-OUT
           END-IF.
           IF CR-STAT-HELD
               ADD 1 TO WS-HELD-COUNT
               ADD CR-CHECK-AMOUNT TO WS-HELD-TOTAL
               MOVE 'HELD' TO WS-LINE-NOTE
               MOVE 'NOT ISSUED' TO WS-AGE-LABEL
               PERFORM 2900-WRITE-AGING-LINE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 1 TO WS-SUB.
           PERFORM 2100-FIND-BUCKET THRU 2100-EXIT
               UNTIL WS-SUB = 4
                   OR WS-DAYS-OUT NOT > TB-BUCKET-LIMIT (WS-SUB).
           MOVE TB-BUCKET-LABEL (WS-SUB) TO WS-AGE-LABEL.
           ADD 1 TO TB-BUCKET-COUNT (WS-SUB).
           ADD CR-CHECK-AMOUNT TO TB-BUCKET-AMOUNT (WS-SUB).
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD CR-CHECK-AMOUNT TO WS-OUTSTANDING-TOTAL.
           MOVE SPACES TO WS-LINE-NOTE.
           IF WS-DAYS-OUT > WS-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
               MOVE 'STALE' TO WS-LINE-NOTE
               IF WS-VOID-MODE
                   PERFORM 2200-VOID-STALE-CHECK THRU 2200-EXIT
               END-IF
           END-IF.
           PERFORM 2900-WRITE-AGING-LINE THRU 2900-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-BUCKET.
           ADD 1 TO WS-SUB.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-VOID-STALE-CHECK - void the check on the register, not
      * yet sent to the bank, and list its funds as unclaimed under
      * the payee's name and last address.
      ******************************************************************
       2200-VOID-STALE-CHECK.
           SET CR-STAT-VOIDED TO TRUE.
           MOVE WS-RUN-DATE TO CR-VOID-DATE.
           SET CR-VOID-STALE TO TRUE.
           MOVE 'N' TO CR-VOID-SENT-IND.
           REWRITE CHECK-REG-RECORD
               INVALID KEY
                   MOVE 'VOID FAILED' TO WS-LINE-NOTE
                   GO TO 2200-EXIT
           END-REWRITE.
           MOVE 'STALE-VOIDED' TO WS-LINE-NOTE.
           ADD 1 TO WS-VOIDED-COUNT.
           ADD CR-CHECK-AMOUNT TO WS-VOIDED-TOTAL.
           MOVE CR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE SPACES TO CM-MAILING-ADDRESS
           END-READ.
           MOVE CR-CHECK-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO UNCLRPT-LINE.
           STRING CR-CHECK-NUMBER '  ' CR-CUSTOMER-ID
               '  ' CR-PAYEE-NAME
               '  ' WS-AMOUNT-DISPLAY
               '  ISSUED ' CR-ISSUE-DATE
               DELIMITED BY SIZE INTO UNCLRPT-LINE.
           WRITE UNCLRPT-LINE.
           MOVE SPACES TO UNCLRPT-LINE.
           STRING '            LAST ADDRESS: ' CM-STREET-LINE-1
               ' ' CM-CITY ' ' CM-STATE-CODE ' ' CM-POSTAL-CODE
               DELIMITED BY SIZE INTO UNCLRPT-LINE.
           WRITE UNCLRPT-LINE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-AGING-LINE - one check on the aging report.
      ******************************************************************
       2900-WRITE-AGING-LINE.
           MOVE WS-DAYS-OUT TO WS-DAYS-DISPLAY.
           MOVE CR-CHECK-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CHKOUTRP-LINE.
           STRING CR-CHECK-NUMBER '    ' CR-ACCOUNT-NUMBER
               '  ' CR-ISSUE-DATE
               '   ' WS-DAYS-DISPLAY
               ' ' WS-AMOUNT-DISPLAY
               '  ' WS-AGE-LABEL
               '  ' WS-LINE-NOTE
               DELIMITED BY SIZE INTO CHKOUTRP-LINE.
           WRITE CHKOUTRP-LINE.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-TOTALS - the count and amount in each bucket, the
      * held checks, and the stale checks found and voided.
      ******************************************************************
       3000-WRITE-TOTALS.
           MOVE 1 TO WS-SUB.
           PERFORM 3100-WRITE-BUCKET-TOTAL THRU 3100-EXIT
               UNTIL WS-SUB > 4.
           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-OUTSTANDING-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CHKOUTRP-LINE.
           STRING 'TOTAL OUTSTANDING  ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CHKOUTRP-LINE.
           WRITE CHKOUTRP-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-HELD-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CHKOUTRP-LINE.
           STRING 'HELD - NOT ISSUED  ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CHKOUTRP-LINE.
           WRITE CHKOUTRP-LINE.
           MOVE WS-STALE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHKOUTRP-LINE.
           STRING 'STALE CHECKS       ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHKOUTRP-LINE.
           WRITE CHKOUTRP-LINE.
           MOVE WS-VOIDED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-VOIDED-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CHKOUTRP-LINE.
           STRING 'VOIDED AS UNCLAIMED' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CHKOUTRP-LINE.
           WRITE CHKOUTRP-LINE.
           MOVE SPACES TO UNCLRPT-LINE.
           STRING 'TOTAL UNCLAIMED    ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO UNCLRPT-LINE.
           WRITE UNCLRPT-LINE.
       3000-EXIT.
           EXIT.

       3100-WRITE-BUCKET-TOTAL.
           MOVE TB-BUCKET-COUNT (WS-SUB) TO WS-COUNT-DISPLAY.
           MOVE TB-BUCKET-AMOUNT (WS-SUB) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CHKOUTRP-LINE.
           STRING TB-BUCKET-LABEL (WS-SUB) '      ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CHKOUTRP-LINE.
           WRITE CHKOUTRP-LINE.
           ADD 1 TO WS-SUB.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
       9000-TERMINATE.
           CLOSE CHKREG-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE CHKOUTRP-FILE.
           CLOSE UNCLRPT-FILE.
           DISPLAY 'CHKOUTST CHECKS OUTSTANDING: ' WS-OUTSTANDING-COUNT.
           DISPLAY 'CHKOUTST CHECKS HELD:        ' WS-HELD-COUNT.
           DISPLAY 'CHKOUTST STALE CHECKS:       ' WS-STALE-COUNT.
           DISPLAY 'CHKOUTST STALE VOIDED:       ' WS-VOIDED-COUNT.
       9000-EXIT.
           EXIT.
