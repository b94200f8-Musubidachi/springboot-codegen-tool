      ******************************************************************
      * PROGRAM-ID: CHKISSUE
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Official check issuance, run in the nightly chain after
      *   the closeout and ACH steps.  Every DISBFEED line ACCTCLSE
      *   has appended since the last run becomes a check on the
      *   CHKREG register under the next number from the register's
      *   control record, payable to the customer's name on
      *   CUSTMAST, for the disbursement amount, issued on the
      *   business day after tonight when the check run prints it.
      *   The control record counts the feed lines already issued,
      *   so a rerun issues nothing twice.  The positive-pay issue
      *   file POSPAY goes to the bank with every check issued
      *   tonight and every void CHKOUTST has made since the last
      *   file, under a header and a control trailer.  Each run
      *   appends its own header-to-trailer group, so a rerun after
      *   a restart keeps the checks and voids the first run sent;
      *   a group an interrupted run left without its trailer is
      *   closed off with one before the new group starts.  A line whose
      *   customer is not on file is registered as held, not sent,
      *   and reported (RC 4).  The CHKISRPT report lists the
      *   night's checks and voids.  No register is RC 8.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  POSPAY is appended to (created on first
      *                    use) instead of opened OUTPUT: a chain
      *                    restart reran the step and emptied the
      *                    file of the checks and voids the first run
      *                    had already marked done, leaving the bank
      *                    a header and a zero trailer.  A group left
      *                    open by an interrupted run gets its
      *                    trailer first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKISSUE.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISBFEED-FILE ASSIGN TO "DISBFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBFEED-STATUS.

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

           SELECT POSPAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT CHKISRPT-FILE ASSIGN TO "CHKISRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKISRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISBFEED-FILE.
       COPY "DISBFEED".

       FD  CHKREG-FILE.
       COPY "CHKREG".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  POSPAY-FILE.
       01  POSPAY-LINE                      PIC X(80).

       FD  CHKISRPT-FILE.
       01  CHKISRPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "POSPAY".

       01  WS-FILE-STATUSES.
           05  WS-DISBFEED-STATUS           PIC X(2).
               88  WS-DISBFEED-OK           VALUE '00'.
           05  WS-CHKREG-STATUS             PIC X(2).
               88  WS-CHKREG-OK             VALUE '00'.
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-POSPAY-STATUS             PIC X(2).
           05  WS-CHKISRPT-STATUS           PIC X(2).

      ******************************************************************
      * The account at the paying bank the official checks are
      * drawn on, and the first number the register issues.
      ******************************************************************
       01  WS-CHECK-CONSTANTS.
           05  WS-DRAWN-ON-ACCOUNT          PIC X(12)
               VALUE '000447190200'.
           05  WS-ORIGINATOR-NAME           PIC X(23)
               VALUE 'CUSTOMER SYSTEMS BANK'.
           05  WS-FIRST-CHECK-NUMBER        PIC 9(10) VALUE 100001.

       01  WS-WORK-FIELDS.
           05  WS-FEED-EOF-IND              PIC X(1).
               88  WS-FEED-DONE             VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-REGISTER-OPEN-IND         PIC X(1).
               88  WS-REGISTER-OPEN         VALUE 'Y'.
           05  WS-CHECK-WRITTEN-IND         PIC X(1).
               88  WS-CHECK-WRITTEN         VALUE 'Y'.
           05  WS-POSPAY-EOF-IND            PIC X(1).
               88  WS-POSPAY-DONE           VALUE 'Y'.
           05  WS-POSPAY-LAST-TYPE          PIC X(1).
               88  WS-POSPAY-GROUP-OPEN     VALUE 'H' 'D'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-ISSUE-DATE                PIC 9(8).
           05  WS-BIZ-FUNCTION              PIC X(1).
           05  WS-BIZ-DATE-IN               PIC 9(8).
           05  WS-BIZ-DATE-OUT              PIC 9(8).
           05  WS-BIZ-IND                   PIC X(1).
           05  WS-NEXT-CHECK-NUMBER         PIC 9(10).
           05  WS-FEED-LINES-DONE           PIC 9(9).
           05  WS-LINE-COUNT                PIC 9(9).
           05  WS-STATUS-TEXT               PIC X(12).

       01  WS-RUN-TOTALS.
           05  WS-ISSUED-COUNT              PIC 9(7) COMP.
           05  WS-HELD-COUNT                PIC 9(7) COMP.
           05  WS-VOID-COUNT                PIC 9(7) COMP.
           05  WS-DETAIL-COUNT              PIC 9(7) COMP.
           05  WS-ISSUE-TOTAL               PIC S9(11)V99 COMP-3.
           05  WS-VOID-TOTAL                PIC S9(11)V99 COMP-3.

      ******************************************************************
      * The group an interrupted run left open on POSPAY: its
      * details so far, for the trailer that closes it.
      ******************************************************************
       01  WS-OPEN-GROUP-TOTALS.
           05  WS-OPEN-DETAIL-COUNT         PIC 9(7) COMP.
           05  WS-OPEN-ISSUE-TOTAL          PIC S9(11)V99 COMP-3.
           05  WS-OPEN-VOID-TOTAL           PIC S9(11)V99 COMP-3.

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
           05  WS-AMOUNT-DISPLAY            PIC -(10)9.99.

       LINKAGE SECTION.
       01  CHKISSUE-CHECKS-ISSUED           PIC 9(7) COMP.
       01  CHKISSUE-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING CHKISSUE-CHECKS-ISSUED
           CHKISSUE-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-REGISTER-OPEN
               PERFORM 2000-ISSUE-NEW-CHECKS THRU 2000-EXIT
               PERFORM 3000-SEND-NEW-VOIDS THRU 3000-EXIT
               PERFORM 4000-FINISH-POSITIVE-PAY THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens.  The register is
      * created on first use with its control record starting the
      * numbering; a register that cannot be opened is RC 8.  The
      * positive-pay file is appended to, created on first use, and
      * tonight's group opens with its header.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO CHKISSUE-CHECKS-ISSUED.
           MOVE 0 TO CHKISSUE-RETURN-CODE.
           MOVE 'N' TO WS-REGISTER-OPEN-IND.
           INITIALIZE WS-RUN-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-BIZ-FUNCTION.
           MOVE WS-RUN-DATE TO WS-BIZ-DATE-IN.
           CALL "BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE-IN
               WS-BIZ-DATE-OUT WS-BIZ-IND.
           MOVE WS-BIZ-DATE-OUT TO WS-ISSUE-DATE.
           OPEN OUTPUT CHKISRPT-FILE.
           MOVE SPACES TO CHKISRPT-LINE.
           STRING 'OFFICIAL CHECK ISSUANCE - RUN DATE ' WS-RUN-DATE
               ' - CHECKS DATED ' WS-ISSUE-DATE
               DELIMITED BY SIZE INTO CHKISRPT-LINE.
           WRITE CHKISRPT-LINE.
           OPEN I-O CHKREG-FILE.
           IF WS-CHKREG-STATUS = '35'
               OPEN OUTPUT CHKREG-FILE
               CLOSE CHKREG-FILE
               OPEN I-O CHKREG-FILE
           END-IF.
           IF NOT WS-CHKREG-OK
               MOVE 8 TO CHKISSUE-RETURN-CODE
               MOVE '*** CHECK REGISTER NOT AVAILABLE - NO CHECKS'
                   TO CHKISRPT-LINE
               WRITE CHKISRPT-LINE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REGISTER-OPEN-IND.
           MOVE 0 TO CR-CHECK-NUMBER.
           READ CHKREG-FILE
               INVALID KEY
                   MOVE SPACES TO CHECK-REG-CONTROL
                   MOVE 0 TO CC-CONTROL-KEY
                   MOVE WS-FIRST-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER
                   MOVE 0 TO CC-FEED-LINES-DONE
                   MOVE 0 TO CC-LAST-ISSUE-DATE
                   WRITE CHECK-REG-CONTROL
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           MOVE CC-NEXT-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER.
           MOVE CC-FEED-LINES-DONE TO WS-FEED-LINES-DONE.
           OPEN INPUT CUSTMAST-FILE.
           PERFORM 1100-FIND-OPEN-GROUP THRU 1100-EXIT.
           OPEN EXTEND POSPAY-FILE.
           IF WS-POSPAY-STATUS = '35'
               OPEN OUTPUT POSPAY-FILE
           END-IF.
           IF WS-POSPAY-GROUP-OPEN
               PERFORM 1200-CLOSE-OPEN-GROUP THRU 1200-EXIT
           END-IF.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE 'H' TO PH-RECORD-TYPE.
           MOVE WS-DRAWN-ON-ACCOUNT TO PH-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE TO PH-FILE-DATE.
           MOVE WS-ORIGINATOR-NAME TO PH-ORIGINATOR-NAME.
           MOVE POSPAY-RECORD TO POSPAY-LINE.
           WRITE POSPAY-LINE.
           MOVE SPACES TO CHKISRPT-LINE.
           STRING 'CHECK NUMBER  ACCOUNT       CUSTOMER    '
               '      AMOUNT  PAYEE                           STATUS'
               DELIMITED BY SIZE INTO CHKISRPT-LINE.
           WRITE CHKISRPT-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-FIND-OPEN-GROUP - read what is already on POSPAY.  A
      * file that ends on a header or a detail was left by a run
      * that stopped before its trailer; the details of that last
      * group are totalled for the trailer 1200 writes.  No file
      * yet means nothing is open.
      ******************************************************************
       1100-FIND-OPEN-GROUP.
           MOVE SPACE TO WS-POSPAY-LAST-TYPE.
           INITIALIZE WS-OPEN-GROUP-TOTALS.
           OPEN INPUT POSPAY-FILE.
           IF WS-POSPAY-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-POSPAY-EOF-IND.
           PERFORM 1110-READ-ONE-POSPAY THRU 1110-EXIT
               UNTIL WS-POSPAY-DONE.
           CLOSE POSPAY-FILE.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-POSPAY.
           READ POSPAY-FILE
               AT END
                   MOVE 'Y' TO WS-POSPAY-EOF-IND
                   GO TO 1110-EXIT
           END-READ.
           MOVE POSPAY-LINE TO POSPAY-RECORD.
           MOVE PH-RECORD-TYPE TO WS-POSPAY-LAST-TYPE.
           IF PH-RECORD-TYPE = 'H'
               INITIALIZE WS-OPEN-GROUP-TOTALS
               GO TO 1110-EXIT
           END-IF.
           IF PD-RECORD-TYPE NOT = 'D'
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-DETAIL-COUNT.
           IF PD-VOID
               ADD PD-AMOUNT TO WS-OPEN-VOID-TOTAL
           ELSE
               ADD PD-AMOUNT TO WS-OPEN-ISSUE-TOTAL
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CLOSE-OPEN-GROUP - the trailer the interrupted run never
      * wrote, proving the details it did send, so the bank sees
      * every group whole.
      ******************************************************************
       1200-CLOSE-OPEN-GROUP.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE 'T' TO PT-RECORD-TYPE.
           MOVE WS-DRAWN-ON-ACCOUNT TO PT-ACCOUNT-NUMBER.
           MOVE WS-OPEN-DETAIL-COUNT TO PT-DETAIL-COUNT.
           MOVE WS-OPEN-ISSUE-TOTAL TO PT-ISSUE-TOTAL.
           MOVE WS-OPEN-VOID-TOTAL TO PT-VOID-TOTAL.
           MOVE POSPAY-RECORD TO POSPAY-LINE.
           WRITE POSPAY-LINE.
           MOVE WS-OPEN-DETAIL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHKISRPT-LINE.
           STRING '*** POSITIVE PAY GROUP LEFT OPEN BY AN EARLIER RUN'
               ' CLOSED - DETAILS ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHKISRPT-LINE.
           WRITE CHKISRPT-LINE.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ISSUE-NEW-CHECKS - the DISBFEED lines past those the
      * control record counts as issued.  A feed shorter than that
      * count has been cut back by hand and is reported (RC 4).
      ******************************************************************
       2000-ISSUE-NEW-CHECKS.
           OPEN INPUT DISBFEED-FILE.
           IF NOT WS-DISBFEED-OK
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-FEED-EOF-IND.
           PERFORM 2100-ISSUE-ONE-CHECK THRU 2100-EXIT
               UNTIL WS-FEED-DONE.
           CLOSE DISBFEED-FILE.
           IF WS-LINE-COUNT < WS-FEED-LINES-DONE
               MOVE 4 TO CHKISSUE-RETURN-CODE
               MOVE '*** DISBFEED HAS FEWER LINES THAN ALREADY ISSUED'
                   TO CHKISRPT-LINE
               WRITE CHKISRPT-LINE
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ISSUE-ONE-CHECK - one new disbursement onto the
      * register under the next free number, and onto tonight's
      * positive-pay file unless it is held.  The control record
      * moves on with every check, so an interrupted run resumes
      * where it stopped: the checks already issued stay on the
      * register and on the group the first run appended to
      * POSPAY, and the rerun's own group carries only the rest.
      ******************************************************************
       2100-ISSUE-ONE-CHECK.
           READ DISBFEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-IND
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT NOT > WS-FEED-LINES-DONE
               GO TO 2100-EXIT
           END-IF.
           INITIALIZE CHECK-REG-RECORD.
           MOVE DB-CUSTOMER-ID TO CR-CUSTOMER-ID.
           MOVE DB-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE DB-DISBURSE-AMOUNT TO CR-CHECK-AMOUNT.
           MOVE DB-CLOSE-DATE TO CR-CLOSE-DATE.
           MOVE WS-ISSUE-DATE TO CR-ISSUE-DATE.
           MOVE 'N' TO CR-VOID-SENT-IND.
           SET CR-STAT-OUTSTANDING TO TRUE.
           MOVE DB-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   SET CR-STAT-HELD TO TRUE
                   MOVE SPACES TO CR-PAYEE-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO CR-PAYEE-NAME
           END-READ.
           MOVE WS-NEXT-CHECK-NUMBER TO CR-CHECK-NUMBER.
           MOVE 'N' TO WS-CHECK-WRITTEN-IND.
           PERFORM 2110-TRY-ONE-CHECK-WRITE THRU 2110-EXIT
               UNTIL WS-CHECK-WRITTEN
                   OR CR-CHECK-NUMBER = 9999999999.
           IF NOT WS-CHECK-WRITTEN
               MOVE 8 TO CHKISSUE-RETURN-CODE
               MOVE '*** NO FREE CHECK NUMBER - ISSUANCE STOPPED'
                   TO CHKISRPT-LINE
               WRITE CHKISRPT-LINE
               MOVE 'Y' TO WS-FEED-EOF-IND
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-NEXT-CHECK-NUMBER = CR-CHECK-NUMBER + 1.
           MOVE WS-LINE-COUNT TO WS-FEED-LINES-DONE.
           IF CR-STAT-HELD
               ADD 1 TO WS-HELD-COUNT
               MOVE 4 TO CHKISSUE-RETURN-CODE
               MOVE 'HELD-NO CUST' TO WS-STATUS-TEXT
           ELSE
               ADD 1 TO WS-ISSUED-COUNT
               ADD CR-CHECK-AMOUNT TO WS-ISSUE-TOTAL
               MOVE 'ISSUED' TO WS-STATUS-TEXT
               PERFORM 2200-WRITE-ISSUE-DETAIL THRU 2200-EXIT
           END-IF.
           PERFORM 2900-WRITE-CHECK-LINE THRU 2900-EXIT.
           PERFORM 2300-SAVE-CONTROL THRU 2300-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-TRY-ONE-CHECK-WRITE.
           WRITE CHECK-REG-RECORD
               INVALID KEY
                   ADD 1 TO CR-CHECK-NUMBER
               NOT INVALID KEY
                   SET WS-CHECK-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

       2200-WRITE-ISSUE-DETAIL.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE 'D' TO PD-RECORD-TYPE.
           MOVE WS-DRAWN-ON-ACCOUNT TO PD-ACCOUNT-NUMBER.
           MOVE CR-CHECK-NUMBER TO PD-CHECK-NUMBER.
           MOVE CR-CHECK-AMOUNT TO PD-AMOUNT.
           MOVE CR-ISSUE-DATE TO PD-ISSUE-DATE.
           SET PD-ISSUE TO TRUE.
           MOVE CR-PAYEE-NAME TO PD-PAYEE-NAME.
           MOVE POSPAY-RECORD TO POSPAY-LINE.
           WRITE POSPAY-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-SAVE-CONTROL - the next number and the feed lines
      * issued back onto the control record.
      ******************************************************************
       2300-SAVE-CONTROL.
           MOVE 0 TO CR-CHECK-NUMBER.
           READ CHKREG-FILE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ.
           MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER.
           MOVE WS-FEED-LINES-DONE TO CC-FEED-LINES-DONE.
           MOVE WS-RUN-DATE TO CC-LAST-ISSUE-DATE.
           REWRITE CHECK-REG-CONTROL
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-CHECK-LINE - the register record just written or
      * voided, on the report.
      ******************************************************************
       2900-WRITE-CHECK-LINE.
           MOVE CR-CHECK-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CHKISRPT-LINE.
           STRING CR-CHECK-NUMBER '    ' CR-ACCOUNT-NUMBER
               '  ' CR-CUSTOMER-ID
               '  ' WS-AMOUNT-DISPLAY
               '  ' CR-PAYEE-NAME
               '  ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO CHKISRPT-LINE.
           WRITE CHKISRPT-LINE.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SEND-NEW-VOIDS - every voided check the bank has not
      * yet been told of goes on tonight's file as a void, and is
      * marked sent.
      ******************************************************************
       3000-SEND-NEW-VOIDS.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE 1 TO CR-CHECK-NUMBER.
           START CHKREG-FILE KEY IS NOT LESS THAN CR-CHECK-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3100-CHECK-ONE-FOR-VOID THRU 3100-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-FOR-VOID.
           READ CHKREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3100-EXIT
           END-READ.
           IF NOT CR-STAT-VOIDED OR CR-VOID-SENT
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE 'D' TO PD-RECORD-TYPE.
           MOVE WS-DRAWN-ON-ACCOUNT TO PD-ACCOUNT-NUMBER.
           MOVE CR-CHECK-NUMBER TO PD-CHECK-NUMBER.
           MOVE CR-CHECK-AMOUNT TO PD-AMOUNT.
           MOVE CR-ISSUE-DATE TO PD-ISSUE-DATE.
           SET PD-VOID TO TRUE.
           MOVE CR-PAYEE-NAME TO PD-PAYEE-NAME.
           MOVE POSPAY-RECORD TO POSPAY-LINE.
           WRITE POSPAY-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-VOID-COUNT.
           ADD CR-CHECK-AMOUNT TO WS-VOID-TOTAL.
           MOVE 'Y' TO CR-VOID-SENT-IND.
           REWRITE CHECK-REG-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'VOID SENT' TO WS-STATUS-TEXT.
           PERFORM 2900-WRITE-CHECK-LINE THRU 2900-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINISH-POSITIVE-PAY - the trailer the bank proves the
      * file by, and the night's totals on the report.
      ******************************************************************
       4000-FINISH-POSITIVE-PAY.
           MOVE SPACES TO POSPAY-RECORD.
           MOVE 'T' TO PT-RECORD-TYPE.
           MOVE WS-DRAWN-ON-ACCOUNT TO PT-ACCOUNT-NUMBER.
           MOVE WS-DETAIL-COUNT TO PT-DETAIL-COUNT.
           MOVE WS-ISSUE-TOTAL TO PT-ISSUE-TOTAL.
           MOVE WS-VOID-TOTAL TO PT-VOID-TOTAL.
           MOVE POSPAY-RECORD TO POSPAY-LINE.
           WRITE POSPAY-LINE.
           MOVE WS-ISSUED-COUNT TO CHKISSUE-CHECKS-ISSUED.
           MOVE WS-ISSUED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-ISSUE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CHKISRPT-LINE.
           STRING 'CHECKS ISSUED   ' WS-COUNT-DISPLAY
               '  TOTAL ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CHKISRPT-LINE.
           WRITE CHKISRPT-LINE.
           MOVE WS-VOID-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-VOID-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CHKISRPT-LINE.
           STRING 'VOIDS SENT      ' WS-COUNT-DISPLAY
               '  TOTAL ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CHKISRPT-LINE.
           WRITE CHKISRPT-LINE.
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO CHKISRPT-LINE
               STRING '*** CHECKS HELD ' WS-COUNT-DISPLAY
                   ' - CUSTOMER NOT ON FILE, NOT SENT FOR POSITIVE PAY'
                   DELIMITED BY SIZE INTO CHKISRPT-LINE
               WRITE CHKISRPT-LINE
           END-IF.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           IF WS-REGISTER-OPEN
               CLOSE CHKREG-FILE
               CLOSE CUSTMAST-FILE
               CLOSE POSPAY-FILE
           END-IF.
           CLOSE CHKISRPT-FILE.
       9000-EXIT.
           EXIT.
