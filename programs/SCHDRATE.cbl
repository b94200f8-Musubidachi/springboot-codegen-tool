      ******************************************************************
      * PROGRAM-ID: SCHDRATE
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Scheduled rate changes, run in the nightly chain ahead of
      *   accrual.  Walks RATESCHD, where RATECHG and RATEFAN hold
      *   the changes keyed ahead of their effective date:
      *   - a change not yet noticed queues a change-in-terms notice
      *     (type RATECIT) on NTCTARG for the owner of every account
      *     it moves - the one account of an account change, every
      *     open account linked to the index of an index move - with
      *     the old rate, new rate and effective date for NTCROUTE's
      *     targeted run to substitute;
      *   - a change whose effective date has arrived is applied:
      *     the account is repriced, or the BASERATE index moved and
      *     every linked account repriced to index plus spread, each
      *     through the same RATE-HIST-RECORD a manual change writes.
      *     An account closed or gone by then cancels its change.
      *   The SCHDRPT report lists every outstanding change whose
      *   customers get fewer than WS-NOTICE-DAYS days between the
      *   notice and the effective date; any such change returns 4
      *   so the chain raises it on the morning alert.  Rerun-safe:
      *   a noticed change is not noticed again and an applied
      *   change is no longer outstanding.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDRATE.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATESCHD-FILE ASSIGN TO "RATESCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-SCHED-KEY
               FILE STATUS IS WS-RATESCHD-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT BASERATE-FILE ASSIGN TO "BASERATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-INDEX-CODE
               FILE STATUS IS WS-BASERATE-STATUS.

           SELECT RATEHIST-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.

           SELECT NTCTARG-FILE ASSIGN TO "NTCTARG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCTARG-STATUS.

           SELECT SCHDRPT-FILE ASSIGN TO "SCHDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATESCHD-FILE.
       COPY "RATESCHD".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  BASERATE-FILE.
       COPY "BASERATE".

       FD  RATEHIST-FILE.
       COPY "RATE-HIST".

       FD  NTCTARG-FILE.
       COPY "NTCTARG".

       FD  SCHDRPT-FILE.
       01  SCHDRPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RATESCHD-STATUS           PIC X(2).
               88  WS-RATESCHD-OK           VALUE '00'.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-BASERATE-STATUS           PIC X(2).
           05  WS-RATEHIST-STATUS           PIC X(2).
           05  WS-NTCTARG-STATUS            PIC X(2).
           05  WS-SCHDRPT-STATUS            PIC X(2).

      ******************************************************************
      * A change-in-terms notice must reach the customer at least
      * WS-NOTICE-DAYS calendar days before the change takes effect.
      ******************************************************************
       01  WS-NOTICE-RULES.
           05  WS-NOTICE-DAYS               PIC 9(3) VALUE 30.
           05  WS-CIT-NOTICE-TYPE           PIC X(8) VALUE 'RATECIT '.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-EFFECTIVE-SERIAL-DAYS     PIC 9(7) COMP.
           05  WS-NOTICE-SERIAL-DAYS        PIC 9(7) COMP.
           05  WS-NOTICE-LEAD-DAYS          PIC S9(7) COMP.
           05  WS-SCHED-EOF-IND             PIC X(1).
               88  WS-SCHED-DONE            VALUE 'Y'.
           05  WS-SCHED-OPEN-IND            PIC X(1).
               88  WS-SCHED-FILE-OPEN       VALUE 'Y'.
           05  WS-ACCT-SCAN-DONE-IND        PIC X(1).
               88  WS-ACCT-SCAN-DONE        VALUE 'Y'.
           05  WS-INDEX-ON-FILE-IND         PIC X(1).
               88  WS-INDEX-ON-FILE         VALUE 'Y'.
           05  WS-NEW-RATE                  PIC S9(3)V9(4) COMP-3.
           05  WS-EFFECTIVE-TEXT            PIC X(10).
           05  WS-TYPE-TEXT                 PIC X(7).
           05  WS-SUBJECT-TEXT              PIC X(12).
           05  WS-STATUS-TEXT               PIC X(9).
           05  WS-OUTSTANDING-COUNT         PIC 9(7) COMP.
           05  WS-NOTICES-QUEUED            PIC 9(7) COMP.
           05  WS-CHANGES-APPLIED           PIC 9(7) COMP.
           05  WS-CHANGES-CANCELLED         PIC 9(7) COMP.
           05  WS-SHORT-NOTICE-COUNT        PIC 9(7) COMP.

       01  WS-DISPLAY-FIELDS.
           05  WS-RATE-EDIT                 PIC Z9.9999.
           05  WS-OLD-RATE-DISPLAY          PIC Z9.9999.
           05  WS-NEW-RATE-DISPLAY          PIC Z9.9999.
           05  WS-DAYS-DISPLAY              PIC -(4)9.
           05  WS-NOTICE-DAYS-DISPLAY       PIC ZZ9.
           05  WS-QUEUED-DISPLAY            PIC ZZ,ZZ9.
           05  WS-OUTSTANDING-DISPLAY       PIC ZZZ,ZZ9.
           05  WS-NOTICES-DISPLAY           PIC ZZZ,ZZ9.
           05  WS-APPLIED-DISPLAY           PIC ZZZ,ZZ9.
           05  WS-CANCELLED-DISPLAY         PIC ZZZ,ZZ9.
           05  WS-SHORT-DISPLAY             PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  SCHDRATE-NOTICES-QUEUED          PIC 9(7) COMP.
       01  SCHDRATE-CHANGES-APPLIED         PIC 9(7) COMP.
       01  SCHDRATE-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING SCHDRATE-NOTICES-QUEUED
           SCHDRATE-CHANGES-APPLIED SCHDRATE-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-SCHED-FILE-OPEN
               PERFORM 2000-PROCESS-ONE-CHANGE THRU 2000-EXIT
                   UNTIL WS-SCHED-DONE
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens.  No schedule file
      * means no change has ever been keyed ahead; nothing else is
      * opened.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO SCHDRATE-NOTICES-QUEUED.
           MOVE 0 TO SCHDRATE-CHANGES-APPLIED.
           MOVE 0 TO SCHDRATE-RETURN-CODE.
           MOVE 0 TO WS-OUTSTANDING-COUNT.
           MOVE 0 TO WS-NOTICES-QUEUED.
           MOVE 0 TO WS-CHANGES-APPLIED.
           MOVE 0 TO WS-CHANGES-CANCELLED.
           MOVE 0 TO WS-SHORT-NOTICE-COUNT.
           MOVE 'N' TO WS-SCHED-EOF-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-NOTICE-DAYS TO WS-NOTICE-DAYS-DISPLAY.
           OPEN OUTPUT SCHDRPT-FILE.
           MOVE SPACES TO SCHDRPT-LINE.
           STRING 'SCHEDULED RATE CHANGES WITH LESS THAN '
               WS-NOTICE-DAYS-DISPLAY ' DAYS NOTICE - ' WS-RUN-DATE
               DELIMITED BY SIZE INTO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE SPACES TO SCHDRPT-LINE.
           STRING 'EFFECTIVE  TYPE     ACCOUNT/INDEX  OLD RATE  '
               'NEW RATE  ENTERED   NOTICED   NOTICES   DAYS  '
               'STATUS     BY'
               DELIMITED BY SIZE INTO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE 'N' TO WS-SCHED-OPEN-IND.
           OPEN I-O RATESCHD-FILE.
           IF NOT WS-RATESCHD-OK
               MOVE 'NO SCHEDULED RATE CHANGES ON FILE' TO
                   SCHDRPT-LINE
               WRITE SCHDRPT-LINE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-SCHED-OPEN-IND.
           OPEN I-O ACCTMAST-FILE.
           OPEN I-O BASERATE-FILE.
           IF WS-BASERATE-STATUS = '35'
               OPEN OUTPUT BASERATE-FILE
               CLOSE BASERATE-FILE
               OPEN I-O BASERATE-FILE
           END-IF.
           OPEN EXTEND RATEHIST-FILE.
           IF WS-RATEHIST-STATUS = '35'
               OPEN OUTPUT RATEHIST-FILE
           END-IF.
           OPEN EXTEND NTCTARG-FILE.
           IF WS-NTCTARG-STATUS = '35'
               OPEN OUTPUT NTCTARG-FILE
           END-IF.
           MOVE LOW-VALUES TO RS-SCHED-KEY.
           START RATESCHD-FILE KEY IS NOT LESS THAN RS-SCHED-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHED-EOF-IND
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ONE-CHANGE - one outstanding change: queue its
      * notices the first night it is seen, check its notice period,
      * and apply it once its effective date has arrived.
      ******************************************************************
       2000-PROCESS-ONE-CHANGE.
           READ RATESCHD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           IF NOT RS-STAT-OUTSTANDING
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           IF RS-STAT-SCHEDULED
               PERFORM 3000-QUEUE-NOTICES THRU 3000-EXIT
           END-IF.
           IF RS-EFFECTIVE-DATE NOT > WS-RUN-DATE
               PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
           END-IF.
           PERFORM 5000-CHECK-NOTICE-PERIOD THRU 5000-EXIT.
           REWRITE RATE-SCHED-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-QUEUE-NOTICES - one change-in-terms notice per account
      * the change moves: the account itself, or every open account
      * linked to the index whose rate actually changes.  The change
      * is marked noticed whether or not anyone was left to tell.
      ******************************************************************
       3000-QUEUE-NOTICES.
           MOVE 0 TO RS-NOTICES-QUEUED.
           MOVE SPACES TO WS-EFFECTIVE-TEXT.
           STRING RS-EFFECTIVE-DATE (1:4) '-' RS-EFFECTIVE-DATE (5:2)
               '-' RS-EFFECTIVE-DATE (7:2)
               DELIMITED BY SIZE INTO WS-EFFECTIVE-TEXT.
           IF RS-TYPE-INDEX
               MOVE 'N' TO WS-ACCT-SCAN-DONE-IND
               MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
               START ACCTMAST-FILE
                   KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-ACCT-SCAN-DONE-IND
               END-START
               PERFORM 3100-NOTICE-ONE-LINKED THRU 3100-EXIT
                   UNTIL WS-ACCT-SCAN-DONE
               GO TO 3000-MARK-NOTICED
           END-IF.
           MOVE RS-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 3000-MARK-NOTICED
           END-READ.
           IF NOT AM-STATUS-CLOSED
               MOVE RS-NEW-RATE TO WS-NEW-RATE
               PERFORM 3500-QUEUE-ONE-NOTICE THRU 3500-EXIT
           END-IF.
       3000-MARK-NOTICED.
           MOVE WS-RUN-DATE TO RS-NOTICE-DATE.
           SET RS-STAT-NOTICED TO TRUE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-NOTICE-ONE-LINKED.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-SCAN-DONE-IND
                   GO TO 3100-EXIT
           END-READ.
           IF AM-RATE-INDEX-CODE = SPACES
               OR AM-RATE-INDEX-CODE NOT = RS-INDEX-CODE
               GO TO 3100-EXIT
           END-IF.
           IF AM-STATUS-CLOSED
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-NEW-RATE = RS-NEW-RATE + AM-RATE-SPREAD.
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF.
           IF WS-NEW-RATE = AM-INTEREST-RATE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3500-QUEUE-ONE-NOTICE THRU 3500-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3500-QUEUE-ONE-NOTICE - one target record for NTCROUTE: the
      * account's owner, the rate it has today, the rate it will
      * have, and the date.
      ******************************************************************
       3500-QUEUE-ONE-NOTICE.
           MOVE SPACES TO NTC-TARGET-RECORD.
           MOVE AM-CUSTOMER-ID TO NX-CUSTOMER-ID.
           MOVE WS-CIT-NOTICE-TYPE TO NX-NOTICE-TYPE.
           MOVE AM-ACCOUNT-NUMBER TO NX-ACCOUNT-NUMBER.
           MOVE AM-INTEREST-RATE TO WS-RATE-EDIT.
           STRING WS-RATE-EDIT '%' DELIMITED BY SIZE INTO NX-OLD-RATE.
           MOVE WS-NEW-RATE TO WS-RATE-EDIT.
           STRING WS-RATE-EDIT '%' DELIMITED BY SIZE INTO NX-NEW-RATE.
           MOVE WS-EFFECTIVE-TEXT TO NX-EFFECTIVE-DATE.
           WRITE NTC-TARGET-RECORD.
           ADD 1 TO RS-NOTICES-QUEUED.
           ADD 1 TO WS-NOTICES-QUEUED.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APPLY-CHANGE - the effective date has arrived.  An
      * account change reprices the one account; an index move
      * updates the BASERATE table and reprices every linked
      * account.  An account closed or gone since the change was
      * keyed cancels it.
      ******************************************************************
       4000-APPLY-CHANGE.
           MOVE 0 TO RS-ACCOUNTS-CHANGED.
           IF RS-TYPE-INDEX
               PERFORM 4200-MOVE-INDEX THRU 4200-EXIT
               GO TO 4000-MARK-APPLIED
           END-IF.
           MOVE RS-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   SET RS-STAT-CANCELLED TO TRUE
                   ADD 1 TO WS-CHANGES-CANCELLED
                   GO TO 4000-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               SET RS-STAT-CANCELLED TO TRUE
               ADD 1 TO WS-CHANGES-CANCELLED
               GO TO 4000-EXIT
           END-IF.
           MOVE RS-NEW-RATE TO WS-NEW-RATE.
           PERFORM 4500-REPRICE-ACCOUNT THRU 4500-EXIT.
       4000-MARK-APPLIED.
           SET RS-STAT-APPLIED TO TRUE.
           MOVE WS-RUN-DATE TO RS-APPLIED-DATE.
           ADD 1 TO WS-CHANGES-APPLIED.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4200-MOVE-INDEX - set the index to its new rate (adding it
      * to the table if it is not there yet) and fan the move out
      * to the linked accounts, as RATEFAN does for a move made at
      * once.
      ******************************************************************
       4200-MOVE-INDEX.
           MOVE 'N' TO WS-INDEX-ON-FILE-IND.
           MOVE RS-INDEX-CODE TO BR-INDEX-CODE.
           READ BASERATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-INDEX-ON-FILE TO TRUE
           END-READ.
           IF NOT WS-INDEX-ON-FILE
               INITIALIZE BASE-RATE-RECORD
               MOVE RS-INDEX-CODE TO BR-INDEX-CODE
           END-IF.
           MOVE RS-NEW-RATE TO BR-CURRENT-RATE.
           MOVE WS-RUN-DATE TO BR-EFFECTIVE-DATE.
           MOVE RS-CHANGED-BY TO BR-CHANGED-BY.
           IF WS-INDEX-ON-FILE
               REWRITE BASE-RATE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE BASE-RATE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           MOVE 'N' TO WS-ACCT-SCAN-DONE-IND.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-SCAN-DONE-IND
           END-START.
           PERFORM 4300-REPRICE-ONE-LINKED THRU 4300-EXIT
               UNTIL WS-ACCT-SCAN-DONE.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

       4300-REPRICE-ONE-LINKED.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-SCAN-DONE-IND
                   GO TO 4300-EXIT
           END-READ.
           IF AM-RATE-INDEX-CODE = SPACES
               OR AM-RATE-INDEX-CODE NOT = RS-INDEX-CODE
               GO TO 4300-EXIT
           END-IF.
           IF AM-STATUS-CLOSED
               GO TO 4300-EXIT
           END-IF.
           COMPUTE WS-NEW-RATE = RS-NEW-RATE + AM-RATE-SPREAD.
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF.
           PERFORM 4500-REPRICE-ACCOUNT THRU 4500-EXIT.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4500-REPRICE-ACCOUNT - move the account in hand to
      * WS-NEW-RATE, recorded through the rate history exactly as a
      * manual change would be.  An account already at the rate is
      * left alone.
      ******************************************************************
       4500-REPRICE-ACCOUNT.
           IF WS-NEW-RATE = AM-INTEREST-RATE
               GO TO 4500-EXIT
           END-IF.
           MOVE SPACES TO RATE-HIST-RECORD.
           MOVE AM-ACCOUNT-NUMBER TO RH-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE TO RH-EFFECTIVE-DATE.
           MOVE AM-INTEREST-RATE TO RH-OLD-RATE.
           MOVE WS-NEW-RATE TO RH-NEW-RATE.
           MOVE RS-CHANGED-BY TO RH-CHANGED-BY.
           MOVE WS-NEW-RATE TO AM-INTEREST-RATE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   GO TO 4500-EXIT
           END-REWRITE.
           WRITE RATE-HIST-RECORD.
           ADD 1 TO RS-ACCOUNTS-CHANGED.
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-NOTICE-PERIOD - a change that notified anyone
      * with fewer than WS-NOTICE-DAYS days between the notice and
      * the effective date goes on the report, every night until it
      * applies.
      ******************************************************************
       5000-CHECK-NOTICE-PERIOD.
           IF RS-NOTICES-QUEUED = 0
               GO TO 5000-EXIT
           END-IF.
           CALL "DATESER" USING RS-EFFECTIVE-DATE
               WS-EFFECTIVE-SERIAL-DAYS.
           CALL "DATESER" USING RS-NOTICE-DATE WS-NOTICE-SERIAL-DAYS.
           COMPUTE WS-NOTICE-LEAD-DAYS =
               WS-EFFECTIVE-SERIAL-DAYS - WS-NOTICE-SERIAL-DAYS.
           IF WS-NOTICE-LEAD-DAYS NOT < WS-NOTICE-DAYS
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-SHORT-NOTICE-COUNT.
           MOVE 'ACCOUNT' TO WS-TYPE-TEXT.
           MOVE RS-ACCOUNT-NUMBER TO WS-SUBJECT-TEXT.
           IF RS-TYPE-INDEX
               MOVE 'INDEX' TO WS-TYPE-TEXT
               MOVE RS-INDEX-CODE TO WS-SUBJECT-TEXT
           END-IF.
           MOVE 'SCHEDULED' TO WS-STATUS-TEXT.
           IF RS-STAT-APPLIED
               MOVE 'APPLIED' TO WS-STATUS-TEXT
           END-IF.
           IF RS-STAT-CANCELLED
               MOVE 'CANCELLED' TO WS-STATUS-TEXT
           END-IF.
           MOVE RS-OLD-RATE TO WS-OLD-RATE-DISPLAY.
           MOVE RS-NEW-RATE TO WS-NEW-RATE-DISPLAY.
           MOVE RS-NOTICES-QUEUED TO WS-QUEUED-DISPLAY.
           MOVE WS-NOTICE-LEAD-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO SCHDRPT-LINE.
           STRING RS-EFFECTIVE-DATE '   ' WS-TYPE-TEXT
               '  ' WS-SUBJECT-TEXT '   ' WS-OLD-RATE-DISPLAY
               '   ' WS-NEW-RATE-DISPLAY '   ' RS-ENTERED-DATE
               '  ' RS-NOTICE-DATE '  ' WS-QUEUED-DISPLAY
               '  ' WS-DAYS-DISPLAY '  ' WS-STATUS-TEXT
               '  ' RS-CHANGED-BY
               DELIMITED BY SIZE INTO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals, close the files and hand back the
      * counts; any change on short notice returns 4.
      ******************************************************************
       9000-TERMINATE.
           IF WS-SCHED-FILE-OPEN AND WS-SHORT-NOTICE-COUNT = 0
               MOVE 'NO SCHEDULED CHANGES ON SHORT NOTICE' TO
                   SCHDRPT-LINE
               WRITE SCHDRPT-LINE
           END-IF.
           MOVE WS-OUTSTANDING-COUNT TO WS-OUTSTANDING-DISPLAY.
           MOVE WS-NOTICES-QUEUED TO WS-NOTICES-DISPLAY.
           MOVE WS-CHANGES-APPLIED TO WS-APPLIED-DISPLAY.
           MOVE WS-CHANGES-CANCELLED TO WS-CANCELLED-DISPLAY.
           MOVE WS-SHORT-NOTICE-COUNT TO WS-SHORT-DISPLAY.
           MOVE SPACES TO SCHDRPT-LINE.
           STRING 'OUTSTANDING CHANGES ' WS-OUTSTANDING-DISPLAY
               '  NOTICES QUEUED ' WS-NOTICES-DISPLAY
               '  APPLIED ' WS-APPLIED-DISPLAY
               '  CANCELLED ' WS-CANCELLED-DISPLAY
               '  SHORT NOTICE ' WS-SHORT-DISPLAY
               DELIMITED BY SIZE INTO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE WS-NOTICES-QUEUED TO SCHDRATE-NOTICES-QUEUED.
           MOVE WS-CHANGES-APPLIED TO SCHDRATE-CHANGES-APPLIED.
           IF WS-SHORT-NOTICE-COUNT > 0
               MOVE 4 TO SCHDRATE-RETURN-CODE
           END-IF.
           IF WS-SCHED-FILE-OPEN
               CLOSE RATESCHD-FILE
               CLOSE ACCTMAST-FILE
               CLOSE BASERATE-FILE
               CLOSE RATEHIST-FILE
               CLOSE NTCTARG-FILE
           END-IF.
           CLOSE SCHDRPT-FILE.
       9000-EXIT.
           EXIT.
