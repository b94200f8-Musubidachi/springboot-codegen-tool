      ******************************************************************
      * PROGRAM-ID: ACCTCDCV
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   One-time account number check digit conversion.  Reads
      *   every account on ACCTMAST and lists on ACCTCDRP each one
      *   whose number does not carry a valid check digit - the
      *   accounts opened before ACCTMNT assigned numbers with one -
      *   with its owner, type, status and branch, so they can be
      *   reviewed and renumbered at leisure.  Each one listed is
      *   also written to the ACCTLGCY register, which is what lets
      *   ACCTCHK go on accepting those numbers once the check is
      *   in force.  Run it once, before the day the check digit is
      *   switched on; a rerun rebuilds the register from scratch
      *   and lists the same accounts again.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCDCV.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT ACCTLGCY-FILE ASSIGN TO "ACCTLGCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTLGCY-STATUS.

           SELECT ACCTCDRP-FILE ASSIGN TO "ACCTCDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTCDRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  ACCTLGCY-FILE.
       COPY "ACCTLGCY".

       FD  ACCTCDRP-FILE.
       01  ACCTCDRP-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS           PIC X(2).
               88  WS-ACCTMAST-OK           VALUE '00'.
               88  WS-ACCTMAST-EOF          VALUE '10'.
           05  WS-ACCTLGCY-STATUS           PIC X(2).
           05  WS-ACCTCDRP-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
               88  WS-EOF-REACHED           VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-ACCOUNTS-READ             PIC 9(7) COMP VALUE 0.
           05  WS-ACCOUNTS-LISTED           PIC 9(7) COMP VALUE 0.
           05  WS-LISTED-DISPLAY            PIC ZZZ,ZZ9.

       COPY "ACCTCHK-PARM".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the master, a fresh register and the
      * listing.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ACCTMAST-FILE.
           IF NOT WS-ACCTMAST-OK
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN OUTPUT ACCTLGCY-FILE.
           OPEN OUTPUT ACCTCDRP-FILE.
           MOVE SPACES TO ACCTCDRP-LINE.
           STRING 'ACCOUNTS WITHOUT A CHECK DIGIT - ' WS-RUN-DATE
               DELIMITED BY SIZE INTO ACCTCDRP-LINE.
           WRITE ACCTCDRP-LINE.
           MOVE SPACES TO ACCTCDRP-LINE.
           STRING 'ACCOUNT       CUSTOMER    TYPE  STATUS  BRANCH'
               DELIMITED BY SIZE INTO ACCTCDRP-LINE.
           WRITE ACCTCDRP-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-ONE-ACCOUNT - regenerate the check digit from the
      * first eleven positions; a number that does not come back
      * unchanged has none.  The register is not consulted here,
      * since this run is what builds it.
      ******************************************************************
       2000-CHECK-ONE-ACCOUNT.
           READ ACCTMAST-FILE.
           IF NOT WS-ACCTMAST-OK
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNTS-READ.
           SET ACK-FUNC-GENERATE TO TRUE.
           MOVE AM-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER.
           CALL "ACCTCHK" USING ACCTCHK-PARM.
           IF ACK-VALID
               AND ACK-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNTS-LISTED.
           MOVE SPACES TO ACCT-LEGACY-RECORD.
           MOVE AM-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO AL-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO AL-REGISTERED-DATE.
           WRITE ACCT-LEGACY-RECORD.
           MOVE SPACES TO ACCTCDRP-LINE.
           STRING AM-ACCOUNT-NUMBER '  ' AM-CUSTOMER-ID
               '  ' AM-ACCOUNT-TYPE '   ' AM-ACCOUNT-STATUS
               '       ' AM-BRANCH-ID
               DELIMITED BY SIZE INTO ACCTCDRP-LINE.
           WRITE ACCTCDRP-LINE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-ACCOUNTS-LISTED TO WS-LISTED-DISPLAY.
           MOVE SPACES TO ACCTCDRP-LINE.
           STRING 'ACCOUNTS LISTED AND REGISTERED: ' WS-LISTED-DISPLAY
               DELIMITED BY SIZE INTO ACCTCDRP-LINE.
           WRITE ACCTCDRP-LINE.
           CLOSE ACCTMAST-FILE.
           CLOSE ACCTLGCY-FILE.
           CLOSE ACCTCDRP-FILE.
           DISPLAY 'ACCTCDCV ACCOUNTS READ:     ' WS-ACCOUNTS-READ.
           DISPLAY 'ACCTCDCV ACCOUNTS LISTED:   ' WS-ACCOUNTS-LISTED.
       9000-EXIT.
           EXIT.
