      ******************************************************************
      * PROGRAM-ID: CRBUREAU
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Month-end credit bureau reporting file, run in the nightly
      *   post-sweep after CHGOFF so the month's charge-offs are on
      *   it.  On the last day of the month it builds CRBFILE in the
      *   bureaus' fixed-width layout: a header, one base segment
      *   per reportable account and a trailer with the counts.
      *   Reportable is every account that owes us money and sits
      *   in TXNAGE's 30, 60 or 90-day buckets, and every charged-
      *   off account with a balance still owing (or paid off this
      *   month).  The bureau status comes from ACCTMAST (charged
      *   off or not) and the buckets, the amount past due from the
      *   buckets, and the consumer's name and address from
      *   CUSTMAST.  An account the consumer disputes - an open
      *   DISPMAST case or a COLLCASE case in dispute - carries the
      *   XB compliance code.  The control report lists every
      *   segment with the totals and sign-off lines, and is signed
      *   before the file goes to the bureaus.  On other nights the
      *   step writes only the report heading and leaves last
      *   month's file alone.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  The consumer's SSN now reports from the
      *                    customer's taxpayer ID when it is typed
      *                    SSN; an EIN is not a consumer identifier
      *                    and stays off the segment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBUREAU.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXNAGE-RPT-FILE ASSIGN TO "TXNAGERP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNAGE-RPT-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT COLLCASE-FILE ASSIGN TO "COLLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ACCOUNT-NUMBER
               FILE STATUS IS WS-COLLCASE-STATUS.

           SELECT DISPMAST-FILE ASSIGN TO "DISPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CASE-ID
               ALTERNATE RECORD KEY IS DP-TXN-ID
               FILE STATUS IS WS-DISPMAST-STATUS.

           SELECT CHGOFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT LOANMAST-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT CRBFILE-FILE ASSIGN TO "CRBFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRBFILE-STATUS.

           SELECT CRBURRPT-FILE ASSIGN TO "CRBURRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRBURRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXNAGE-RPT-FILE.
       01  TXNAGE-RPT-LINE                  PIC X(80).

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  COLLCASE-FILE.
       COPY "COLLCASE".

       FD  DISPMAST-FILE.
       COPY "DISPMAST".

       FD  CHGOFF-FILE.
       COPY "CHGOFF".

       FD  LOANMAST-FILE.
       COPY "LOANMAST".

       FD  CRBFILE-FILE.
       01  CRBFILE-LINE                     PIC X(426).

       FD  CRBURRPT-FILE.
       01  CRBURRPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "TXNAGE-RPT".
       COPY "CRBUREAU".

      ******************************************************************
      * CB-DEFAULTS - how this bank identifies itself to the bureaus.
      ******************************************************************
       01  CB-DEFAULTS.
           05  CB-REPORTER-IDENT            PIC X(20)
                   VALUE 'CSG0000001'.
           05  CB-REPORTER-NAME             PIC X(40)
                   VALUE 'CUSTOMER SYSTEMS GROUP'.
           05  CB-REPORTER-PHONE            PIC 9(10) VALUE 0.
           05  CB-PROGRAM-DATE              PIC 9(8) VALUE 10152026.

      ******************************************************************
      * CB-MONTH-DAYS gives the day count of each month in a common
      * year; February is corrected for leap years where it is used.
      ******************************************************************
       01  CB-MONTH-DAYS-VALUES.
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
       01  CB-MONTH-DAYS REDEFINES CB-MONTH-DAYS-VALUES.
           05  CB-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-FILE-STATUSES.
           05  WS-TXNAGE-RPT-STATUS         PIC X(2).
               88  WS-TXNAGE-RPT-OK         VALUE '00'.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-COLLCASE-STATUS           PIC X(2).
               88  WS-COLLCASE-OK           VALUE '00'.
           05  WS-DISPMAST-STATUS           PIC X(2).
               88  WS-DISPMAST-OK           VALUE '00'.
           05  WS-CHGOFF-STATUS             PIC X(2).
               88  WS-CHGOFF-OK             VALUE '00'.
           05  WS-LOANMAST-STATUS           PIC X(2).
               88  WS-LOANMAST-OK           VALUE '00'.
           05  WS-CRBFILE-STATUS            PIC X(2).
           05  WS-CRBURRPT-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-AGING-EOF-IND             PIC X(1).
               88  WS-AGING-DONE            VALUE 'Y'.
           05  WS-CHGOFF-EOF-IND            PIC X(1).
               88  WS-CHGOFF-DONE           VALUE 'Y'.
           05  WS-DISP-EOF-IND              PIC X(1).
               88  WS-DISP-DONE             VALUE 'Y'.
           05  WS-MONTH-END-IND             PIC X(1).
               88  WS-MONTH-END             VALUE 'Y'.
           05  WS-MASTERS-OPEN-IND          PIC X(1).
               88  WS-MASTERS-OPEN          VALUE 'Y'.
           05  WS-AGING-OPEN-IND            PIC X(1).
               88  WS-AGING-OPEN            VALUE 'Y'.
           05  WS-COLLCASE-OPEN-IND         PIC X(1).
               88  WS-COLLCASE-OPEN         VALUE 'Y'.
           05  WS-CHGOFF-OPEN-IND           PIC X(1).
               88  WS-CHGOFF-OPEN           VALUE 'Y'.
           05  WS-LOANMAST-OPEN-IND         PIC X(1).
               88  WS-LOANMAST-OPEN         VALUE 'Y'.
           05  WS-CASE-ON-FILE-IND          PIC X(1).
               88  WS-CASE-ON-FILE          VALUE 'Y'.
           05  WS-LOAN-ON-FILE-IND          PIC X(1).
               88  WS-LOAN-ON-FILE          VALUE 'Y'.
           05  WS-DISPUTED-IND              PIC X(1).
               88  WS-DISPUTED              VALUE 'Y'.
           05  WS-DISPMAST-OPEN-IND         PIC X(1).
               88  WS-DISPMAST-OPEN         VALUE 'Y'.
           05  WS-SEGMENT-OK-IND            PIC X(1).
               88  WS-SEGMENT-OK            VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-DATE-GRP REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR              PIC 9(4).
               10  WS-RUN-MONTH             PIC 9(2).
               10  WS-RUN-DAY               PIC 9(2).
           05  WS-MONTH-START               PIC 9(8).
           05  WS-MONTH-LIMIT               PIC 9(2).
           05  WS-QUOTIENT                  PIC 9(4) COMP.
           05  WS-REM4                      PIC 9(4) COMP.
           05  WS-REM100                    PIC 9(4) COMP.
           05  WS-REM400                    PIC 9(4) COMP.
           05  WS-SUB                       PIC 9(5) COMP.
           05  WS-AMOUNT-OWED               PIC S9(9)V99 COMP-3.
           05  WS-PAST-DUE                  PIC S9(9)V99 COMP-3.
           05  WS-DOLLARS                   PIC 9(9).
           05  WS-BALANCE-TOTAL             PIC S9(13)V99 COMP-3.
           05  WS-PAST-DUE-TOTAL            PIC S9(13)V99 COMP-3.
           05  WS-SKIPPED-COUNT             PIC 9(7) COMP.

      ******************************************************************
      * Date conversion work: CCYYMMDD in, MMDDCCYY out.
      ******************************************************************
       01  WS-DATE-WORK.
           05  WS-ISO-DATE                  PIC 9(8).
           05  WS-ISO-DATE-GRP REDEFINES WS-ISO-DATE.
               10  WS-ISO-YEAR              PIC 9(4).
               10  WS-ISO-MONTH             PIC 9(2).
               10  WS-ISO-DAY               PIC 9(2).
           05  WS-MDY-DATE                  PIC 9(8).
           05  WS-MDY-DATE-GRP REDEFINES WS-MDY-DATE.
               10  WS-MDY-MONTH             PIC 9(2).
               10  WS-MDY-DAY               PIC 9(2).
               10  WS-MDY-YEAR              PIC 9(4).

      ******************************************************************
      * Name split work: CM-CUSTOMER-NAME is held as one field, given
      * name first; the last word is the surname.
      ******************************************************************
       01  WS-NAME-WORK.
           05  WS-NAME-WORD-COUNT           PIC 9(2) COMP.
           05  WS-NAME-WORD OCCURS 4 TIMES  PIC X(25).

      ******************************************************************
      * Accounts with an open DISPMAST case, loaded once up front.
      ******************************************************************
       01  WS-DISPUTE-TABLE.
           05  WS-DISPUTE-COUNT             PIC 9(5) COMP VALUE 0.
           05  WS-DISPUTE-ENTRY OCCURS 1 TO 5000
                   DEPENDING ON WS-DISPUTE-COUNT.
               10  DT-ACCOUNT-NUMBER        PIC X(12).

       01  WS-STATUS-COUNTS.
           05  WS-COUNT-64                  PIC 9(7) COMP.
           05  WS-COUNT-71                  PIC 9(7) COMP.
           05  WS-COUNT-78                  PIC 9(7) COMP.
           05  WS-COUNT-80                  PIC 9(7) COMP.
           05  WS-COUNT-97                  PIC 9(7) COMP.
           05  WS-COUNT-XB                  PIC 9(7) COMP.
           05  WS-COUNT-SSN                 PIC 9(7) COMP.
           05  WS-COUNT-DOB                 PIC 9(7) COMP.
           05  WS-COUNT-PHONE               PIC 9(7) COMP.

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-BALANCE-DISPLAY           PIC Z(8)9.
           05  WS-PAST-DUE-DISPLAY          PIC Z(8)9.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.
           05  WS-TOTAL-DISPLAY             PIC -(12)9.99.

       LINKAGE SECTION.
       01  CRBUREAU-REPORTED                PIC 9(7) COMP.
       01  CRBUREAU-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING CRBUREAU-REPORTED
           CRBUREAU-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-MONTH-END AND WS-MASTERS-OPEN
               PERFORM 1500-LOAD-ONE-DISPUTE THRU 1500-EXIT
                   UNTIL WS-DISP-DONE
               PERFORM 1900-WRITE-HEADER THRU 1900-EXIT
               PERFORM 2000-REPORT-ONE-AGED THRU 2000-EXIT
                   UNTIL WS-AGING-DONE
               PERFORM 3000-REPORT-ONE-CHARGE-OFF THRU 3000-EXIT
                   UNTIL WS-CHGOFF-DONE
               PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the control report always opens; the rest
      * only at month end.  No account or customer master stops the
      * step.  No aging file, case file, dispute file, charge-off
      * file or loan master each just means nothing of that kind to
      * report from; a missing aging file is flagged with RC 4.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO CRBUREAU-REPORTED.
           MOVE 0 TO CRBUREAU-RETURN-CODE.
           MOVE 'Y' TO WS-AGING-EOF-IND.
           MOVE 'Y' TO WS-CHGOFF-EOF-IND.
           MOVE 'Y' TO WS-DISP-EOF-IND.
           MOVE 'N' TO WS-MONTH-END-IND.
           MOVE 'N' TO WS-MASTERS-OPEN-IND.
           MOVE 'N' TO WS-AGING-OPEN-IND.
           MOVE 'N' TO WS-COLLCASE-OPEN-IND.
           MOVE 'N' TO WS-CHGOFF-OPEN-IND.
           MOVE 'N' TO WS-LOANMAST-OPEN-IND.
           MOVE 'N' TO WS-DISPMAST-OPEN-IND.
           MOVE 0 TO WS-BALANCE-TOTAL.
           MOVE 0 TO WS-PAST-DUE-TOTAL.
           MOVE 0 TO WS-SKIPPED-COUNT.
           INITIALIZE WS-STATUS-COUNTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START (7:2).
           OPEN OUTPUT CRBURRPT-FILE.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'CREDIT BUREAU REPORTING CONTROL REPORT - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           PERFORM 7000-SET-MONTH-LIMIT THRU 7000-EXIT.
           IF WS-RUN-DAY = WS-MONTH-LIMIT
               MOVE 'Y' TO WS-MONTH-END-IND
           END-IF.
           IF NOT WS-MONTH-END
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               MOVE 8 TO CRBUREAU-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = '00'
               CLOSE ACCTMAST-FILE
               MOVE 8 TO CRBUREAU-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTERS-OPEN-IND.
           OPEN OUTPUT CRBFILE-FILE.
           OPEN INPUT TXNAGE-RPT-FILE.
           IF WS-TXNAGE-RPT-OK
               MOVE 'Y' TO WS-AGING-OPEN-IND
               MOVE 'N' TO WS-AGING-EOF-IND
           ELSE
               MOVE 4 TO CRBUREAU-RETURN-CODE
           END-IF.
           OPEN INPUT COLLCASE-FILE.
           IF WS-COLLCASE-OK
               MOVE 'Y' TO WS-COLLCASE-OPEN-IND
           END-IF.
           OPEN INPUT LOANMAST-FILE.
           IF WS-LOANMAST-OK
               MOVE 'Y' TO WS-LOANMAST-OPEN-IND
           END-IF.
           OPEN INPUT CHGOFF-FILE.
           IF WS-CHGOFF-OK
               MOVE 'Y' TO WS-CHGOFF-OPEN-IND
               MOVE 'N' TO WS-CHGOFF-EOF-IND
               MOVE LOW-VALUES TO CO-ACCOUNT-NUMBER
               START CHGOFF-FILE
                   KEY IS NOT LESS THAN CO-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-CHGOFF-EOF-IND
               END-START
           END-IF.
           OPEN INPUT DISPMAST-FILE.
           IF WS-DISPMAST-OK
               MOVE 'Y' TO WS-DISPMAST-OPEN-IND
               MOVE 'N' TO WS-DISP-EOF-IND
               MOVE 0 TO DP-CASE-ID
               START DISPMAST-FILE KEY IS NOT LESS THAN DP-CASE-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-DISP-EOF-IND
               END-START
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-ONE-DISPUTE - keep the account of every open
      * DISPMAST case; a closed case no longer carries the code.
      ******************************************************************
       1500-LOAD-ONE-DISPUTE.
           READ DISPMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DISP-EOF-IND
                   GO TO 1500-EXIT
           END-READ.
           IF NOT DP-CASE-OPEN
               GO TO 1500-EXIT
           END-IF.
           IF WS-DISPUTE-COUNT NOT < 5000
               MOVE 4 TO CRBUREAU-RETURN-CODE
               MOVE 'Y' TO WS-DISP-EOF-IND
               MOVE SPACES TO CRBURRPT-LINE
               MOVE 'DISPUTE TABLE FULL - LATER DISPUTES NOT CODED'
                   TO CRBURRPT-LINE
               WRITE CRBURRPT-LINE
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-DISPUTE-COUNT.
           MOVE DP-ACCOUNT-NUMBER TO
               DT-ACCOUNT-NUMBER (WS-DISPUTE-COUNT).
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1900-WRITE-HEADER - the file's header record.
      ******************************************************************
       1900-WRITE-HEADER.
           INITIALIZE CB-HEADER-RECORD.
           MOVE 426 TO CB-HD-RDW.
           MOVE 'HEADER' TO CB-HD-RECORD-ID.
           MOVE SPACES TO CB-HD-CYCLE-ID.
           MOVE CB-REPORTER-IDENT TO CB-HD-EQUIFAX-ID.
           MOVE CB-REPORTER-IDENT TO CB-HD-EXPERIAN-ID.
           MOVE CB-REPORTER-IDENT TO CB-HD-TRANSUNION-ID.
           MOVE CB-REPORTER-IDENT TO CB-HD-INNOVIS-ID.
           MOVE WS-RUN-DATE TO WS-ISO-DATE.
           PERFORM 7100-CONVERT-DATE THRU 7100-EXIT.
           MOVE WS-MDY-DATE TO CB-HD-ACTIVITY-DATE.
           MOVE WS-MDY-DATE TO CB-HD-CREATED-DATE.
           MOVE CB-PROGRAM-DATE TO CB-HD-PROGRAM-DATE.
           MOVE CB-PROGRAM-DATE TO CB-HD-REVISION-DATE.
           MOVE CB-REPORTER-NAME TO CB-HD-REPORTER-NAME.
           MOVE SPACES TO CB-HD-REPORTER-ADDRESS.
           MOVE CB-REPORTER-PHONE TO CB-HD-REPORTER-PHONE.
           MOVE CB-REPORTER-NAME TO CB-HD-SOFTWARE-VENDOR.
           MOVE '01.00' TO CB-HD-SOFTWARE-VERSION.
           MOVE CB-HEADER-RECORD TO CRBFILE-LINE.
           WRITE CRBFILE-LINE.
           GO TO 1900-EXIT.
       1900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REPORT-ONE-AGED - one aging line.  An account owing us
      * money with anything in the 30, 60 or 90-day buckets is
      * reported past due at its worst bucket.  Charged-off
      * accounts are reported from the charge-off file instead.
      ******************************************************************
       2000-REPORT-ONE-AGED.
           READ TXNAGE-RPT-FILE
               AT END
                   MOVE 'Y' TO WS-AGING-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           MOVE TXNAGE-RPT-LINE TO TXNAGE-RPT-RECORD.
           IF TA-BUCKET-30 = 0 AND TA-BUCKET-60 = 0
               AND TA-BUCKET-90 = 0
               GO TO 2000-EXIT
           END-IF.
           MOVE TA-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 2000-EXIT
           END-READ.
           IF AM-STATUS-CHARGED-OFF
               GO TO 2000-EXIT
           END-IF.
           IF AM-ACCOUNT-BALANCE NOT < 0
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-AMOUNT-OWED = AM-ACCOUNT-BALANCE * -1.
           COMPUTE WS-PAST-DUE = TA-BUCKET-30 + TA-BUCKET-60
               + TA-BUCKET-90.
           IF WS-PAST-DUE < 0
               COMPUTE WS-PAST-DUE = WS-PAST-DUE * -1
           END-IF.
           IF WS-PAST-DUE > WS-AMOUNT-OWED
               MOVE WS-AMOUNT-OWED TO WS-PAST-DUE
           END-IF.
           PERFORM 6000-START-SEGMENT THRU 6000-EXIT.
           IF NOT WS-SEGMENT-OK
               GO TO 2000-EXIT
           END-IF.
           IF TA-BUCKET-90 NOT = 0
               MOVE '80' TO CB-BS-ACCOUNT-STATUS
               MOVE '3' TO CB-BS-PAYMENT-HISTORY (1:1)
           ELSE
               IF TA-BUCKET-60 NOT = 0
                   MOVE '78' TO CB-BS-ACCOUNT-STATUS
                   MOVE '2' TO CB-BS-PAYMENT-HISTORY (1:1)
               ELSE
                   MOVE '71' TO CB-BS-ACCOUNT-STATUS
                   MOVE '1' TO CB-BS-PAYMENT-HISTORY (1:1)
               END-IF
           END-IF.
           IF WS-CASE-ON-FILE
               MOVE CL-OPEN-DATE TO WS-ISO-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-ISO-DATE
           END-IF.
           IF WS-LOAN-ON-FILE AND LN-OLDEST-UNPAID-DATE NOT = 0
               MOVE LN-OLDEST-UNPAID-DATE TO WS-ISO-DATE
           END-IF.
           PERFORM 7100-CONVERT-DATE THRU 7100-EXIT.
           MOVE WS-MDY-DATE TO CB-BS-DATE-FIRST-DELINQ.
           MOVE WS-AMOUNT-OWED TO WS-DOLLARS.
           MOVE WS-DOLLARS TO CB-BS-CURRENT-BALANCE.
           IF NOT WS-LOAN-ON-FILE
               MOVE WS-DOLLARS TO CB-BS-HIGHEST-CREDIT
           END-IF.
           MOVE WS-PAST-DUE TO WS-DOLLARS.
           MOVE WS-DOLLARS TO CB-BS-AMOUNT-PAST-DUE.
           PERFORM 6500-WRITE-SEGMENT THRU 6500-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-ONE-CHARGE-OFF - one charge-off record.  A
      * balance still owing is reported 97 every month; one paid
      * off is reported 64 in the month the last of it came in,
      * then drops off the file.
      ******************************************************************
       3000-REPORT-ONE-CHARGE-OFF.
           READ CHGOFF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHGOFF-EOF-IND
                   GO TO 3000-EXIT
           END-READ.
           COMPUTE WS-AMOUNT-OWED = CO-CHARGED-OFF-AMOUNT
               - CO-RECOVERED-TO-DATE.
           IF WS-AMOUNT-OWED NOT > 0
               AND CO-LAST-RECOVERY-DATE < WS-MONTH-START
               GO TO 3000-EXIT
           END-IF.
           MOVE CO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 3000-EXIT
           END-READ.
           MOVE WS-AMOUNT-OWED TO WS-PAST-DUE.
           IF WS-PAST-DUE < 0
               MOVE 0 TO WS-PAST-DUE
               MOVE 0 TO WS-AMOUNT-OWED
           END-IF.
           PERFORM 6000-START-SEGMENT THRU 6000-EXIT.
           IF NOT WS-SEGMENT-OK
               GO TO 3000-EXIT
           END-IF.
           IF WS-AMOUNT-OWED > 0
               MOVE '97' TO CB-BS-ACCOUNT-STATUS
           ELSE
               MOVE '64' TO CB-BS-ACCOUNT-STATUS
               MOVE 'L' TO CB-BS-PAYMENT-RATING
           END-IF.
           MOVE 'L' TO CB-BS-PAYMENT-HISTORY (1:1).
           MOVE CO-CASE-OPEN-DATE TO WS-ISO-DATE.
           PERFORM 7100-CONVERT-DATE THRU 7100-EXIT.
           MOVE WS-MDY-DATE TO CB-BS-DATE-FIRST-DELINQ.
           MOVE CO-CHARGE-OFF-DATE TO WS-ISO-DATE.
           PERFORM 7100-CONVERT-DATE THRU 7100-EXIT.
           MOVE WS-MDY-DATE TO CB-BS-DATE-CLOSED.
           IF CO-LAST-RECOVERY-DATE NOT = 0
               MOVE CO-LAST-RECOVERY-DATE TO WS-ISO-DATE
               PERFORM 7100-CONVERT-DATE THRU 7100-EXIT
               MOVE WS-MDY-DATE TO CB-BS-DATE-LAST-PAYMENT
           END-IF.
           MOVE CO-CHARGED-OFF-AMOUNT TO WS-DOLLARS.
           MOVE WS-DOLLARS TO CB-BS-ORIG-CHARGE-OFF.
           IF NOT WS-LOAN-ON-FILE
               MOVE WS-DOLLARS TO CB-BS-HIGHEST-CREDIT
           END-IF.
           MOVE WS-AMOUNT-OWED TO WS-DOLLARS.
           MOVE WS-DOLLARS TO CB-BS-CURRENT-BALANCE.
           MOVE WS-DOLLARS TO CB-BS-AMOUNT-PAST-DUE.
           PERFORM 6500-WRITE-SEGMENT THRU 6500-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-START-SEGMENT - the parts of a base segment every
      * reportable account shares: identification, the product
      * terms (a loan's from LOANMAST, an overdrawn deposit account
      * as a line of credit), the dispute code, and the consumer
      * from CUSTMAST.  The account record is in the FD area.  A
      * customer not on file skips the account.
      ******************************************************************
       6000-START-SEGMENT.
           MOVE 'N' TO WS-SEGMENT-OK-IND.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 4 TO CRBUREAU-RETURN-CODE
                   MOVE SPACES TO CRBURRPT-LINE
                   STRING 'ACCOUNT ' AM-ACCOUNT-NUMBER
                       ' NOT REPORTED - CUSTOMER NOT ON FILE'
                       DELIMITED BY SIZE INTO CRBURRPT-LINE
                   WRITE CRBURRPT-LINE
                   GO TO 6000-EXIT
           END-READ.
           MOVE 'Y' TO WS-SEGMENT-OK-IND.
           INITIALIZE CB-BASE-SEGMENT.
           MOVE 426 TO CB-BS-RDW.
           MOVE '1' TO CB-BS-PROCESSING-IND.
           MOVE WS-RUN-DATE TO WS-ISO-DATE.
           PERFORM 7100-CONVERT-DATE THRU 7100-EXIT.
           MOVE WS-MDY-DATE TO CB-BS-TIME-STAMP (1:8).
           MOVE WS-MDY-DATE TO CB-BS-DATE-ACCT-INFO.
           MOVE SPACES TO CB-BS-CORRECTION-IND.
           MOVE CB-REPORTER-IDENT TO CB-BS-IDENT-NUMBER.
           MOVE SPACES TO CB-BS-CYCLE-ID.
           MOVE AM-ACCOUNT-NUMBER TO CB-BS-ACCOUNT-NUMBER.
           MOVE ALL 'B' TO CB-BS-PAYMENT-HISTORY.
           MOVE SPACES TO CB-BS-PAYMENT-RATING.
           MOVE SPACES TO CB-BS-SPECIAL-COMMENT.
           MOVE SPACES TO CB-BS-COMPLIANCE-CODE.
           MOVE SPACES TO CB-BS-INTEREST-TYPE.
           MOVE '1' TO CB-BS-ECOA-CODE.
           MOVE SPACES TO CB-BS-CONSUMER-INFO-IND.
           MOVE SPACES TO CB-BS-GENERATION-CODE.
           MOVE SPACES TO CB-BS-ADDRESS-IND.
           MOVE SPACES TO CB-BS-RESIDENCE-CODE.
           PERFORM 6100-SET-TERMS THRU 6100-EXIT.
           PERFORM 6200-CHECK-DISPUTE THRU 6200-EXIT.
           IF WS-DISPUTED
               MOVE 'XB' TO CB-BS-COMPLIANCE-CODE
           END-IF.
           PERFORM 6300-SET-CONSUMER THRU 6300-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-SET-TERMS - a loan reports as an installment account on
      * its note terms; anything else reports as an overdraft line
      * opened with the customer relationship.
      ******************************************************************
       6100-SET-TERMS.
           MOVE 'N' TO WS-LOAN-ON-FILE-IND.
           IF WS-LOANMAST-OPEN
               MOVE AM-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER
               READ LOANMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOAN-ON-FILE-IND
               END-READ
           END-IF.
           IF NOT WS-LOAN-ON-FILE
               MOVE 'C' TO CB-BS-PORTFOLIO-TYPE
               MOVE '15' TO CB-BS-ACCOUNT-TYPE
               MOVE 'LOC' TO CB-BS-TERMS-DURATION
               MOVE 'M' TO CB-BS-TERMS-FREQUENCY
               MOVE CM-DATE-OPENED TO WS-ISO-DATE
               PERFORM 7100-CONVERT-DATE THRU 7100-EXIT
               MOVE WS-MDY-DATE TO CB-BS-DATE-OPENED
               GO TO 6100-EXIT
           END-IF.
           MOVE 'I' TO CB-BS-PORTFOLIO-TYPE.
           MOVE '01' TO CB-BS-ACCOUNT-TYPE.
           MOVE LN-TERM-MONTHS TO CB-BS-TERMS-DURATION.
           MOVE 'M' TO CB-BS-TERMS-FREQUENCY.
           MOVE 'F' TO CB-BS-INTEREST-TYPE.
           MOVE LN-OPEN-DATE TO WS-ISO-DATE.
           PERFORM 7100-CONVERT-DATE THRU 7100-EXIT.
           MOVE WS-MDY-DATE TO CB-BS-DATE-OPENED.
           MOVE LN-ORIGINAL-PRINCIPAL TO WS-DOLLARS.
           MOVE WS-DOLLARS TO CB-BS-HIGHEST-CREDIT.
           MOVE LN-INSTALLMENT-AMOUNT TO WS-DOLLARS.
           MOVE WS-DOLLARS TO CB-BS-SCHED-PAYMENT.
           MOVE LN-LAST-PAYMENT-AMOUNT TO WS-DOLLARS.
           MOVE WS-DOLLARS TO CB-BS-ACTUAL-PAYMENT.
           MOVE LN-LAST-PAYMENT-DATE TO WS-ISO-DATE.
           PERFORM 7100-CONVERT-DATE THRU 7100-EXIT.
           MOVE WS-MDY-DATE TO CB-BS-DATE-LAST-PAYMENT.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-CHECK-DISPUTE - disputed if an open DISPMAST case is on
      * the account or its collections case is in dispute.  The
      * case, when there is one, stays in the FD area for the
      * first-delinquency date.
      ******************************************************************
       6200-CHECK-DISPUTE.
           MOVE 'N' TO WS-DISPUTED-IND.
           MOVE 'N' TO WS-CASE-ON-FILE-IND.
           IF WS-COLLCASE-OPEN
               MOVE AM-ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER
               READ COLLCASE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CASE-ON-FILE-IND
               END-READ
           END-IF.
           IF WS-CASE-ON-FILE AND CL-CASE-DISPUTE
               MOVE 'Y' TO WS-DISPUTED-IND
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6210-CHECK-ONE-DISPUTE THRU 6210-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DISPUTE-COUNT
                  OR WS-DISPUTED.
           GO TO 6200-EXIT.
       6200-EXIT.
           EXIT.

       6210-CHECK-ONE-DISPUTE.
           IF DT-ACCOUNT-NUMBER (WS-SUB) = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-DISPUTED-IND
           END-IF.
           GO TO 6210-EXIT.
       6210-EXIT.
           EXIT.

      ******************************************************************
      * 6300-SET-CONSUMER - name, SSN, phone and address from
      * CUSTMAST.
      * The name splits on spaces: first word given name, last word
      * surname, a third word in between the middle name.
      ******************************************************************
       6300-SET-CONSUMER.
           MOVE 0 TO WS-NAME-WORD-COUNT.
           MOVE SPACES TO WS-NAME-WORD (1) WS-NAME-WORD (2)
               WS-NAME-WORD (3) WS-NAME-WORD (4).
           UNSTRING CM-CUSTOMER-NAME DELIMITED BY ALL SPACES
               INTO WS-NAME-WORD (1) WS-NAME-WORD (2)
                    WS-NAME-WORD (3) WS-NAME-WORD (4)
               TALLYING IN WS-NAME-WORD-COUNT.
           IF WS-NAME-WORD-COUNT > 1
               IF WS-NAME-WORD (WS-NAME-WORD-COUNT) = SPACES
                   SUBTRACT 1 FROM WS-NAME-WORD-COUNT
               END-IF
           END-IF.
           IF WS-NAME-WORD-COUNT < 2
               MOVE CM-CUSTOMER-NAME TO CB-BS-SURNAME
           ELSE
               MOVE WS-NAME-WORD (1) TO CB-BS-FIRST-NAME
               MOVE WS-NAME-WORD (WS-NAME-WORD-COUNT)
                   TO CB-BS-SURNAME
               IF WS-NAME-WORD-COUNT > 2
                   MOVE WS-NAME-WORD (2) TO CB-BS-MIDDLE-NAME
               END-IF
           END-IF.
           IF CM-TAX-ID-SSN AND CM-TAX-ID IS NUMERIC
               MOVE CM-TAX-ID TO CB-BS-SSN
               ADD 1 TO WS-COUNT-SSN
           END-IF.
           IF CM-PRIMARY-PHONE (1:10) IS NUMERIC
               MOVE CM-PRIMARY-PHONE (1:10) TO CB-BS-PHONE
               ADD 1 TO WS-COUNT-PHONE
           END-IF.
           MOVE CM-STREET-LINE-1 TO CB-BS-ADDRESS-1.
           MOVE CM-STREET-LINE-2 TO CB-BS-ADDRESS-2.
           MOVE CM-CITY TO CB-BS-CITY.
           MOVE CM-STATE-CODE TO CB-BS-STATE.
           MOVE CM-POSTAL-CODE (1:5) TO CB-BS-POSTAL-CODE.
           IF CM-POSTAL-CODE (6:1) = '-'
               MOVE CM-POSTAL-CODE (7:4) TO CB-BS-POSTAL-CODE (6:4)
           END-IF.
           MOVE CM-COUNTRY-CODE (1:2) TO CB-BS-COUNTRY-CODE.
           GO TO 6300-EXIT.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 6500-WRITE-SEGMENT - write the finished base segment, count
      * it by status and list it on the control report.
      ******************************************************************
       6500-WRITE-SEGMENT.
           MOVE CB-BASE-SEGMENT TO CRBFILE-LINE.
           WRITE CRBFILE-LINE.
           ADD 1 TO CRBUREAU-REPORTED.
           EVALUATE CB-BS-ACCOUNT-STATUS
               WHEN '64'
                   ADD 1 TO WS-COUNT-64
               WHEN '71'
                   ADD 1 TO WS-COUNT-71
               WHEN '78'
                   ADD 1 TO WS-COUNT-78
               WHEN '80'
                   ADD 1 TO WS-COUNT-80
               WHEN '97'
                   ADD 1 TO WS-COUNT-97
           END-EVALUATE.
           IF CB-BS-COMPLIANCE-CODE = 'XB'
               ADD 1 TO WS-COUNT-XB
           END-IF.
           ADD WS-AMOUNT-OWED TO WS-BALANCE-TOTAL.
           ADD WS-PAST-DUE TO WS-PAST-DUE-TOTAL.
           MOVE CB-BS-CURRENT-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE CB-BS-AMOUNT-PAST-DUE TO WS-PAST-DUE-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'ACCOUNT ' AM-ACCOUNT-NUMBER
               ' STATUS ' CB-BS-ACCOUNT-STATUS
               ' BALANCE ' WS-BALANCE-DISPLAY
               ' PAST DUE ' WS-PAST-DUE-DISPLAY
               ' ' CB-BS-COMPLIANCE-CODE
               ' ' CB-BS-SURNAME
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           GO TO 6500-EXIT.
       6500-EXIT.
           EXIT.

      ******************************************************************
      * 7000-SET-MONTH-LIMIT - the day count of the run date's
      * month, with February corrected for leap years.
      ******************************************************************
       7000-SET-MONTH-LIMIT.
           MOVE CB-MONTH-DAYS-ENTRY (WS-RUN-MONTH) TO WS-MONTH-LIMIT.
           IF WS-RUN-MONTH = 2
               DIVIDE WS-RUN-YEAR BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-REM4
               DIVIDE WS-RUN-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM100
               DIVIDE WS-RUN-YEAR BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM400
               IF WS-REM400 = 0
                   OR (WS-REM4 = 0 AND WS-REM100 NOT = 0)
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-CONVERT-DATE - WS-ISO-DATE (CCYYMMDD) to WS-MDY-DATE
      * (MMDDCCYY), the bureau order.  Zero stays zero.
      ******************************************************************
       7100-CONVERT-DATE.
           MOVE 0 TO WS-MDY-DATE.
           IF WS-ISO-DATE = 0
               GO TO 7100-EXIT
           END-IF.
           MOVE WS-ISO-MONTH TO WS-MDY-MONTH.
           MOVE WS-ISO-DAY TO WS-MDY-DAY.
           MOVE WS-ISO-YEAR TO WS-MDY-YEAR.
           GO TO 7100-EXIT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-TRAILER - the file's trailer record and the
      * control totals and sign-off block on the report.
      ******************************************************************
       8000-WRITE-TRAILER.
           INITIALIZE CB-TRAILER-RECORD.
           MOVE 426 TO CB-TR-RDW.
           MOVE 'TRAILER' TO CB-TR-RECORD-ID.
           MOVE CRBUREAU-REPORTED TO CB-TR-TOTAL-BASE.
           MOVE WS-COUNT-64 TO CB-TR-TOTAL-STATUS-64.
           MOVE WS-COUNT-71 TO CB-TR-TOTAL-STATUS-71.
           MOVE WS-COUNT-78 TO CB-TR-TOTAL-STATUS-78.
           MOVE WS-COUNT-80 TO CB-TR-TOTAL-STATUS-80.
           MOVE WS-COUNT-97 TO CB-TR-TOTAL-STATUS-97.
           MOVE WS-COUNT-XB TO CB-TR-TOTAL-COMPLIANCE-XB.
           MOVE WS-COUNT-SSN TO CB-TR-TOTAL-SSN.
           MOVE WS-COUNT-DOB TO CB-TR-TOTAL-DOB.
           MOVE WS-COUNT-PHONE TO CB-TR-TOTAL-PHONE.
           MOVE CB-TRAILER-RECORD TO CRBFILE-LINE.
           WRITE CRBFILE-LINE.
           MOVE CRBUREAU-REPORTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'BASE SEGMENTS WRITTEN    ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE WS-COUNT-71 TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'STATUS 71 (30 DAYS)      ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE WS-COUNT-78 TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'STATUS 78 (60 DAYS)      ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE WS-COUNT-80 TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'STATUS 80 (90 DAYS)      ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE WS-COUNT-97 TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'STATUS 97 (CHARGED OFF)  ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE WS-COUNT-64 TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'STATUS 64 (C/O PAID)     ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE WS-COUNT-XB TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'DISPUTED (XB)            ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'ACCOUNTS NOT REPORTED    ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE WS-BALANCE-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'TOTAL BALANCE REPORTED  ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE WS-PAST-DUE-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO CRBURRPT-LINE.
           STRING 'TOTAL PAST DUE REPORTED ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE SPACES TO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE 'PREPARED BY ______________________  DATE __________'
               TO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE SPACES TO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           MOVE 'APPROVED TO SEND ___________________  DATE __________'
               TO CRBURRPT-LINE.
           WRITE CRBURRPT-LINE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close whatever was opened.
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-MONTH-END
               MOVE SPACES TO CRBURRPT-LINE
               MOVE 'NOT MONTH END - NO BUREAU FILE BUILT'
                   TO CRBURRPT-LINE
               WRITE CRBURRPT-LINE
           END-IF.
           IF WS-MASTERS-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE CUSTMAST-FILE
               CLOSE CRBFILE-FILE
           END-IF.
           IF WS-DISPMAST-OPEN
               CLOSE DISPMAST-FILE
           END-IF.
           IF WS-AGING-OPEN
               CLOSE TXNAGE-RPT-FILE
           END-IF.
           IF WS-COLLCASE-OPEN
               CLOSE COLLCASE-FILE
           END-IF.
           IF WS-LOANMAST-OPEN
               CLOSE LOANMAST-FILE
           END-IF.
           IF WS-CHGOFF-OPEN
               CLOSE CHGOFF-FILE
           END-IF.
           CLOSE CRBURRPT-FILE.
       9000-EXIT.
           EXIT.
