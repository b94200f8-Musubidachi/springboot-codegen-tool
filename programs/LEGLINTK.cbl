      ******************************************************************
      * PROGRAM-ID: LEGLINTK
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Levy and garnishment intake.  Reads LEGLFEED, one legal
      *   order or case release per line.  A new order names the
      *   customer (or one of the customer's accounts), the order
      *   type, the amount demanded, the issuing agency and the
      *   served date.  The order opens a LEGLCASE case and freezes
      *   funds with a HOLDMAST legal hold on every open account
      *   the customer owns, whether as AM-CUSTOMER-ID on the master
      *   or as a secondary owner through ACCTOWN - up to the amount
      *   demanded, and never touching the protected amount: the
      *   benefit deposits credited to the account in the last 60
      *   days of the posting journal, as far as the balance covers
      *   them.  A benefit deposit is a journal credit whose TXN-ID
      *   carries one of the federal benefit originator prefixes in
      *   LI-BENEFIT-PREFIX-VALUES.  The answer letter to the agency
      *   goes to LEGLLTR.  A remit date not keyed defaults to 21
      *   days after service; LEGLREMT pays the held funds over on
      *   that date.  A release action takes every hold on the case
      *   off and closes the case released.  Entries that cannot be
      *   applied go to the reject report.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  Benefit deposits read per case account off
      *                    the journal index, so the lookback window
      *                    still reaches rows in a month rolled off
      *                    the live journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGLINTK.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGLFEED-FILE ASSIGN TO "LEGLFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGLFEED-STATUS.

           SELECT LEGLCASE-FILE ASSIGN TO "LEGLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CASE-ID
               ALTERNATE RECORD KEY IS LC-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-LEGLCASE-STATUS.

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

           SELECT ACCTOWN-FILE ASSIGN TO "ACCTOWN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWN-KEY
               ALTERNATE RECORD KEY IS AO-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTOWN-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT LEGLLTR-FILE ASSIGN TO "LEGLLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGLLTR-STATUS.

           SELECT LEGLREJ-FILE ASSIGN TO "LEGLREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGLREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGLFEED-FILE.
       01  LEGLFEED-LINE.
           05  LF-ACTION                    PIC X(1).
               88  LF-ACTION-NEW-ORDER      VALUE 'N'.
               88  LF-ACTION-RELEASE        VALUE 'R'.
           05  LF-CASE-ID                   PIC X(12).
           05  LF-CUSTOMER-ID               PIC 9(10).
           05  LF-ACCOUNT-NUMBER            PIC X(12).
           05  LF-ORDER-TYPE                PIC X(1).
           05  LF-AMOUNT-DEMANDED           PIC 9(9)V99.
           05  LF-AGENCY-NAME               PIC X(30).
           05  LF-AGENCY-REFERENCE          PIC X(20).
           05  LF-SERVED-DATE               PIC 9(8).
           05  LF-REMIT-DATE                PIC 9(8).

       FD  LEGLCASE-FILE.
       COPY "LEGLCASE".

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  ACCTOWN-FILE.
       COPY "ACCTOWN".

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  LEGLLTR-FILE.
       01  LEGLLTR-LINE                     PIC X(80).

       FD  LEGLREJ-FILE.
       01  LEGLREJ-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".

       01  WS-FILE-STATUSES.
           05  WS-LEGLFEED-STATUS           PIC X(2).
               88  WS-LEGLFEED-OK           VALUE '00'.
               88  WS-LEGLFEED-EOF          VALUE '10'.
           05  WS-LEGLCASE-STATUS           PIC X(2).
           05  WS-HOLDMAST-STATUS           PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-ACCTOWN-STATUS            PIC X(2).
               88  WS-ACCTOWN-OK            VALUE '00'.
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-LEGLLTR-STATUS            PIC X(2).
           05  WS-LEGLREJ-STATUS            PIC X(2).

      ******************************************************************
      * Federal benefit originators.  A journal credit whose TXN-ID
      * starts with one of these is a benefit deposit, protected
      * from a levy or garnishment for the lookback window.
      ******************************************************************
       01  LI-BENEFIT-PREFIX-VALUES.
           05  FILLER                  PIC X(3) VALUE 'SSA'.
           05  FILLER                  PIC X(3) VALUE 'SSI'.
           05  FILLER                  PIC X(3) VALUE 'VAB'.
           05  FILLER                  PIC X(3) VALUE 'RRB'.
           05  FILLER                  PIC X(3) VALUE 'OPM'.
       01  LI-BENEFIT-PREFIXES REDEFINES LI-BENEFIT-PREFIX-VALUES.
           05  LI-BENEFIT-PREFIX       PIC X(3) OCCURS 5 TIMES.

       01  LI-MONTH-DAYS-VALUES.
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
       01  LI-MONTH-DAYS REDEFINES LI-MONTH-DAYS-VALUES.
           05  LI-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
               88  WS-EOF-REACHED           VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-REJECT-REASON             PIC X(30).
           05  WS-ORDER-CUSTOMER-ID         PIC 9(10).
           05  WS-ACCT-SUB                  PIC 9(2) COMP.
           05  WS-FOUND-SUB                 PIC 9(2) COMP.
           05  WS-PREFIX-SUB                PIC 9(2) COMP.
           05  WS-BENEFIT-IND               PIC X(1).
               88  WS-IS-BENEFIT            VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-JRNLNDX-OPEN-IND          PIC X(1).
               88  WS-JRNLNDX-OPEN          VALUE 'Y'.
           05  WS-JRNL-ACCT-SUB             PIC 9(2) COMP.
           05  WS-CASE-WRITTEN-IND          PIC X(1).
               88  WS-CASE-WRITTEN          VALUE 'Y'.
           05  WS-HOLD-WRITTEN-IND          PIC X(1).
               88  WS-HOLD-WRITTEN          VALUE 'Y'.
           05  WS-CASE-SEQ                  PIC 9(9).
           05  WS-LOOKBACK-DAYS             PIC 9(3) COMP VALUE 60.
           05  WS-RUN-SERIAL-DAYS           PIC 9(7) COMP.
           05  WS-ROW-SERIAL-DAYS           PIC 9(7) COMP.
           05  WS-ROW-DATE                  PIC 9(8).
           05  WS-HOLD-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-PROTECTED                 PIC S9(9)V99 COMP-3.
           05  WS-FREEZABLE                 PIC S9(11)V99 COMP-3.
           05  WS-STILL-OWED                PIC S9(9)V99 COMP-3.
           05  WS-DAY-COUNT                 PIC 9(2) COMP.
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
           05  WS-ORDERS-OPENED             PIC 9(7) COMP VALUE 0.
           05  WS-CASES-RELEASED            PIC 9(7) COMP VALUE 0.
           05  WS-ACTIONS-REJECTED          PIC 9(7) COMP VALUE 0.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-DISPLAY-FIELDS.
           05  WS-AMOUNT-DISPLAY            PIC -(9)9.99.
           05  WS-HELD-DISPLAY              PIC -(9)9.99.
           05  WS-EXEMPT-DISPLAY            PIC -(9)9.99.
           05  WS-TYPE-DISPLAY              PIC X(11).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the feed, the case and hold masters
      * for update (creating either on first use), the account and
      * ownership masters, the journal index, the letter file and
      * the reject report.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DATESER" USING WS-RUN-DATE WS-RUN-SERIAL-DAYS.
           OPEN INPUT LEGLFEED-FILE.
           IF NOT WS-LEGLFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN I-O LEGLCASE-FILE.
           IF WS-LEGLCASE-STATUS = '35'
               OPEN OUTPUT LEGLCASE-FILE
               CLOSE LEGLCASE-FILE
               OPEN I-O LEGLCASE-FILE
           END-IF.
           OPEN I-O HOLDMAST-FILE.
           IF WS-HOLDMAST-STATUS = '35'
               OPEN OUTPUT HOLDMAST-FILE
               CLOSE HOLDMAST-FILE
               OPEN I-O HOLDMAST-FILE
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           OPEN INPUT ACCTOWN-FILE.
           MOVE 'N' TO WS-JRNLNDX-OPEN-IND.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           OPEN INPUT JRNLNDX-FILE.
           IF WS-JRNLNDX-OK
               MOVE 'Y' TO WS-JRNLNDX-OPEN-IND
           END-IF.
           OPEN OUTPUT LEGLLTR-FILE.
           OPEN OUTPUT LEGLREJ-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-ENTRY - one new order or one case release.
      ******************************************************************
       2000-APPLY-ONE-ENTRY.
           READ LEGLFEED-FILE.
           IF WS-LEGLFEED-EOF
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-LEGLFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF LF-ACTION-NEW-ORDER
               PERFORM 2100-OPEN-ONE-ORDER THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF LF-ACTION-RELEASE
               PERFORM 3000-RELEASE-ONE-CASE THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON.
           PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-OPEN-ONE-ORDER - edit the order, find the customer and
      * every open account they own, work out the protected benefit
      * amount per account, open the case, freeze what the order
      * can reach and answer the agency.
      ******************************************************************
       2100-OPEN-ONE-ORDER.
           IF LF-ORDER-TYPE NOT = 'L' AND NOT = 'G'
               MOVE 'ORDER TYPE MUST BE L OR G' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF LF-AMOUNT-DEMANDED = 0
               MOVE 'AMOUNT DEMANDED MUST BE NON-ZERO' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF LF-AGENCY-NAME = SPACES
               MOVE 'ISSUING AGENCY MISSING' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF LF-SERVED-DATE = 0
               OR LF-SERVED-DATE > WS-RUN-DATE
               MOVE 'SERVED DATE MISSING OR FUTURE' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF LF-REMIT-DATE NOT = 0
               AND LF-REMIT-DATE < LF-SERVED-DATE
               MOVE 'REMIT DATE BEFORE SERVED DATE' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF LF-CUSTOMER-ID NOT = 0
               MOVE LF-CUSTOMER-ID TO WS-ORDER-CUSTOMER-ID
           ELSE
               MOVE LF-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCTMAST-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                       GO TO 2100-EXIT
               END-READ
               MOVE AM-CUSTOMER-ID TO WS-ORDER-CUSTOMER-ID
           END-IF.
           INITIALIZE LEGAL-CASE-RECORD.
           MOVE WS-ORDER-CUSTOMER-ID TO LC-CUSTOMER-ID.
           MOVE LF-ORDER-TYPE TO LC-ORDER-TYPE.
           SET LC-CASE-ACTIVE TO TRUE.
           MOVE LF-AGENCY-NAME TO LC-AGENCY-NAME.
           MOVE LF-AGENCY-REFERENCE TO LC-AGENCY-REFERENCE.
           MOVE LF-AMOUNT-DEMANDED TO LC-AMOUNT-DEMANDED.
           MOVE LF-SERVED-DATE TO LC-SERVED-DATE.
           MOVE LF-REMIT-DATE TO LC-REMIT-DATE.
           IF LC-REMIT-DATE = 0
               PERFORM 2150-SET-REMIT-DATE THRU 2150-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO LC-OPENED-DATE.
           MOVE 0 TO LC-ACCOUNT-COUNT.
           PERFORM 2200-COLLECT-ACCOUNTS THRU 2200-EXIT.
           IF LC-ACCOUNT-COUNT = 0
               MOVE 'NO OPEN ACCOUNTS FOR CUSTOMER' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-SUM-BENEFIT-DEPOSITS THRU 2300-EXIT.
           MOVE 1 TO WS-CASE-SEQ.
           MOVE 'N' TO WS-CASE-WRITTEN-IND.
           PERFORM 2410-TRY-ONE-CASE-WRITE THRU 2410-EXIT
               UNTIL WS-CASE-WRITTEN
                   OR WS-CASE-SEQ > 999999998.
           IF NOT WS-CASE-WRITTEN
               MOVE 'NO FREE CASE ID' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE LC-AMOUNT-DEMANDED TO WS-STILL-OWED.
           PERFORM 2500-FREEZE-ONE-ACCOUNT THRU 2500-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > LC-ACCOUNT-COUNT.
           REWRITE LEGAL-CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM 2700-WRITE-ANSWER-LETTER THRU 2700-EXIT.
           ADD 1 TO WS-ORDERS-OPENED.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-SET-REMIT-DATE - an order served without a remit date
      * pays over 21 calendar days after service.
      ******************************************************************
       2150-SET-REMIT-DATE.
           MOVE LC-SERVED-DATE TO WS-CALC-DATE.
           PERFORM 2160-ADD-ONE-DAY THRU 2160-EXIT
               VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT > 21.
           MOVE WS-CALC-DATE TO LC-REMIT-DATE.
           GO TO 2150-EXIT.
       2150-EXIT.
           EXIT.

       2160-ADD-ONE-DAY.
           PERFORM 2170-SET-MONTH-LIMIT THRU 2170-EXIT.
           IF WS-CALC-DAY < WS-MONTH-LIMIT
               ADD 1 TO WS-CALC-DAY
               GO TO 2160-EXIT
           END-IF.
           MOVE 1 TO WS-CALC-DAY.
           IF WS-CALC-MONTH < 12
               ADD 1 TO WS-CALC-MONTH
           ELSE
               MOVE 1 TO WS-CALC-MONTH
               ADD 1 TO WS-CALC-YEAR
           END-IF.
           GO TO 2160-EXIT.
       2160-EXIT.
           EXIT.

       2170-SET-MONTH-LIMIT.
           MOVE LI-MONTH-DAYS-ENTRY (WS-CALC-MONTH) TO
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
           GO TO 2170-EXIT.
       2170-EXIT.
           EXIT.

      ******************************************************************
      * 2200-COLLECT-ACCOUNTS - every open account the customer owns:
      * the master's own accounts on AM-CUSTOMER-ID first, then the
      * accounts held as a secondary owner through ACCTOWN.
      ******************************************************************
       2200-COLLECT-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-ORDER-CUSTOMER-ID TO AM-CUSTOMER-ID.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2210-COLLECT-ONE-OWNED THRU 2210-EXIT
               UNTIL WS-SCAN-DONE.
           IF NOT WS-ACCTOWN-OK
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-ORDER-CUSTOMER-ID TO AO-CUSTOMER-ID.
           START ACCTOWN-FILE KEY IS NOT LESS THAN AO-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2220-COLLECT-ONE-JOINT THRU 2220-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2210-COLLECT-ONE-OWNED.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2210-EXIT
           END-READ.
           IF AM-CUSTOMER-ID NOT = WS-ORDER-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2210-EXIT
           END-IF.
           PERFORM 2250-ADD-CASE-ACCOUNT THRU 2250-EXIT.
           GO TO 2210-EXIT.
       2210-EXIT.
           EXIT.

       2220-COLLECT-ONE-JOINT.
           READ ACCTOWN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2220-EXIT
           END-READ.
           IF AO-CUSTOMER-ID NOT = WS-ORDER-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2220-EXIT
           END-IF.
           MOVE AO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 2220-EXIT
           END-READ.
           PERFORM 2250-ADD-CASE-ACCOUNT THRU 2250-EXIT.
           GO TO 2220-EXIT.
       2220-EXIT.
           EXIT.

      ******************************************************************
      * 2250-ADD-CASE-ACCOUNT - the account just read joins the case
      * unless it is closed, already listed, or the case is full.
      ******************************************************************
       2250-ADD-CASE-ACCOUNT.
           IF AM-STATUS-CLOSED
               GO TO 2250-EXIT
           END-IF.
           IF LC-ACCOUNT-COUNT = 10
               GO TO 2250-EXIT
           END-IF.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM 2260-CHECK-ONE-LISTED THRU 2260-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > LC-ACCOUNT-COUNT.
           IF WS-FOUND-SUB NOT = 0
               GO TO 2250-EXIT
           END-IF.
           ADD 1 TO LC-ACCOUNT-COUNT.
           MOVE AM-ACCOUNT-NUMBER TO
               LC-ACCOUNT-NUMBER (LC-ACCOUNT-COUNT).
           MOVE 0 TO LC-HOLD-SEQ (LC-ACCOUNT-COUNT).
           MOVE 0 TO LC-HELD-AMOUNT (LC-ACCOUNT-COUNT).
           MOVE 0 TO LC-EXEMPT-AMOUNT (LC-ACCOUNT-COUNT).
           GO TO 2250-EXIT.
       2250-EXIT.
           EXIT.

       2260-CHECK-ONE-LISTED.
           IF LC-ACCOUNT-NUMBER (WS-ACCT-SUB) = AM-ACCOUNT-NUMBER
               MOVE WS-ACCT-SUB TO WS-FOUND-SUB
           END-IF.
           GO TO 2260-EXIT.
       2260-EXIT.
           EXIT.

      ******************************************************************
      * 2300-SUM-BENEFIT-DEPOSITS - total, per case account, the
      * benefit credits posted in the lookback window, read off the
      * journal index by account.  The totals ride in
      * LC-EXEMPT-AMOUNT until 2500 caps each one at the account's
      * balance.  No journal yet means nothing is protected.
      ******************************************************************
       2300-SUM-BENEFIT-DEPOSITS.
           IF NOT WS-JRNLNDX-OPEN
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2305-SUM-ONE-ACCOUNT THRU 2305-EXIT
               VARYING WS-JRNL-ACCT-SUB FROM 1 BY 1
               UNTIL WS-JRNL-ACCT-SUB > LC-ACCOUNT-COUNT.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

       2305-SUM-ONE-ACCOUNT.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LC-ACCOUNT-NUMBER (WS-JRNL-ACCT-SUB)
               TO PX-ACCOUNT-NUMBER.
           MOVE 0 TO PX-POST-DATE.
           MOVE 0 TO PX-JRNL-SEQ.
           START JRNLNDX-FILE KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2310-CHECK-ONE-JOURNAL-ROW THRU 2310-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 2305-EXIT.
       2305-EXIT.
           EXIT.

       2310-CHECK-ONE-JOURNAL-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2310-EXIT
           END-READ.
           IF NOT WS-JRNLNDX-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2310-EXIT
           END-IF.
           IF PX-ACCOUNT-NUMBER NOT =
               LC-ACCOUNT-NUMBER (WS-JRNL-ACCT-SUB)
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2310-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           IF PJ-TXN-AMOUNT NOT > 0
               GO TO 2310-EXIT
           END-IF.
           MOVE 'N' TO WS-BENEFIT-IND.
           PERFORM 2320-CHECK-ONE-PREFIX THRU 2320-EXIT
               VARYING WS-PREFIX-SUB FROM 1 BY 1
               UNTIL WS-PREFIX-SUB > 5.
           IF NOT WS-IS-BENEFIT
               GO TO 2310-EXIT
           END-IF.
           MOVE PJ-POST-DATE TO WS-ROW-DATE.
           CALL "DATESER" USING WS-ROW-DATE WS-ROW-SERIAL-DAYS.
           IF WS-ROW-SERIAL-DAYS + WS-LOOKBACK-DAYS <
               WS-RUN-SERIAL-DAYS
               GO TO 2310-EXIT
           END-IF.
           ADD PJ-TXN-AMOUNT TO LC-EXEMPT-AMOUNT (WS-JRNL-ACCT-SUB).
           GO TO 2310-EXIT.
       2310-EXIT.
           EXIT.

       2320-CHECK-ONE-PREFIX.
           IF PJ-TXN-ID (1:3) = LI-BENEFIT-PREFIX (WS-PREFIX-SUB)
               MOVE 'Y' TO WS-BENEFIT-IND
           END-IF.
           GO TO 2320-EXIT.
       2320-EXIT.
           EXIT.

       2410-TRY-ONE-CASE-WRITE.
           MOVE SPACES TO LC-CASE-ID.
           STRING 'LGL' WS-CASE-SEQ DELIMITED BY SIZE
               INTO LC-CASE-ID.
           WRITE LEGAL-CASE-RECORD
               INVALID KEY
                   ADD 1 TO WS-CASE-SEQ
               NOT INVALID KEY
                   SET WS-CASE-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2410-EXIT.
       2410-EXIT.
           EXIT.

      ******************************************************************
      * 2500-FREEZE-ONE-ACCOUNT - protect the benefit deposits as far
      * as the balance covers them, take off what other holds
      * already claim, and hold what is left up to the amount the
      * order still wants.  The legal hold carries the case ID and
      * stays until remittance or release.
      ******************************************************************
       2500-FREEZE-ONE-ACCOUNT.
           MOVE LC-ACCOUNT-NUMBER (WS-ACCT-SUB) TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 0 TO LC-EXEMPT-AMOUNT (WS-ACCT-SUB)
                   GO TO 2500-EXIT
           END-READ.
           MOVE LC-EXEMPT-AMOUNT (WS-ACCT-SUB) TO WS-PROTECTED.
           IF AM-ACCOUNT-BALANCE < WS-PROTECTED
               MOVE AM-ACCOUNT-BALANCE TO WS-PROTECTED
           END-IF.
           IF WS-PROTECTED < 0
               MOVE 0 TO WS-PROTECTED
           END-IF.
           MOVE WS-PROTECTED TO LC-EXEMPT-AMOUNT (WS-ACCT-SUB).
           ADD WS-PROTECTED TO LC-TOTAL-EXEMPT.
           IF WS-STILL-OWED NOT > 0
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2550-SUM-ACTIVE-HOLDS THRU 2550-EXIT.
           COMPUTE WS-FREEZABLE = AM-ACCOUNT-BALANCE
               - WS-HOLD-TOTAL - WS-PROTECTED.
           IF WS-FREEZABLE NOT > 0
               GO TO 2500-EXIT
           END-IF.
           IF WS-FREEZABLE > WS-STILL-OWED
               MOVE WS-STILL-OWED TO WS-FREEZABLE
           END-IF.
           INITIALIZE HOLD-RECORD.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO HD-CUSTOMER-ID.
           MOVE WS-FREEZABLE TO HD-HOLD-AMOUNT.
           SET HD-REASON-LEGAL TO TRUE.
           MOVE WS-RUN-DATE TO HD-PLACED-DATE.
           MOVE 0 TO HD-EXPIRY-DATE.
           MOVE 'LEGLINTK' TO HD-PLACED-BY.
           SET HD-STAT-ACTIVE TO TRUE.
           MOVE 0 TO HD-RELEASE-DATE.
           MOVE LC-CASE-ID TO HD-REFERENCE.
           MOVE 1 TO HD-HOLD-SEQ.
           MOVE 'N' TO WS-HOLD-WRITTEN-IND.
           PERFORM 2570-TRY-ONE-HOLD-WRITE THRU 2570-EXIT
               UNTIL WS-HOLD-WRITTEN
                   OR HD-HOLD-SEQ > 9999.
           IF NOT WS-HOLD-WRITTEN
               GO TO 2500-EXIT
           END-IF.
           MOVE HD-HOLD-SEQ TO LC-HOLD-SEQ (WS-ACCT-SUB).
           MOVE WS-FREEZABLE TO LC-HELD-AMOUNT (WS-ACCT-SUB).
           ADD WS-FREEZABLE TO LC-TOTAL-HELD.
           SUBTRACT WS-FREEZABLE FROM WS-STILL-OWED.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2550-SUM-ACTIVE-HOLDS - the account's holds already in force,
      * which the order cannot reach past.
      ******************************************************************
       2550-SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-HOLD-SEQ.
           START HOLDMAST-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2560-SUM-ONE-HOLD THRU 2560-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 2550-EXIT.
       2550-EXIT.
           EXIT.

       2560-SUM-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2560-EXIT
           END-READ.
           IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2560-EXIT
           END-IF.
           IF HD-STAT-ACTIVE
               AND (HD-EXPIRY-DATE = 0
                    OR HD-EXPIRY-DATE NOT < WS-RUN-DATE)
               ADD HD-HOLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
           GO TO 2560-EXIT.
       2560-EXIT.
           EXIT.

       2570-TRY-ONE-HOLD-WRITE.
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO HD-HOLD-SEQ
               NOT INVALID KEY
                   SET WS-HOLD-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2570-EXIT.
       2570-EXIT.
           EXIT.

      ******************************************************************
      * 2700-WRITE-ANSWER-LETTER - the answer to the agency: what was
      * frozen on each account, what the benefit protection kept
      * back, and when the held funds will be paid over.
      ******************************************************************
       2700-WRITE-ANSWER-LETTER.
           IF LC-TYPE-LEVY
               MOVE 'LEVY' TO WS-TYPE-DISPLAY
           ELSE
               MOVE 'GARNISHMENT' TO WS-TYPE-DISPLAY
           END-IF.
           MOVE SPACES TO LEGLLTR-LINE.
           STRING 'LEGAL ORDER ANSWER - OUR CASE ' LC-CASE-ID
               '  DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           MOVE SPACES TO LEGLLTR-LINE.
           STRING 'TO ' LC-AGENCY-NAME
               ' YOUR REF ' LC-AGENCY-REFERENCE
               DELIMITED BY SIZE INTO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           MOVE LC-AMOUNT-DEMANDED TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO LEGLLTR-LINE.
           STRING WS-TYPE-DISPLAY ' SERVED ' LC-SERVED-DATE
               ' ON CUSTOMER ' LC-CUSTOMER-ID
               ' DEMANDING ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           PERFORM 2710-WRITE-ONE-ACCOUNT-LINE THRU 2710-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > LC-ACCOUNT-COUNT.
           MOVE LC-TOTAL-HELD TO WS-HELD-DISPLAY.
           MOVE LC-TOTAL-EXEMPT TO WS-EXEMPT-DISPLAY.
           MOVE SPACES TO LEGLLTR-LINE.
           STRING 'TOTAL HELD ' WS-HELD-DISPLAY
               '  TOTAL PROTECTED ' WS-EXEMPT-DISPLAY
               DELIMITED BY SIZE INTO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           MOVE SPACES TO LEGLLTR-LINE.
           IF LC-TOTAL-HELD > 0
               STRING 'FUNDS HELD WILL BE REMITTED ON '
                   LC-REMIT-DATE
                   DELIMITED BY SIZE INTO LEGLLTR-LINE
           ELSE
               MOVE 'NO NON-EXEMPT FUNDS AVAILABLE TO HOLD'
                   TO LEGLLTR-LINE
           END-IF.
           WRITE LEGLLTR-LINE.
           MOVE SPACES TO LEGLLTR-LINE.
           STRING 'PROTECTED AMOUNT IS BENEFIT DEPOSITS OF THE LAST '
               '60 DAYS' DELIMITED BY SIZE INTO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           MOVE SPACES TO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           GO TO 2700-EXIT.
       2700-EXIT.
           EXIT.

       2710-WRITE-ONE-ACCOUNT-LINE.
           MOVE LC-HELD-AMOUNT (WS-ACCT-SUB) TO WS-HELD-DISPLAY.
           MOVE LC-EXEMPT-AMOUNT (WS-ACCT-SUB) TO WS-EXEMPT-DISPLAY.
           MOVE SPACES TO LEGLLTR-LINE.
           STRING '  ACCOUNT ' LC-ACCOUNT-NUMBER (WS-ACCT-SUB)
               ' HELD ' WS-HELD-DISPLAY
               ' PROTECTED ' WS-EXEMPT-DISPLAY
               DELIMITED BY SIZE INTO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           GO TO 2710-EXIT.
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-REJECT-LINE - report one feed entry that could
      * not be applied.
      ******************************************************************
       2900-WRITE-REJECT-LINE.
           ADD 1 TO WS-ACTIONS-REJECTED.
           MOVE SPACES TO LEGLREJ-LINE.
           IF LF-ACTION-RELEASE
               STRING 'CASE ' LF-CASE-ID
                   ' ACTION ' LF-ACTION
                   ' REJECTED - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO LEGLREJ-LINE
           ELSE
               STRING 'CUSTOMER ' LF-CUSTOMER-ID
                   ' ACCOUNT ' LF-ACCOUNT-NUMBER
                   ' REJECTED - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO LEGLREJ-LINE
           END-IF.
           WRITE LEGLREJ-LINE.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RELEASE-ONE-CASE - the agency has withdrawn or satisfied
      * the order: every legal hold on the case comes off and the
      * case closes released.  The agency is told in the letter
      * file.
      ******************************************************************
       3000-RELEASE-ONE-CASE.
           MOVE LF-CASE-ID TO LC-CASE-ID.
           READ LEGLCASE-FILE
               INVALID KEY
                   MOVE 'CASE NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 3000-EXIT
           END-READ.
           IF NOT LC-CASE-ACTIVE
               MOVE 'CASE NOT ACTIVE' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-RELEASE-ONE-HOLD THRU 3100-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > LC-ACCOUNT-COUNT.
           SET LC-CASE-RELEASED TO TRUE.
           MOVE WS-RUN-DATE TO LC-RELEASED-DATE.
           REWRITE LEGAL-CASE-RECORD
               INVALID KEY
                   MOVE 'CASE REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 3000-EXIT
           END-REWRITE.
           MOVE SPACES TO LEGLLTR-LINE.
           STRING 'LEGAL ORDER RELEASE - OUR CASE ' LC-CASE-ID
               '  DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           MOVE SPACES TO LEGLLTR-LINE.
           STRING 'TO ' LC-AGENCY-NAME
               ' YOUR REF ' LC-AGENCY-REFERENCE
               DELIMITED BY SIZE INTO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           MOVE 'ALL FUNDS HELD UNDER THIS ORDER HAVE BEEN RELEASED'
               TO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           MOVE SPACES TO LEGLLTR-LINE.
           WRITE LEGLLTR-LINE.
           ADD 1 TO WS-CASES-RELEASED.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-RELEASE-ONE-HOLD.
           IF LC-HOLD-SEQ (WS-ACCT-SUB) = 0
               GO TO 3100-EXIT
           END-IF.
           MOVE LC-ACCOUNT-NUMBER (WS-ACCT-SUB) TO HD-ACCOUNT-NUMBER.
           MOVE LC-HOLD-SEQ (WS-ACCT-SUB) TO HD-HOLD-SEQ.
           READ HOLDMAST-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           IF NOT HD-STAT-ACTIVE
               GO TO 3100-EXIT
           END-IF.
           SET HD-STAT-RELEASED TO TRUE.
           MOVE WS-RUN-DATE TO HD-RELEASE-DATE.
           REWRITE HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
       9000-TERMINATE.
           CLOSE LEGLFEED-FILE.
           CLOSE LEGLCASE-FILE.
           CLOSE HOLDMAST-FILE.
           CLOSE ACCTMAST-FILE.
           IF WS-ACCTOWN-OK
               CLOSE ACCTOWN-FILE
           END-IF.
           IF WS-JRNLNDX-OPEN
               CLOSE JRNLNDX-FILE
           END-IF.
           CLOSE LEGLLTR-FILE.
           CLOSE LEGLREJ-FILE.
           DISPLAY 'LEGLINTK ORDERS OPENED:    ' WS-ORDERS-OPENED.
           DISPLAY 'LEGLINTK CASES RELEASED:   ' WS-CASES-RELEASED.
           DISPLAY 'LEGLINTK ACTIONS REJECTED: ' WS-ACTIONS-REJECTED.
       9000-EXIT.
           EXIT.
