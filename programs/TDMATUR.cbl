      ******************************************************************
      * PROGRAM-ID: TDMATUR
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Nightly term deposit maturity, run in the chain after
      *   interest accrual so a maturing deposit's interest is
      *   current.  Walks TERMDEP and, for every open term:
      *   - the maturity notice goes out once a term, as soon as the
      *     maturity date is within the type's
      *     ATR-MATURITY-NOTICE-DAYS (30 when the type carries
      *     none), through the customer's preferred channel onto
      *     the NTCMAIL/NTCEMAIL/NTCPHONE files with a CNTCHIST
      *     contact-history row, the way NTCROUTE and BALALERT
      *     send theirs.  The template comes from TDMTMPL when
      *     mounted; &LASTACT carries the maturity date;
      *   - on the maturity date a renew instruction rolls the
      *     deposit for another term at the type's current
      *     ATR-TERM-RATE, locked onto the account; a pay-out
      *     instruction moves the available balance to the named
      *     account, both legs journaled (TMD/TMC + run date,
      *     source TDMATUR), and the term ends paid out.
      *   Every maturity lands a line on the TDMATRPT report.  A
      *   payout whose target account is gone is reported and
      *   retried the next night.  Rerun-safe: a renewed term's new
      *   maturity is in the future, a paid-out term is no longer
      *   open, and a sent notice is not sent again.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  Movements on a foreign-currency account are
      *                    converted through FXCONV; the reporting
      *                    amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal row.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  WS-SUBST-VALUES extended to the rate-change
      *                    fields MSGSUB now takes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATUR.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCOUNT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.

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

           SELECT ACCTTYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-TYPE-CODE
               FILE STATUS IS WS-ACCTTYPE-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

           SELECT POSTJRNL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT TDMTMPL-FILE ASSIGN TO "TDMTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDMTMPL-STATUS.

           SELECT NTCMAIL-FILE ASSIGN TO "NTCMAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTCMAIL-STATUS.

           SELECT NTCEMAIL-FILE ASSIGN TO "NTCEMAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTCEMAIL-STATUS.

           SELECT NTCPHONE-FILE ASSIGN TO "NTCPHONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCPHONE-STATUS.

           SELECT CNTCHIST-FILE ASSIGN TO "CNTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-HIST-KEY
               FILE STATUS IS WS-CNTCHIST-STATUS.

           SELECT TDMATRPT-FILE ASSIGN TO "TDMATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDMATRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMDEP-FILE.
       COPY "TERMDEP".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  ACCTTYPE-FILE.
       COPY "ACCTTYPE-REF".

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  TDMTMPL-FILE.
       01  TDMTMPL-LINE                     PIC X(2000).

       FD  NTCMAIL-FILE.
       01  NTCMAIL-REC.
           05  NM-CUSTOMER-ID               PIC 9(10).
           05  NM-MAILING-ADDRESS           PIC X(120).
           05  NM-NOTICE-TEXT               PIC X(2000).

       FD  NTCEMAIL-FILE.
       01  NTCEMAIL-REC.
           05  NE-CUSTOMER-ID               PIC 9(10).
           05  NE-EMAIL-ADDRESS             PIC X(50).
           05  NE-NOTICE-TEXT               PIC X(2000).

       FD  NTCPHONE-FILE.
       01  NTCPHONE-REC.
           05  NP-CUSTOMER-ID               PIC 9(10).
           05  NP-CUSTOMER-NAME             PIC X(30).
           05  NP-PRIMARY-PHONE             PIC X(15).

       FD  CNTCHIST-FILE.
       COPY "CNTCHIST".

       FD  TDMATRPT-FILE.
       01  TDMATRPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".

       01  WS-FILE-STATUSES.
           05  WS-TERMDEP-STATUS            PIC X(2).
               88  WS-TERMDEP-OK            VALUE '00'.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ACCTTYPE-STATUS           PIC X(2).
               88  WS-ACCTTYPE-OK           VALUE '00'.
           05  WS-HOLDMAST-STATUS           PIC X(2).
               88  WS-HOLDMAST-OK           VALUE '00'.
           05  WS-POSTJRNL-STATUS           PIC X(2).
           05  WS-TDMTMPL-STATUS            PIC X(2).
               88  WS-TDMTMPL-OK            VALUE '00'.
           05  WS-NTCMAIL-STATUS            PIC X(2).
           05  WS-NTCEMAIL-STATUS           PIC X(2).
           05  WS-NTCPHONE-STATUS           PIC X(2).
           05  WS-CNTCHIST-STATUS           PIC X(2).
           05  WS-TDMATRPT-STATUS           PIC X(2).

       01  TM-MONTH-DAYS-VALUES.
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
       01  TM-MONTH-DAYS REDEFINES TM-MONTH-DAYS-VALUES.
           05  TM-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

      ******************************************************************
      * Notice lead used when the account type carries none.
      ******************************************************************
       01  TM-DEFAULTS.
           05  TM-DEFAULT-NOTICE-DAYS       PIC 9(3) VALUE 030.

       01  WS-TEMPLATE-FIELDS.
           05  WS-TEMPLATE-TEXT             PIC X(2000).
           05  WS-TEMPLATE-LEN              PIC 9(4) COMP.

       01  WS-SUBST-VALUES.
           05  WS-SUB-NAME                  PIC X(30).
           05  WS-SUB-BALANCE               PIC X(15).
           05  WS-SUB-CRLIMIT               PIC X(13).
           05  WS-SUB-LASTACT               PIC X(10).
           05  WS-SUB-OLDRATE               PIC X(8) VALUE SPACES.
           05  WS-SUB-NEWRATE               PIC X(8) VALUE SPACES.
           05  WS-SUB-EFFDATE               PIC X(10) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-BALANCE-EDIT              PIC -(11)9.99.

       01  WS-CONTACT-FIELDS.
           05  WS-CONTACT-DATE              PIC 9(8).
           05  WS-CONTACT-WRITTEN-IND       PIC X(1).
               88  WS-CONTACT-WRITTEN       VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-SCAN-EOF-IND              PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-TERMDEP-OPEN-IND          PIC X(1).
               88  WS-TERMDEP-OPEN          VALUE 'Y'.
           05  WS-MONEY-OPEN-IND            PIC X(1).
               88  WS-MONEY-FILES-OPEN      VALUE 'Y'.
           05  WS-ACCTTYPE-OPEN-IND         PIC X(1).
               88  WS-ACCTTYPE-OPEN         VALUE 'Y'.
           05  WS-HOLDMAST-OPEN-IND         PIC X(1).
               88  WS-HOLDMAST-OPEN         VALUE 'Y'.
           05  WS-TYPE-FOUND-IND            PIC X(1).
               88  WS-TYPE-FOUND            VALUE 'Y'.
           05  WS-HOLD-SCAN-DONE-IND        PIC X(1).
               88  WS-HOLD-SCAN-DONE        VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-SERIAL                PIC 9(7) COMP.
           05  WS-MATURITY-SERIAL           PIC 9(7) COMP.
           05  WS-DAYS-TO-MATURITY          PIC S9(7) COMP.
           05  WS-NOTICE-DAYS               PIC 9(3).
           05  WS-NEW-RATE                  PIC 9(2)V9(4).
           05  WS-HOLD-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-PAYOUT-AMOUNT             PIC S9(9)V99 COMP-3.
           05  WS-NOTICE-TEXT               PIC X(2000).
           05  WS-NOTICE-LEN                PIC 9(4) COMP.
           05  WS-REPORT-ACTION             PIC X(40).
           05  WS-CALC-DATE                 PIC 9(8).
           05  WS-CALC-GRP REDEFINES WS-CALC-DATE.
               10  WS-CALC-YEAR             PIC 9(4).
               10  WS-CALC-MONTH            PIC 9(2).
               10  WS-CALC-DAY              PIC 9(2).
           05  WS-MONTH-LIMIT               PIC 9(2).
           05  WS-MONTH-COUNT               PIC 9(3).
           05  WS-QUOTIENT                  PIC 9(4) COMP.
           05  WS-REM4                      PIC 9(4) COMP.
           05  WS-REM100                    PIC 9(4) COMP.
           05  WS-REM400                    PIC 9(4) COMP.
           05  WS-NOTICES-SENT              PIC 9(7) COMP.
           05  WS-TERMS-RENEWED             PIC 9(7) COMP.
           05  WS-TERMS-PAID-OUT            PIC 9(7) COMP.

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-AMOUNT-DISPLAY            PIC -(9)9.99.
           05  WS-RATE-DISPLAY              PIC Z9.9999.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.

       LINKAGE SECTION.
       01  TDMATUR-MATURED                  PIC 9(7) COMP.
       01  TDMATUR-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING TDMATUR-MATURED
           TDMATUR-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-TERM THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the term master, the money files and
      * the notice channels.  No term master yet means no term
      * deposit has ever been opened: a clean, empty run.  The
      * account master not opening stops the step.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO TDMATUR-MATURED.
           MOVE 0 TO TDMATUR-RETURN-CODE.
           MOVE 'N' TO WS-SCAN-EOF-IND.
           MOVE 'N' TO WS-TERMDEP-OPEN-IND.
           MOVE 'N' TO WS-MONEY-OPEN-IND.
           MOVE 'N' TO WS-ACCTTYPE-OPEN-IND.
           MOVE 'N' TO WS-HOLDMAST-OPEN-IND.
           MOVE 0 TO WS-NOTICES-SENT.
           MOVE 0 TO WS-TERMS-RENEWED.
           MOVE 0 TO WS-TERMS-PAID-OUT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CONTACT-DATE.
           CALL "DATESER" USING WS-RUN-DATE WS-RUN-SERIAL.
           OPEN OUTPUT TDMATRPT-FILE.
           MOVE SPACES TO TDMATRPT-LINE.
           STRING 'TERM DEPOSIT MATURITY REPORT - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO TDMATRPT-LINE.
           WRITE TDMATRPT-LINE.
           OPEN I-O TERMDEP-FILE.
           IF NOT WS-TERMDEP-OK
               MOVE 'Y' TO WS-SCAN-EOF-IND
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-TERMDEP-OPEN-IND.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS NOT = '00'
               MOVE 8 TO TDMATUR-RETURN-CODE
               MOVE 'Y' TO WS-SCAN-EOF-IND
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           OPEN EXTEND POSTJRNL-FILE.
           OPEN EXTEND NTCMAIL-FILE.
           IF WS-NTCMAIL-STATUS = '35'
               OPEN OUTPUT NTCMAIL-FILE
           END-IF.
           OPEN EXTEND NTCEMAIL-FILE.
           IF WS-NTCEMAIL-STATUS = '35'
               OPEN OUTPUT NTCEMAIL-FILE
           END-IF.
           OPEN EXTEND NTCPHONE-FILE.
           IF WS-NTCPHONE-STATUS = '35'
               OPEN OUTPUT NTCPHONE-FILE
           END-IF.
           OPEN I-O CNTCHIST-FILE.
           IF WS-CNTCHIST-STATUS = '35'
               OPEN OUTPUT CNTCHIST-FILE
               CLOSE CNTCHIST-FILE
               OPEN I-O CNTCHIST-FILE
           END-IF.
           MOVE 'Y' TO WS-MONEY-OPEN-IND.
           OPEN INPUT ACCTTYPE-FILE.
           IF WS-ACCTTYPE-OK
               MOVE 'Y' TO WS-ACCTTYPE-OPEN-IND
           END-IF.
           OPEN INPUT HOLDMAST-FILE.
           IF WS-HOLDMAST-OK
               MOVE 'Y' TO WS-HOLDMAST-OPEN-IND
           END-IF.
           PERFORM 1100-LOAD-TEMPLATE THRU 1100-EXIT.
           MOVE LOW-VALUES TO TD-ACCOUNT-NUMBER.
           START TERMDEP-FILE KEY IS NOT LESS THAN TD-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-IND
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-TEMPLATE - the maturity notice template, one line
      * the way NTCROUTE's is; a missing template file runs the
      * compiled default text.
      ******************************************************************
       1100-LOAD-TEMPLATE.
           MOVE 'DEPOSIT FOR &NAME MATURES &LASTACT - BALANCE &BALANCE'
               TO WS-TEMPLATE-TEXT.
           MOVE 53 TO WS-TEMPLATE-LEN.
           OPEN INPUT TDMTMPL-FILE.
           IF NOT WS-TDMTMPL-OK
               GO TO 1100-EXIT
           END-IF.
           READ TDMTMPL-FILE
               AT END
                   CLOSE TDMTMPL-FILE
                   GO TO 1100-EXIT
           END-READ.
           MOVE TDMTMPL-LINE TO WS-TEMPLATE-TEXT.
           MOVE 2000 TO WS-TEMPLATE-LEN.
           CLOSE TDMTMPL-FILE.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-ONE-TERM - an open term whose account is still
      * open matures on or after its date, or gets its notice once
      * the date is inside the notice lead.
      ******************************************************************
       2000-CHECK-ONE-TERM.
           READ TERMDEP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-IND
                   GO TO 2000-EXIT
           END-READ.
           IF NOT TD-TERM-OPEN
               GO TO 2000-EXIT
           END-IF.
           MOVE TD-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 4 TO TDMATUR-RETURN-CODE
                   GO TO 2000-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ACCOUNT-TYPE THRU 2100-EXIT.
           IF TD-MATURITY-DATE NOT > WS-RUN-DATE
               PERFORM 3000-MATURE-ONE-TERM THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF TD-NOTICE-SENT-DATE NOT < TD-TERM-START-DATE
               GO TO 2000-EXIT
           END-IF.
           MOVE TM-DEFAULT-NOTICE-DAYS TO WS-NOTICE-DAYS.
           IF WS-TYPE-FOUND
               AND ATR-MATURITY-NOTICE-DAYS NUMERIC
               AND ATR-MATURITY-NOTICE-DAYS > 0
               MOVE ATR-MATURITY-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF.
           CALL "DATESER" USING TD-MATURITY-DATE WS-MATURITY-SERIAL.
           COMPUTE WS-DAYS-TO-MATURITY =
               WS-MATURITY-SERIAL - WS-RUN-SERIAL.
           IF WS-DAYS-TO-MATURITY > WS-NOTICE-DAYS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2500-SEND-MATURITY-NOTICE THRU 2500-EXIT.
           MOVE WS-RUN-DATE TO TD-NOTICE-SENT-DATE.
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   MOVE 4 TO TDMATUR-RETURN-CODE
           END-REWRITE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-ACCOUNT-TYPE - the account type's term schedule;
      * no table or no entry leaves the defaults in force.
      ******************************************************************
       2100-READ-ACCOUNT-TYPE.
           MOVE 'N' TO WS-TYPE-FOUND-IND.
           IF NOT WS-ACCTTYPE-OPEN
               GO TO 2100-EXIT
           END-IF.
           MOVE AM-ACCOUNT-TYPE TO ATR-TYPE-CODE.
           READ ACCTTYPE-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           MOVE 'Y' TO WS-TYPE-FOUND-IND.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SEND-MATURITY-NOTICE - expand the template for the
      * owning customer and route it down their preferred channel,
      * exactly the shape NTCROUTE writes, then land the contact-
      * history row.  A customer who cannot be contacted is skipped
      * but the notice still counts as given for the term.
      ******************************************************************
       2500-SEND-MATURITY-NOTICE.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF CM-DO-NOT-CONTACT-IND = 'Y' OR CM-MERGED
               GO TO 2500-EXIT
           END-IF.
           MOVE CM-CUSTOMER-NAME TO WS-SUB-NAME.
           MOVE AM-ACCOUNT-BALANCE TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO WS-SUB-BALANCE.
           MOVE SPACES TO WS-SUB-CRLIMIT.
           MOVE TD-MATURITY-DATE TO WS-SUB-LASTACT.
           CALL 'MSGSUB' USING WS-TEMPLATE-TEXT WS-TEMPLATE-LEN
               WS-SUBST-VALUES WS-NOTICE-TEXT WS-NOTICE-LEN.
           EVALUATE CM-CONTACT-PREFERENCE
               WHEN 'M'
                   IF CM-MAIL-UNDELIVERABLE
                       GO TO 2500-EXIT
                   END-IF
                   MOVE SPACES TO NTCMAIL-REC
                   MOVE CM-CUSTOMER-ID TO NM-CUSTOMER-ID
                   MOVE CM-MAILING-ADDRESS TO NM-MAILING-ADDRESS
                   MOVE WS-NOTICE-TEXT TO NM-NOTICE-TEXT
                   WRITE NTCMAIL-REC
               WHEN 'E'
                   IF CM-EMAIL-UNDELIVERABLE
                       GO TO 2500-EXIT
                   END-IF
                   MOVE SPACES TO NTCEMAIL-REC
                   MOVE CM-CUSTOMER-ID TO NE-CUSTOMER-ID
                   MOVE CM-EMAIL-ADDRESS TO NE-EMAIL-ADDRESS
                   MOVE WS-NOTICE-TEXT TO NE-NOTICE-TEXT
                   WRITE NTCEMAIL-REC
               WHEN 'P'
                   MOVE SPACES TO NTCPHONE-REC
                   MOVE CM-CUSTOMER-ID TO NP-CUSTOMER-ID
                   MOVE CM-CUSTOMER-NAME TO NP-CUSTOMER-NAME
                   MOVE CM-PRIMARY-PHONE TO NP-PRIMARY-PHONE
                   WRITE NTCPHONE-REC
               WHEN OTHER
                   GO TO 2500-EXIT
           END-EVALUATE.
           ADD 1 TO WS-NOTICES-SENT.
           MOVE CM-CONTACT-PREFERENCE TO CT-CHANNEL.
           MOVE 'TDMATUR ' TO CT-NOTICE-TYPE.
           PERFORM 8500-LOG-ONE-CONTACT THRU 8500-EXIT.
           MOVE SPACES TO WS-REPORT-ACTION.
           MOVE 'MATURITY NOTICE SENT' TO WS-REPORT-ACTION.
           MOVE AM-ACCOUNT-BALANCE TO WS-AMOUNT-DISPLAY.
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-REPORT-LINE - one line per notice or maturity;
      * the caller sets the action text and the amount shown.
      ******************************************************************
       2900-WRITE-REPORT-LINE.
           MOVE SPACES TO TDMATRPT-LINE.
           STRING 'ACCOUNT ' TD-ACCOUNT-NUMBER
               ' MATURITY ' TD-MATURITY-DATE
               ' AMOUNT ' WS-AMOUNT-DISPLAY
               ' ' WS-REPORT-ACTION
               DELIMITED BY SIZE INTO TDMATRPT-LINE.
           WRITE TDMATRPT-LINE.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MATURE-ONE-TERM - renew or pay out by the instruction.
      ******************************************************************
       3000-MATURE-ONE-TERM.
           IF TD-INSTR-PAY-OUT
               PERFORM 3200-PAY-OUT-ONE-TERM THRU 3200-EXIT
           ELSE
               PERFORM 3100-RENEW-ONE-TERM THRU 3100-EXIT
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-RENEW-ONE-TERM - roll the deposit for another term from
      * the old maturity date, on the anchor day, at the type's
      * current offered rate (the old rate when the type offers
      * none).
      ******************************************************************
       3100-RENEW-ONE-TERM.
           MOVE TD-LOCKED-RATE TO WS-NEW-RATE.
           IF WS-TYPE-FOUND
               AND ATR-TERM-RATE NUMERIC
               AND ATR-TERM-RATE > 0
               MOVE ATR-TERM-RATE TO WS-NEW-RATE
           END-IF.
           MOVE TD-MATURITY-DATE TO WS-CALC-DATE.
           PERFORM 3110-ADD-ONE-MONTH THRU 3110-EXIT
               VARYING WS-MONTH-COUNT FROM 1 BY 1
               UNTIL WS-MONTH-COUNT > TD-TERM-MONTHS.
           MOVE TD-ANCHOR-DAY TO WS-CALC-DAY.
           MOVE TM-MONTH-DAYS-ENTRY (WS-CALC-MONTH) TO
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
           MOVE WS-NEW-RATE TO AM-INTEREST-RATE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   MOVE 4 TO TDMATUR-RETURN-CODE
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE TD-MATURITY-DATE TO TD-TERM-START-DATE.
           MOVE WS-CALC-DATE TO TD-MATURITY-DATE.
           MOVE WS-NEW-RATE TO TD-LOCKED-RATE.
           ADD 1 TO TD-RENEWAL-COUNT.
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   MOVE 4 TO TDMATUR-RETURN-CODE
                   GO TO 3100-EXIT
           END-REWRITE.
           ADD 1 TO WS-TERMS-RENEWED.
           ADD 1 TO TDMATUR-MATURED.
           MOVE WS-NEW-RATE TO WS-RATE-DISPLAY.
           MOVE SPACES TO WS-REPORT-ACTION.
           STRING 'RENEWED AT ' WS-RATE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-ACTION.
           MOVE AM-ACCOUNT-BALANCE TO WS-AMOUNT-DISPLAY.
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-ADD-ONE-MONTH.
           ADD 1 TO WS-CALC-MONTH.
           IF WS-CALC-MONTH > 12
               MOVE 1 TO WS-CALC-MONTH
               ADD 1 TO WS-CALC-YEAR
           END-IF.
           GO TO 3110-EXIT.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PAY-OUT-ONE-TERM - move the deposit's available
      * balance (ledger less active holds) to the payout account
      * and end the term.  A payout account gone since the open
      * leaves the term open and reported for the branch to fix.
      ******************************************************************
       3200-PAY-OUT-ONE-TERM.
           PERFORM 3250-SUM-ACTIVE-HOLDS THRU 3250-EXIT.
           COMPUTE WS-PAYOUT-AMOUNT =
               AM-ACCOUNT-BALANCE - WS-HOLD-TOTAL.
           IF WS-PAYOUT-AMOUNT < 0
               MOVE 0 TO WS-PAYOUT-AMOUNT
           END-IF.
           IF WS-PAYOUT-AMOUNT > 0
               MOVE TD-PAYOUT-ACCOUNT TO AM-ACCOUNT-NUMBER
               READ ACCTMAST-FILE
                   INVALID KEY
                       PERFORM 3290-REPORT-NO-PAYOUT THRU 3290-EXIT
                       GO TO 3200-EXIT
               END-READ
               IF AM-STATUS-CLOSED
                   PERFORM 3290-REPORT-NO-PAYOUT THRU 3290-EXIT
                   GO TO 3200-EXIT
               END-IF
               MOVE TD-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCTMAST-FILE
                   INVALID KEY
                       MOVE 4 TO TDMATUR-RETURN-CODE
                       GO TO 3200-EXIT
               END-READ
               PERFORM 3300-POST-DEBIT-LEG THRU 3300-EXIT
               PERFORM 3400-POST-CREDIT-LEG THRU 3400-EXIT
           END-IF.
           SET TD-TERM-PAID-OUT TO TRUE.
           MOVE WS-RUN-DATE TO TD-PAID-OUT-DATE.
           MOVE WS-PAYOUT-AMOUNT TO TD-PAID-OUT-AMOUNT.
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   MOVE 4 TO TDMATUR-RETURN-CODE
                   GO TO 3200-EXIT
           END-REWRITE.
           ADD 1 TO WS-TERMS-PAID-OUT.
           ADD 1 TO TDMATUR-MATURED.
           MOVE SPACES TO WS-REPORT-ACTION.
           STRING 'PAID OUT TO ' TD-PAYOUT-ACCOUNT
               DELIMITED BY SIZE INTO WS-REPORT-ACTION.
           MOVE WS-PAYOUT-AMOUNT TO WS-AMOUNT-DISPLAY.
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3250-SUM-ACTIVE-HOLDS - the deposit's holds still in force:
      * active, and either held until released or not yet past
      * expiry.  Held funds stay on the account.
      ******************************************************************
       3250-SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF NOT WS-HOLDMAST-OPEN
               GO TO 3250-EXIT
           END-IF.
           MOVE 'N' TO WS-HOLD-SCAN-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-HOLD-SEQ.
           START HOLDMAST-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
           END-START.
           PERFORM 3260-SUM-ONE-HOLD THRU 3260-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
           GO TO 3250-EXIT.
       3250-EXIT.
           EXIT.

       3260-SUM-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
                   GO TO 3260-EXIT
           END-READ.
           IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
               GO TO 3260-EXIT
           END-IF.
           IF HD-STAT-ACTIVE
               AND (HD-EXPIRY-DATE = 0
                    OR HD-EXPIRY-DATE NOT < WS-RUN-DATE)
               ADD HD-HOLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
           GO TO 3260-EXIT.
       3260-EXIT.
           EXIT.

       3290-REPORT-NO-PAYOUT.
           MOVE 4 TO TDMATUR-RETURN-CODE.
           MOVE WS-PAYOUT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-ACTION.
           STRING 'NOT PAID - ACCOUNT ' TD-PAYOUT-ACCOUNT
               ' UNAVAILABLE'
               DELIMITED BY SIZE INTO WS-REPORT-ACTION.
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
           GO TO 3290-EXIT.
       3290-EXIT.
           EXIT.

      ******************************************************************
      * 3300-POST-DEBIT-LEG - the deposit leg, journaled.
      ******************************************************************
       3300-POST-DEBIT-LEG.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'TMD' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'TDMATUR ' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-PAYOUT-AMOUNT * -1.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-PAYOUT-AMOUNT FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-POST-CREDIT-LEG - the payout-account leg, journaled.
      ******************************************************************
       3400-POST-CREDIT-LEG.
           MOVE TD-PAYOUT-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 4 TO TDMATUR-RETURN-CODE
                   GO TO 3400-EXIT
           END-READ.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'TMC' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'TDMATUR ' TO PJ-SOURCE.
           MOVE WS-PAYOUT-AMOUNT TO PJ-TXN-AMOUNT.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD WS-PAYOUT-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 8000-CONVERT-MOVEMENT - the journal row being built, in the
      * account's currency, converted to the reporting currency.
      * A foreign-currency row carries the currency and the
      * converted amount, and the amount is added to the account's
      * book value; the caller books FXC-REPORTING-AMOUNT to the
      * customer total.
      ******************************************************************
       8000-CONVERT-MOVEMENT.
           MOVE AM-CURRENCY-CODE TO FXC-CURRENCY-CODE.
           MOVE PJ-TXN-AMOUNT TO FXC-AMOUNT.
           CALL "FXCONV" USING FXCONV-PARM.
           IF AM-REPORTING-CURRENCY OR FXC-NO-RATE
               GO TO 8000-EXIT
           END-IF.
           MOVE AM-CURRENCY-CODE TO PJ-CURRENCY-CODE.
           MOVE FXC-REPORTING-AMOUNT TO PJ-REPORTING-AMOUNT.
           ADD FXC-REPORTING-AMOUNT TO AM-REPORTING-BALANCE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8500-LOG-ONE-CONTACT - land one contact-history row for the
      * notice just sent, probing the daily sequence upward until
      * the key is free, the CUSTHIST convention.
      ******************************************************************
       8500-LOG-ONE-CONTACT.
           MOVE CM-CUSTOMER-ID TO CT-CUSTOMER-ID.
           MOVE WS-CONTACT-DATE TO CT-CONTACT-DATE.
           MOVE 1 TO CT-CONTACT-SEQ.
           MOVE 'N' TO WS-CONTACT-WRITTEN-IND.
           PERFORM 8510-TRY-ONE-CONTACT-WRITE THRU 8510-EXIT
               UNTIL WS-CONTACT-WRITTEN
                   OR CT-CONTACT-SEQ > 999.
           GO TO 8500-EXIT.
       8500-EXIT.
           EXIT.

       8510-TRY-ONE-CONTACT-WRITE.
           WRITE CNTC-HIST-RECORD
               INVALID KEY
                   ADD 1 TO CT-CONTACT-SEQ
               NOT INVALID KEY
                   SET WS-CONTACT-WRITTEN TO TRUE
           END-WRITE.
           GO TO 8510-EXIT.
       8510-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the report trailer, then close whatever was
      * opened.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-NOTICES-SENT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO TDMATRPT-LINE.
           STRING 'MATURITY NOTICES SENT ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TDMATRPT-LINE.
           WRITE TDMATRPT-LINE.
           MOVE WS-TERMS-RENEWED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO TDMATRPT-LINE.
           STRING 'TERMS RENEWED         ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TDMATRPT-LINE.
           WRITE TDMATRPT-LINE.
           MOVE WS-TERMS-PAID-OUT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO TDMATRPT-LINE.
           STRING 'TERMS PAID OUT        ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TDMATRPT-LINE.
           WRITE TDMATRPT-LINE.
           IF WS-TERMDEP-OPEN
               CLOSE TERMDEP-FILE
           END-IF.
           IF WS-MONEY-FILES-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE CUSTMAST-FILE
               CLOSE POSTJRNL-FILE
               CLOSE NTCMAIL-FILE
               CLOSE NTCEMAIL-FILE
               CLOSE NTCPHONE-FILE
               CLOSE CNTCHIST-FILE
           END-IF.
           IF WS-ACCTTYPE-OPEN
               CLOSE ACCTTYPE-FILE
           END-IF.
           IF WS-HOLDMAST-OPEN
               CLOSE HOLDMAST-FILE
           END-IF.
           CLOSE TDMATRPT-FILE.
       9000-EXIT.
           EXIT.
