      *                    heading.  A missing parameter file runs
      *                    the old whole-base single-cycle night
      *                    unchanged.
      *   2026-10-15  ROK  Statements are delivered by preference: a
      *                    customer preferring email gets the
      *                    statement document on the STMTEDLV
      *                    e-delivery file for the document vault
      *                    and a "statement ready" email on NTCEMAIL,
      *                    expanded through MSGSUB from the STMTTMPL
      *                    template the way NTCROUTE's notices are.
      *                    Everyone else - and an email customer
      *                    whose address BOUNCEIN has marked
      *                    undeliverable - is printed on paper as
      *                    before.  The CNTCHIST row says which
      *                    (STMT paper, ESTMT electronic) and the
      *                    run totals split paper from electronic.
      *   2026-10-15  ROK  WS-SUBST-VALUES extended to the rate-change
      *                    fields MSGSUB now takes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTGEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTPRM-STATUS.

           SELECT STMTEDLV-FILE ASSIGN TO "STMTEDLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTEDLV-STATUS.

           SELECT STMTTMPL-FILE ASSIGN TO "STMTTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTTMPL-STATUS.

           SELECT NTCEMAIL-FILE ASSIGN TO "NTCEMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCEMAIL-STATUS.

           SELECT CNTCHIST-FILE ASSIGN TO "CNTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  PRM-KEYWORD                  PIC X(12).
           05  PRM-VALUE                    PIC 9(10).

      ******************************************************************
      * STMTEDLV-REC - one statement line for the document vault,
      * keyed by customer and statement date with the line's place
      * in the document, so the vault can cut the file into one
      * document per customer.
      ******************************************************************
       FD  STMTEDLV-FILE.
       01  STMTEDLV-REC.
           05  SV-CUSTOMER-ID               PIC 9(10).
           05  SV-STMT-DATE                 PIC 9(8).
           05  SV-LINE-SEQ                  PIC 9(4).
           05  SV-LINE-TEXT                 PIC X(80).

       FD  STMTTMPL-FILE.
       01  STMTTMPL-LINE                    PIC X(2000).

       FD  NTCEMAIL-FILE.
       01  NTCEMAIL-REC.
           05  NE-CUSTOMER-ID               PIC 9(10).
           05  NE-EMAIL-ADDRESS             PIC X(50).
           05  NE-NOTICE-TEXT               PIC X(2000).

       FD  CNTCHIST-FILE.
       COPY "CNTCHIST".

           05  WS-NIGHTPRM-STATUS           PIC X(2).
               88  WS-NIGHTPRM-OK           VALUE '00'.
           05  WS-CNTCHIST-STATUS           PIC X(2).
           05  WS-STMTEDLV-STATUS           PIC X(2).
           05  WS-STMTTMPL-STATUS           PIC X(2).
               88  WS-STMTTMPL-OK           VALUE '00'.
           05  WS-NTCEMAIL-STATUS           PIC X(2).

       01  WS-POSTED-TXN-TABLE.
           05  WS-TXN-TOTAL                 PIC 9(5) COMP VALUE 0.
           05  WS-CONTACT-WRITTEN-IND       PIC X(1).
               88  WS-CONTACT-WRITTEN       VALUE 'Y'.

      ******************************************************************
      * The "statement ready" email: the template, the MSGSUB
      * substitution values, and the expanded text.
      ******************************************************************
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

       01  WS-EMAIL-FIELDS.
           05  WS-NOTICE-TEXT               PIC X(2000).
           05  WS-NOTICE-LEN                PIC 9(4) COMP.

       01  WS-DELIVERY-FIELDS.
           05  WS-DELIVERY-IND              PIC X(1).
               88  WS-DELIVER-PAPER         VALUE 'P'.
               88  WS-DELIVER-ELECTRONIC    VALUE 'E'.
           05  WS-STMT-DATE                 PIC 9(8).
           05  WS-EDLV-LINE-SEQ             PIC 9(4).
           05  WS-PAPER-STATEMENTS          PIC 9(7) COMP.
           05  WS-E-STATEMENTS              PIC 9(7) COMP.
           05  WS-EMAIL-FALLBACKS           PIC 9(7) COMP.

       01  WS-WORK-FIELDS.
           05  WS-SUB                       PIC 9(5) COMP.
           05  WS-TXN-LOAD-EOF-IND          PIC X(1).
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO WS-STATEMENTS-WRITTEN.
           MOVE 0 TO WS-PAPER-STATEMENTS.
           MOVE 0 TO WS-E-STATEMENTS.
           MOVE 0 TO WS-EMAIL-FALLBACKS.
           MOVE 'N' TO WS-TXN-LOAD-EOF-IND.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
           OPEN INPUT CUSTMAST-FILE ACCTMAST-FILE TXNPOST-FILE.
           OPEN OUTPUT STMTOUT-FILE.
           OPEN OUTPUT STMTEDLV-FILE.
           OPEN EXTEND NTCEMAIL-FILE.
           IF WS-NTCEMAIL-STATUS = '35'
               OPEN OUTPUT NTCEMAIL-FILE
           END-IF.
           PERFORM 1200-LOAD-TEMPLATE THRU 1200-EXIT.
           OPEN I-O CNTCHIST-FILE.
           IF WS-CNTCHIST-STATUS = '35'
               OPEN OUTPUT CNTCHIST-FILE
               OPEN I-O CNTCHIST-FILE
           END-IF.
           ACCEPT WS-CONTACT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-DATE TO WS-STMT-DATE.
           IF WS-CYCLE-CLOSE-DATE NOT = 0
               MOVE WS-CYCLE-CLOSE-DATE TO WS-STMT-DATE
           END-IF.

           PERFORM 1100-LOAD-ONE-TXN THRU 1100-EXIT
               UNTIL WS-TXN-LOAD-DONE.
           EXIT.

      ******************************************************************
      * 1200-LOAD-TEMPLATE - the "statement ready" email template,
      * one line the way NTCROUTE's is; a missing template file runs
      * the compiled default text.  &LASTACT carries the statement
      * date.
      ******************************************************************
       1200-LOAD-TEMPLATE.
           MOVE 'YOUR STATEMENT DATED &LASTACT IS READY TO VIEW, &NAME
      -        '- BALANCE &BALANCE' TO WS-TEMPLATE-TEXT.
           MOVE 72 TO WS-TEMPLATE-LEN.
           OPEN INPUT STMTTMPL-FILE.
           IF NOT WS-STMTTMPL-OK
               GO TO 1200-EXIT
           END-IF.
           READ STMTTMPL-FILE
               AT END
                   CLOSE STMTTMPL-FILE
                   GO TO 1200-EXIT
           END-READ.
           MOVE STMTTMPL-LINE TO WS-TEMPLATE-TEXT.
           MOVE 2000 TO WS-TEMPLATE-LEN.
           CLOSE STMTTMPL-FILE.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-STATEMENT-ONE-CUSTOMER - read the next customer, settle
      * how their statement goes out, and write the statement page:
      * heading, address, one section per account, and the wrapped
      * closing notice.  An electronic statement then sends its
      * "statement ready" email.
      ******************************************************************
       2000-STATEMENT-ONE-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           PERFORM 2050-CHOOSE-DELIVERY THRU 2050-EXIT.
           PERFORM 2100-WRITE-CUSTOMER-HEADER THRU 2100-EXIT.
           MOVE 0 TO WS-ACCOUNTS-THIS-CUSTOMER.
           MOVE CM-CUSTOMER-ID TO AM-CUSTOMER-ID.
           END-IF.
           IF WS-ACCOUNTS-THIS-CUSTOMER = 0
               MOVE '  NO ACCOUNTS ON FILE THIS CYCLE' TO STMTOUT-LINE
               PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT
           END-IF.
           PERFORM 2500-WRITE-FOOTER THRU 2500-EXIT.
           SET CT-CHANNEL-STATEMENT TO TRUE.
           IF WS-DELIVER-ELECTRONIC
               PERFORM 2600-SEND-READY-EMAIL THRU 2600-EXIT
               MOVE 'ESTMT   ' TO CT-NOTICE-TYPE
               ADD 1 TO WS-E-STATEMENTS
           ELSE
               MOVE 'STMT    ' TO CT-NOTICE-TYPE
               ADD 1 TO WS-PAPER-STATEMENTS
           END-IF.
           PERFORM 8500-LOG-ONE-CONTACT THRU 8500-EXIT.
           ADD 1 TO WS-STATEMENTS-WRITTEN.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-CHOOSE-DELIVERY - electronic for a customer preferring
      * email whose address is on file and not marked undeliverable;
      * paper for everyone else, the undeliverable ones counted as
      * fallbacks.
      ******************************************************************
       2050-CHOOSE-DELIVERY.
           SET WS-DELIVER-PAPER TO TRUE.
           MOVE 0 TO WS-EDLV-LINE-SEQ.
           IF CM-CONTACT-PREFERENCE NOT = 'E'
               GO TO 2050-EXIT
           END-IF.
           IF CM-EMAIL-UNDELIVERABLE OR CM-EMAIL-ADDRESS = SPACES
               ADD 1 TO WS-EMAIL-FALLBACKS
               GO TO 2050-EXIT
           END-IF.
           SET WS-DELIVER-ELECTRONIC TO TRUE.
           GO TO 2050-EXIT.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-WRITE-CUSTOMER-HEADER - statement heading and the
      * mailing address block from CM-MAILING-ADDRESS.
      ******************************************************************
       2100-WRITE-CUSTOMER-HEADER.
           MOVE ALL '=' TO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           MOVE CM-CUSTOMER-ID TO WS-CUSTOMER-ID-DISPLAY.
           MOVE WS-CYCLE-DATE TO WS-CYCLE-DATE-DISPLAY.
           MOVE SPACES TO STMTOUT-LINE.
                   ' CUSTOMER ' WS-CUSTOMER-ID-DISPLAY
                   DELIMITED BY SIZE INTO STMTOUT-LINE
           END-IF.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           MOVE CM-CUSTOMER-NAME TO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           MOVE CM-STREET-LINE-1 TO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           IF CM-STREET-LINE-2 NOT = SPACES
               MOVE CM-STREET-LINE-2 TO STMTOUT-LINE
               PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO STMTOUT-LINE.
           STRING CM-CITY ' ' CM-STATE-CODE ' ' CM-POSTAL-CODE ' '
               CM-COUNTRY-CODE DELIMITED BY SIZE INTO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           MOVE SPACES TO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.
           MOVE SPACES TO STMTOUT-LINE.
           STRING 'ACCOUNT ' AM-ACCOUNT-NUMBER ' TYPE '
               AM-ACCOUNT-TYPE DELIMITED BY SIZE INTO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO STMTOUT-LINE.
           STRING '  OPENING BALANCE ' WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           PERFORM 2400-PRINT-ONE-TXN THRU 2400-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TXN-TOTAL.
           IF WS-TXNS-THIS-ACCOUNT = 0
               MOVE '  NO POSTED ACTIVITY THIS CYCLE' TO STMTOUT-LINE
               PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT
           END-IF.
           MOVE AM-ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO STMTOUT-LINE.
           STRING '  CLOSING BALANCE ' WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           MOVE SPACES TO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.
           STRING '  ' PT-TXN-DATE (WS-SUB) ' '
               PT-TXN-ID (WS-SUB) ' ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > MESSAGE-LINE-COUNT.
           MOVE SPACES TO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.
       2510-WRITE-ONE-FOOTER-LINE.
           MOVE SPACES TO STMTOUT-LINE.
           MOVE LINE-TEXT (WS-SUB) TO STMTOUT-LINE.
           PERFORM 8000-WRITE-STATEMENT-LINE THRU 8000-EXIT.
           GO TO 2510-EXIT.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-SEND-READY-EMAIL - expand the template for the customer
      * and write the email in the shape NTCROUTE writes.
      ******************************************************************
       2600-SEND-READY-EMAIL.
           MOVE CM-CUSTOMER-NAME TO WS-SUB-NAME.
           MOVE CM-TOTAL-BALANCE TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO WS-SUB-BALANCE.
           MOVE SPACES TO WS-SUB-CRLIMIT.
           MOVE WS-STMT-DATE TO WS-SUB-LASTACT.
           CALL 'MSGSUB' USING WS-TEMPLATE-TEXT WS-TEMPLATE-LEN
               WS-SUBST-VALUES WS-NOTICE-TEXT WS-NOTICE-LEN.
           MOVE SPACES TO NTCEMAIL-REC.
           MOVE CM-CUSTOMER-ID TO NE-CUSTOMER-ID.
           MOVE CM-EMAIL-ADDRESS TO NE-EMAIL-ADDRESS.
           MOVE WS-NOTICE-TEXT TO NE-NOTICE-TEXT.
           WRITE NTCEMAIL-REC.
           GO TO 2600-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-STATEMENT-LINE - the line just built in
      * STMTOUT-LINE goes to the paper print file, or for an
      * electronic statement onto the e-delivery file under the
      * customer's key.
      ******************************************************************
       8000-WRITE-STATEMENT-LINE.
           IF WS-DELIVER-PAPER
               WRITE STMTOUT-LINE
               GO TO 8000-EXIT
           END-IF.
           ADD 1 TO WS-EDLV-LINE-SEQ.
           MOVE CM-CUSTOMER-ID TO SV-CUSTOMER-ID.
           MOVE WS-STMT-DATE TO SV-STMT-DATE.
           MOVE WS-EDLV-LINE-SEQ TO SV-LINE-SEQ.
           MOVE STMTOUT-LINE TO SV-LINE-TEXT.
           WRITE STMTEDLV-REC.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8500-LOG-ONE-CONTACT - land one contact-history row for the
      * item just sent, probing the daily sequence upward until the
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals,
      * paper and electronic.
      ******************************************************************
       9000-TERMINATE.
           CLOSE CUSTMAST-FILE.
           CLOSE ACCTMAST-FILE.
           CLOSE TXNPOST-FILE.
           CLOSE STMTOUT-FILE.
           CLOSE STMTEDLV-FILE.
           CLOSE NTCEMAIL-FILE.
           CLOSE CNTCHIST-FILE.
           MOVE WS-STATEMENTS-WRITTEN TO WS-STATEMENTS-DISPLAY.
           DISPLAY 'STMTGEN STATEMENTS WRITTEN: ' WS-STATEMENTS-DISPLAY.
           MOVE WS-PAPER-STATEMENTS TO WS-STATEMENTS-DISPLAY.
           DISPLAY 'STMTGEN PAPER:              ' WS-STATEMENTS-DISPLAY.
           MOVE WS-E-STATEMENTS TO WS-STATEMENTS-DISPLAY.
           DISPLAY 'STMTGEN ELECTRONIC:         ' WS-STATEMENTS-DISPLAY.
           MOVE WS-EMAIL-FALLBACKS TO WS-STATEMENTS-DISPLAY.
           DISPLAY 'STMTGEN EMAIL UNDELIVERABLE, SENT ON PAPER: '
               WS-STATEMENTS-DISPLAY.
       9000-EXIT.
           EXIT.
