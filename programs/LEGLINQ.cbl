      ******************************************************************
      * PROGRAM-ID: LEGLINQ
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Online legal-order case inquiry.  Accepts a LEGLINQ-REQUEST
      *   for one levy or garnishment case by LC-CASE-ID, or for a
      *   customer's cases through the LC-CUSTOMER-ID alternate key
      *   LEGLINTK maintains, and returns each case's agency, amount
      *   demanded, served and remit dates, what was held, protected
      *   and remitted, and where the case stands - open until it is
      *   remitted or released, and on file after.  A search by case
      *   also returns every account the order froze.  Paging
      *   follows ORDINQ's cursor convention.  Every call lands a
      *   LEGLINQ-AUDIT-RECORD.  Like ORDINQ, the files open once
      *   per run and a caller that is done should CANCEL "LEGLINQ"
      *   to close them.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGLINQ.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGLCASE-FILE ASSIGN TO "LEGLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CASE-ID
               ALTERNATE RECORD KEY IS LC-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-LEGLCASE-STATUS.

           SELECT LEGLINQ-AUDIT-FILE ASSIGN TO "LEGLIAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGLCASE-FILE.
       COPY "LEGLCASE".

       FD  LEGLINQ-AUDIT-FILE.
       01  LEGLINQ-AUDIT-LINE               PIC X(67).

       WORKING-STORAGE SECTION.
       COPY "LEGLINQ-AUDIT".

       01  WS-FILE-STATUSES.
           05  WS-LEGLCASE-STATUS           PIC X(2).
           05  WS-AUDIT-STATUS              PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE              PIC 9(8).
           05  WS-CURRENT-TIME              PIC 9(6).
           05  WS-FILES-OPEN-IND            PIC X(1) VALUE 'N'.
               88  WS-FILES-ARE-OPEN        VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-ACCT-SUB                  PIC 9(2) COMP.

       LINKAGE SECTION.
       COPY "LEGLINQ-REQUEST".
       COPY "LEGLINQ-RESPONSE".

       PROCEDURE DIVISION USING LEGLINQ-REQUEST LEGLINQ-RESPONSE.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF LIS-SUCCESS
               IF LIQ-SEARCH-BY-CASE
                   PERFORM 2000-FETCH-ONE-CASE THRU 2000-EXIT
               ELSE
                   PERFORM 3000-LOAD-CUSTOMER-CASES THRU 3000-EXIT
               END-IF
           END-IF.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - clear the response, open the files the
      * first time this program is called in a run, and edit the
      * search type.
      ******************************************************************
       1000-INITIALIZE.
           INITIALIZE LEGLINQ-RESPONSE.
           MOVE LIQ-TRANSACTION-ID TO LIS-TRANSACTION-ID.
           SET LIS-SUCCESS TO TRUE.
           SET LIS-MORE-NO TO TRUE.
           MOVE SPACES TO LIS-RESPONSE-MESSAGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE INTO LIS-RESPONSE-TIMESTAMP.
           IF NOT WS-FILES-ARE-OPEN
               OPEN INPUT LEGLCASE-FILE
               OPEN EXTEND LEGLINQ-AUDIT-FILE
               SET WS-FILES-ARE-OPEN TO TRUE
           END-IF.
           IF NOT LIQ-SEARCH-BY-CASE
               AND NOT LIQ-SEARCH-BY-CUSTOMER
               SET LIS-INVALID-SEARCH-TYPE TO TRUE
               MOVE 'SEARCH TYPE MUST BE CASE OR CUSTOMER' TO
                   LIS-RESPONSE-MESSAGE
           END-IF.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FETCH-ONE-CASE - keyed read of the one requested case;
      * the response carries it as a one-row page with its accounts.
      ******************************************************************
       2000-FETCH-ONE-CASE.
           MOVE LIQ-CASE-ID TO LC-CASE-ID.
           READ LEGLCASE-FILE
               INVALID KEY
                   SET LIS-CASE-NOT-FOUND TO TRUE
                   MOVE 'CASE ID NOT ON LEGAL CASE FILE' TO
                       LIS-RESPONSE-MESSAGE
                   GO TO 2000-EXIT
           END-READ.
           MOVE 1 TO LIS-CASE-COUNT.
           PERFORM 3200-MOVE-ONE-CASE THRU 3200-EXIT.
           MOVE LC-ACCOUNT-COUNT TO LIS-ACCOUNT-COUNT.
           PERFORM 2100-MOVE-ONE-ACCOUNT THRU 2100-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > LC-ACCOUNT-COUNT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-MOVE-ONE-ACCOUNT.
           MOVE LC-ACCOUNT-NUMBER (WS-ACCT-SUB) TO
               LAL-ACCOUNT-NUMBER (WS-ACCT-SUB).
           MOVE LC-HOLD-SEQ (WS-ACCT-SUB) TO
               LAL-HOLD-SEQ (WS-ACCT-SUB).
           MOVE LC-HELD-AMOUNT (WS-ACCT-SUB) TO
               LAL-HELD-AMOUNT (WS-ACCT-SUB).
           MOVE LC-EXEMPT-AMOUNT (WS-ACCT-SUB) TO
               LAL-EXEMPT-AMOUNT (WS-ACCT-SUB).
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LOAD-CUSTOMER-CASES - position on the customer's first
      * case through the alternate key and fill the page.  With the
      * cursor on, cases at or before the resume key were returned
      * on an earlier page and are skipped.
      ******************************************************************
       3000-LOAD-CUSTOMER-CASES.
           MOVE 0 TO LIS-CASE-COUNT.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LIQ-CUSTOMER-ID TO LC-CUSTOMER-ID.
           START LEGLCASE-FILE KEY IS NOT LESS THAN LC-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3100-SCAN-ONE-CASE THRU 3100-EXIT
               UNTIL WS-SCAN-DONE.
           IF LIS-CASE-COUNT = 0
               SET LIS-CUSTOMER-NO-CASES TO TRUE
               MOVE 'NO LEGAL ORDER CASES FOR CUSTOMER' TO
                   LIS-RESPONSE-MESSAGE
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-SCAN-ONE-CASE - read the next case on the alternate-key
      * path, stop at the customer boundary, and stop with the
      * resume key set once the page is full.
      ******************************************************************
       3100-SCAN-ONE-CASE.
           READ LEGLCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3100-EXIT
           END-READ.
           IF LC-CUSTOMER-ID NOT = LIQ-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3100-EXIT
           END-IF.
           IF LIQ-CURSOR-ON
               AND LC-CASE-ID NOT > LIQ-RESUME-CASE-ID
               GO TO 3100-EXIT
           END-IF.
           IF LIS-CASE-COUNT = 10
               SET LIS-MORE-YES TO TRUE
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO LIS-CASE-COUNT.
           PERFORM 3200-MOVE-ONE-CASE THRU 3200-EXIT.
           MOVE LC-CASE-ID TO LIS-RESUME-CASE-ID.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-MOVE-ONE-CASE - move the case just read into the
      * response's case list at LIS-CASE-COUNT.
      ******************************************************************
       3200-MOVE-ONE-CASE.
           MOVE LC-CASE-ID TO LCL-CASE-ID (LIS-CASE-COUNT).
           MOVE LC-CUSTOMER-ID TO LCL-CUSTOMER-ID (LIS-CASE-COUNT).
           MOVE LC-ORDER-TYPE TO LCL-ORDER-TYPE (LIS-CASE-COUNT).
           MOVE LC-CASE-STATUS TO LCL-CASE-STATUS (LIS-CASE-COUNT).
           MOVE LC-AGENCY-NAME TO LCL-AGENCY-NAME (LIS-CASE-COUNT).
           MOVE LC-AGENCY-REFERENCE TO
               LCL-AGENCY-REFERENCE (LIS-CASE-COUNT).
           MOVE LC-AMOUNT-DEMANDED TO
               LCL-AMOUNT-DEMANDED (LIS-CASE-COUNT).
           MOVE LC-SERVED-DATE TO LCL-SERVED-DATE (LIS-CASE-COUNT).
           MOVE LC-REMIT-DATE TO LCL-REMIT-DATE (LIS-CASE-COUNT).
           MOVE LC-TOTAL-HELD TO LCL-TOTAL-HELD (LIS-CASE-COUNT).
           MOVE LC-TOTAL-EXEMPT TO LCL-TOTAL-EXEMPT (LIS-CASE-COUNT).
           MOVE LC-REMITTED-AMOUNT TO
               LCL-REMITTED-AMOUNT (LIS-CASE-COUNT).
           MOVE LC-REMITTED-DATE TO
               LCL-REMITTED-DATE (LIS-CASE-COUNT).
           MOVE LC-RELEASED-DATE TO
               LCL-RELEASED-DATE (LIS-CASE-COUNT).
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-AUDIT - record who asked for what, and what came
      * back, regardless of outcome.  The files opened in 1000-
      * INITIALIZE are left open for the next call in this run.
      ******************************************************************
       8000-WRITE-AUDIT.
           INITIALIZE LEGLINQ-AUDIT-RECORD.
           MOVE LIQ-TRANSACTION-ID TO LIA-TRANSACTION-ID.
           MOVE LIQ-REQUEST-DATE TO LIA-REQUEST-DATE.
           MOVE LIQ-REQUEST-TIME TO LIA-REQUEST-TIME.
           MOVE LIQ-TERMINAL-ID TO LIA-TERMINAL-ID.
           MOVE LIQ-CHANNEL-CODE TO LIA-CHANNEL-CODE.
           MOVE LIQ-SEARCH-TYPE TO LIA-SEARCH-TYPE.
           MOVE LIQ-CASE-ID TO LIA-CASE-ID.
           MOVE LIQ-CUSTOMER-ID TO LIA-CUSTOMER-ID.
           MOVE LIS-RESPONSE-CODE TO LIA-RESPONSE-CODE.
           MOVE LIS-RESPONSE-TIMESTAMP TO LIA-RESPONSE-TIMESTAMP.
           MOVE SPACES TO LEGLINQ-AUDIT-LINE.
           MOVE LEGLINQ-AUDIT-RECORD TO LEGLINQ-AUDIT-LINE.
           WRITE LEGLINQ-AUDIT-LINE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.
