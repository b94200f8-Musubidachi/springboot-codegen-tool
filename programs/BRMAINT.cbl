      ******************************************************************
      * PROGRAM-ID: BRMAINT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Maintenance transaction for the BRANCH.REF reference
      *   table behind the owning branch on every account.  Adds a
      *   branch with its name, general-ledger cost center and
      *   open date; changes a branch's name or cost center; or
      *   closes a branch, with the rules enforced: a branch code
      *   is added once, a branch needs a cost center, dates must
      *   pass DATEVAL, a closed branch takes no further change,
      *   and a branch cannot close while any open ACCTMAST record
      *   still belongs to it - those accounts are transferred
      *   first through ACCTMNT.  Every change lands a who/when
      *   before/after line on the BRMAUD audit file, the way
      *   ATMAINT audits the account-type table.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMAINT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT BRMAUD-FILE ASSIGN TO "BRMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRMAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       COPY "BRANCH-REF".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  BRMAUD-FILE.
       01  BRMAUD-LINE                      PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "Redefine".

       01  WS-DATE-VALIDATION.
           05  WS-DATE-VALID-IND            PIC X(1).
               88  WS-DATE-IS-VALID         VALUE 'Y'.
           05  WS-DATE-VALID-MSG            PIC X(40).

       01  WS-FILE-STATUSES.
           05  WS-BRANCH-STATUS             PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-BRMAUD-STATUS             PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE              PIC 9(8).
           05  WS-CURRENT-TIME              PIC 9(6).
           05  WS-BRANCH-ON-FILE-IND        PIC X(1).
               88  WS-BRANCH-ON-FILE        VALUE 'Y'.
           05  WS-OPEN-ACCT-IND             PIC X(1).
               88  WS-OPEN-ACCT-FOUND       VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-EFFECTIVE-DATE            PIC 9(8).
           05  WS-BEF-IMAGE                 PIC X(39).
           05  WS-AFT-IMAGE                 PIC X(39).

       LINKAGE SECTION.
       COPY "BRMAINT-REQUEST".
       COPY "BRMAINT-RESPONSE".

       PROCEDURE DIVISION USING BRMAINT-REQUEST BRMAINT-RESPONSE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VALIDATE-REQUEST THRU 2000-EXIT.
           IF BMS-SUCCESS
               EVALUATE TRUE
                   WHEN BMR-FUNC-ADD
                       PERFORM 3000-ADD-BRANCH THRU 3000-EXIT
                   WHEN BMR-FUNC-CHANGE
                       PERFORM 4000-CHANGE-BRANCH THRU 4000-EXIT
                   WHEN BMR-FUNC-CLOSE
                       PERFORM 5000-CLOSE-BRANCH THRU 5000-EXIT
               END-EVALUATE
           END-IF.
           IF BMS-SUCCESS
               PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - clear the response and open the table for
      * update (creating it on first use), the account master for
      * the close check, and the audit file for append.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO BRMAINT-RESPONSE.
           MOVE BMR-TRANSACTION-ID TO BMS-TRANSACTION-ID.
           SET BMS-SUCCESS TO TRUE.
           MOVE SPACES TO BMS-RESPONSE-MESSAGE.
           MOVE SPACES TO WS-BEF-IMAGE.
           MOVE SPACES TO WS-AFT-IMAGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN I-O BRANCH-FILE.
           IF WS-BRANCH-STATUS = '35'
               OPEN OUTPUT BRANCH-FILE
               CLOSE BRANCH-FILE
               OPEN I-O BRANCH-FILE
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           OPEN EXTEND BRMAUD-FILE.
           IF WS-BRMAUD-STATUS = '35'
               OPEN OUTPUT BRMAUD-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VALIDATE-REQUEST - the function must be known, the
      * branch code present, the date the function uses must pass
      * DATEVAL, and the branch must (change/close) or must not
      * (add) already be on file.
      ******************************************************************
       2000-VALIDATE-REQUEST.
           IF NOT BMR-FUNC-ADD
               AND NOT BMR-FUNC-CHANGE
               AND NOT BMR-FUNC-CLOSE
               SET BMS-INVALID-FUNCTION TO TRUE
               MOVE 'FUNCTION CODE NOT A, U OR X' TO
                   BMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF BMR-BRANCH-ID = SPACES
               SET BMS-MISSING-DATA TO TRUE
               MOVE 'BRANCH CODE IS REQUIRED' TO BMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE.
           IF BMR-EFFECTIVE-DATE NUMERIC
               AND BMR-EFFECTIVE-DATE NOT = 0
               MOVE BMR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           IF NOT BMR-FUNC-CHANGE
               PERFORM 2100-CHECK-EFFECTIVE-DATE THRU 2100-EXIT
               IF NOT BMS-SUCCESS
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO WS-BRANCH-ON-FILE-IND.
           MOVE BMR-BRANCH-ID TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BRANCH-ON-FILE TO TRUE
                   PERFORM 2200-HOLD-BEFORE-IMAGE THRU 2200-EXIT
           END-READ.
           IF BMR-FUNC-ADD AND WS-BRANCH-ON-FILE
               SET BMS-DUPLICATE-BRANCH TO TRUE
               MOVE 'BRANCH CODE ALREADY ON FILE' TO
                   BMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF NOT BMR-FUNC-ADD AND NOT WS-BRANCH-ON-FILE
               SET BMS-NOT-FOUND TO TRUE
               MOVE 'BRANCH CODE NOT ON FILE' TO BMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF NOT BMR-FUNC-ADD AND BR-IS-CLOSED
               SET BMS-BRANCH-CLOSED TO TRUE
               MOVE 'BRANCH IS CLOSED' TO BMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-EFFECTIVE-DATE - put the open or close date
      * through DATEVAL.
      ******************************************************************
       2100-CHECK-EFFECTIVE-DATE.
           SET DATE-FORMAT-YYYYMMDD TO TRUE.
           MOVE WS-EFFECTIVE-DATE TO RAW-DATE.
           CALL 'DATEVAL' USING GENERIC-DATE WS-DATE-VALIDATION.
           IF NOT WS-DATE-IS-VALID
               SET BMS-INVALID-DATE TO TRUE
               MOVE WS-DATE-VALID-MSG TO BMS-RESPONSE-MESSAGE
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-HOLD-BEFORE-IMAGE - the audit's before image of the
      * record just read.
      ******************************************************************
       2200-HOLD-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEF-IMAGE.
           STRING BR-COST-CENTER ' ' BR-ACTIVE-IND ' ' BR-BRANCH-NAME
               DELIMITED BY SIZE INTO WS-BEF-IMAGE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ADD-BRANCH - a new branch needs its name and cost
      * center, and opens active.
      ******************************************************************
       3000-ADD-BRANCH.
           IF BMR-BRANCH-NAME = SPACES
               OR BMR-COST-CENTER = SPACES
               SET BMS-MISSING-DATA TO TRUE
               MOVE 'NEW BRANCH NEEDS A NAME AND COST CENTER' TO
                   BMS-RESPONSE-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO BRANCH-REF-RECORD.
           MOVE BMR-BRANCH-ID TO BR-BRANCH-ID.
           MOVE BMR-BRANCH-NAME TO BR-BRANCH-NAME.
           MOVE BMR-COST-CENTER TO BR-COST-CENTER.
           SET BR-IS-ACTIVE TO TRUE.
           MOVE WS-EFFECTIVE-DATE TO BR-OPEN-DATE.
           MOVE 0 TO BR-CLOSE-DATE.
           WRITE BRANCH-REF-RECORD
               INVALID KEY
                   SET BMS-SYSTEM-ERROR TO TRUE
                   MOVE 'WRITE OF BRANCH-FILE FAILED' TO
                       BMS-RESPONSE-MESSAGE
           END-WRITE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHANGE-BRANCH - a new name or cost center; a field the
      * request leaves as spaces keeps its current value.
      ******************************************************************
       4000-CHANGE-BRANCH.
           IF BMR-BRANCH-NAME = SPACES
               AND BMR-COST-CENTER = SPACES
               SET BMS-MISSING-DATA TO TRUE
               MOVE 'CHANGE CARRIES NO NEW NAME OR COST CENTER' TO
                   BMS-RESPONSE-MESSAGE
               GO TO 4000-EXIT
           END-IF.
           IF BMR-BRANCH-NAME NOT = SPACES
               MOVE BMR-BRANCH-NAME TO BR-BRANCH-NAME
           END-IF.
           IF BMR-COST-CENTER NOT = SPACES
               MOVE BMR-COST-CENTER TO BR-COST-CENTER
           END-IF.
           REWRITE BRANCH-REF-RECORD
               INVALID KEY
                   SET BMS-SYSTEM-ERROR TO TRUE
                   MOVE 'REWRITE OF BRANCH-FILE FAILED' TO
                       BMS-RESPONSE-MESSAGE
           END-REWRITE.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CLOSE-BRANCH - no open account may still belong to the
      * branch, and it cannot close before it opened.
      ******************************************************************
       5000-CLOSE-BRANCH.
           IF WS-EFFECTIVE-DATE < BR-OPEN-DATE
               SET BMS-INVALID-DATE TO TRUE
               MOVE 'CLOSE DATE BEFORE BRANCH OPEN DATE' TO
                   BMS-RESPONSE-MESSAGE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-CHECK-OPEN-ACCOUNTS THRU 5100-EXIT.
           IF WS-OPEN-ACCT-FOUND
               SET BMS-ACCOUNTS-OPEN TO TRUE
               MOVE 'OPEN ACCOUNTS STILL BELONG TO THIS BRANCH' TO
                   BMS-RESPONSE-MESSAGE
               GO TO 5000-EXIT
           END-IF.
           SET BR-IS-CLOSED TO TRUE.
           MOVE WS-EFFECTIVE-DATE TO BR-CLOSE-DATE.
           REWRITE BRANCH-REF-RECORD
               INVALID KEY
                   SET BMS-SYSTEM-ERROR TO TRUE
                   MOVE 'REWRITE OF BRANCH-FILE FAILED' TO
                       BMS-RESPONSE-MESSAGE
           END-REWRITE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CHECK-OPEN-ACCOUNTS - scan the account master for any
      * record still owned by the branch that is not closed.
      ******************************************************************
       5100-CHECK-OPEN-ACCOUNTS.
           MOVE 'N' TO WS-OPEN-ACCT-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 5110-CHECK-ONE-ACCOUNT THRU 5110-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

       5110-CHECK-ONE-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 5110-EXIT
           END-READ.
           IF AM-BRANCH-ID = BMR-BRANCH-ID
               AND NOT AM-STATUS-CLOSED
               SET WS-OPEN-ACCT-FOUND TO TRUE
               MOVE 'Y' TO WS-SCAN-DONE-IND
           END-IF.
           GO TO 5110-EXIT.
       5110-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-AUDIT - who changed what and when, with the
      * branch's cost center, status and name before and after.
      ******************************************************************
       8000-WRITE-AUDIT.
           MOVE SPACES TO WS-AFT-IMAGE.
           STRING BR-COST-CENTER ' ' BR-ACTIVE-IND ' ' BR-BRANCH-NAME
               DELIMITED BY SIZE INTO WS-AFT-IMAGE.
           MOVE SPACES TO BRMAUD-LINE.
           STRING WS-CURRENT-DATE ' ' WS-CURRENT-TIME ' '
               BMR-CHANGED-BY ' ' BMR-FUNCTION-CODE ' '
               BMR-BRANCH-ID ' WAS ' WS-BEF-IMAGE
               ' NOW ' WS-AFT-IMAGE
               DELIMITED BY SIZE INTO BRMAUD-LINE.
           WRITE BRMAUD-LINE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           CLOSE BRANCH-FILE.
           CLOSE ACCTMAST-FILE.
           CLOSE BRMAUD-FILE.
       9000-EXIT.
           EXIT.
