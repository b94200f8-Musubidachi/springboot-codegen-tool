      ******************************************************************
      * PROGRAM-ID: TLMAINT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Maintenance transaction for the TELLER.REF authority table
      *   MEMOPOST checks every branch memo-post against.  Adds a
      *   teller or supervisor with a name, branch, authority level
      *   and per-item and daily limits for deposits and for
      *   withdrawals; changes any of those; or deactivates an ID,
      *   with the rules enforced: an ID is added once, the branch
      *   must be open on BRANCH.REF, the level runs 1 to 9, and a
      *   daily limit may not be below the item limit beside it.
      *   An inactive ID takes no further change and stays on file
      *   for its override history.  Every change lands a who/when
      *   before/after line on the TLMAUD audit file, the way
      *   BRMAINT audits the branch table.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLMAINT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-FILE ASSIGN TO "TELLER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT TLMAUD-FILE ASSIGN TO "TLMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLMAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-FILE.
       COPY "TELLER-REF".

       FD  BRANCH-FILE.
       COPY "BRANCH-REF".

       FD  TLMAUD-FILE.
       01  TLMAUD-LINE                      PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TELLER-STATUS             PIC X(2).
           05  WS-BRANCH-STATUS             PIC X(2).
           05  WS-TLMAUD-STATUS             PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE              PIC 9(8).
           05  WS-CURRENT-TIME              PIC 9(6).
           05  WS-TELLER-ON-FILE-IND        PIC X(1).
               88  WS-TELLER-ON-FILE        VALUE 'Y'.
           05  WS-BEF-IMAGE                 PIC X(64).
           05  WS-AFT-IMAGE                 PIC X(64).

      ******************************************************************
      * The limits as they will stand after the request, and the
      * same four in display form for the audit images.
      ******************************************************************
       01  WS-NEW-LIMITS.
           05  WS-NEW-DEP-ITEM              PIC 9(9)V99.
           05  WS-NEW-DEP-DAILY             PIC 9(9)V99.
           05  WS-NEW-WDL-ITEM              PIC 9(9)V99.
           05  WS-NEW-WDL-DAILY             PIC 9(9)V99.

       01  WS-IMAGE-FIELDS.
           05  WS-IMG-DEP-ITEM              PIC 9(9)V99.
           05  WS-IMG-DEP-DAILY             PIC 9(9)V99.
           05  WS-IMG-WDL-ITEM              PIC 9(9)V99.
           05  WS-IMG-WDL-DAILY             PIC 9(9)V99.

       LINKAGE SECTION.
       COPY "TLMAINT-REQUEST".
       COPY "TLMAINT-RESPONSE".

       PROCEDURE DIVISION USING TLMAINT-REQUEST TLMAINT-RESPONSE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VALIDATE-REQUEST THRU 2000-EXIT.
           IF TMS-SUCCESS
               EVALUATE TRUE
                   WHEN TMR-FUNC-ADD
                       PERFORM 3000-ADD-TELLER THRU 3000-EXIT
                   WHEN TMR-FUNC-CHANGE
                       PERFORM 4000-CHANGE-TELLER THRU 4000-EXIT
                   WHEN TMR-FUNC-DEACTIVATE
                       PERFORM 5000-DEACTIVATE-TELLER THRU 5000-EXIT
               END-EVALUATE
           END-IF.
           IF TMS-SUCCESS
               PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - clear the response and open the table for
      * update (creating it on first use), the branch table for the
      * branch check, and the audit file for append.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO TLMAINT-RESPONSE.
           MOVE TMR-TRANSACTION-ID TO TMS-TRANSACTION-ID.
           SET TMS-SUCCESS TO TRUE.
           MOVE SPACES TO TMS-RESPONSE-MESSAGE.
           MOVE SPACES TO WS-BEF-IMAGE.
           MOVE SPACES TO WS-AFT-IMAGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN I-O TELLER-FILE.
           IF WS-TELLER-STATUS = '35'
               OPEN OUTPUT TELLER-FILE
               CLOSE TELLER-FILE
               OPEN I-O TELLER-FILE
           END-IF.
           OPEN INPUT BRANCH-FILE.
           OPEN EXTEND TLMAUD-FILE.
           IF WS-TLMAUD-STATUS = '35'
               OPEN OUTPUT TLMAUD-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VALIDATE-REQUEST - the function must be known, the ID
      * present, and the ID must (change/deactivate) or must not
      * (add) already be on file.  An inactive ID takes no change.
      ******************************************************************
       2000-VALIDATE-REQUEST.
           IF NOT TMR-FUNC-ADD
               AND NOT TMR-FUNC-CHANGE
               AND NOT TMR-FUNC-DEACTIVATE
               SET TMS-INVALID-FUNCTION TO TRUE
               MOVE 'FUNCTION CODE NOT A, U OR X' TO
                   TMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF TMR-TELLER-ID = SPACES
               SET TMS-MISSING-DATA TO TRUE
               MOVE 'TELLER ID IS REQUIRED' TO TMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-TELLER-ON-FILE-IND.
           MOVE TMR-TELLER-ID TO TL-TELLER-ID.
           READ TELLER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TELLER-ON-FILE TO TRUE
                   PERFORM 2200-HOLD-BEFORE-IMAGE THRU 2200-EXIT
           END-READ.
           IF TMR-FUNC-ADD AND WS-TELLER-ON-FILE
               SET TMS-DUPLICATE-TELLER TO TRUE
               MOVE 'TELLER ID ALREADY ON FILE' TO
                   TMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF NOT TMR-FUNC-ADD AND NOT WS-TELLER-ON-FILE
               SET TMS-NOT-FOUND TO TRUE
               MOVE 'TELLER ID NOT ON FILE' TO TMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF NOT TMR-FUNC-ADD AND TL-IS-INACTIVE
               SET TMS-TELLER-INACTIVE TO TRUE
               MOVE 'TELLER ID IS INACTIVE' TO TMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-BRANCH - the branch must be on BRANCH.REF and
      * open.
      ******************************************************************
       2100-CHECK-BRANCH.
           MOVE TMR-BRANCH-ID TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   SET TMS-INVALID-BRANCH TO TRUE
                   MOVE 'BRANCH CODE NOT ON FILE' TO
                       TMS-RESPONSE-MESSAGE
                   GO TO 2100-EXIT
           END-READ.
           IF BR-IS-CLOSED
               SET TMS-INVALID-BRANCH TO TRUE
               MOVE 'BRANCH IS CLOSED' TO TMS-RESPONSE-MESSAGE
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-HOLD-BEFORE-IMAGE - the audit's before image of the
      * record just read.
      ******************************************************************
       2200-HOLD-BEFORE-IMAGE.
           MOVE TL-DEP-ITEM-LIMIT TO WS-IMG-DEP-ITEM.
           MOVE TL-DEP-DAILY-LIMIT TO WS-IMG-DEP-DAILY.
           MOVE TL-WDL-ITEM-LIMIT TO WS-IMG-WDL-ITEM.
           MOVE TL-WDL-DAILY-LIMIT TO WS-IMG-WDL-DAILY.
           MOVE SPACES TO WS-BEF-IMAGE.
           STRING TL-BRANCH-ID ' ' TL-AUTHORITY-LEVEL ' '
               TL-ACTIVE-IND ' ' WS-IMG-DEP-ITEM ' ' WS-IMG-DEP-DAILY
               ' ' WS-IMG-WDL-ITEM ' ' WS-IMG-WDL-DAILY
               DELIMITED BY SIZE INTO WS-BEF-IMAGE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHECK-LIMITS - the limits as they will stand: a daily
      * limit below the item limit beside it could never be used.
      ******************************************************************
       2300-CHECK-LIMITS.
           IF WS-NEW-DEP-DAILY < WS-NEW-DEP-ITEM
               OR WS-NEW-WDL-DAILY < WS-NEW-WDL-ITEM
               SET TMS-INVALID-LIMIT TO TRUE
               MOVE 'DAILY LIMIT BELOW ITEM LIMIT' TO
                   TMS-RESPONSE-MESSAGE
           END-IF.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ADD-TELLER - a new ID needs a name, an open branch and
      * a level of 1 to 9, and starts active with no usage.
      ******************************************************************
       3000-ADD-TELLER.
           IF TMR-TELLER-NAME = SPACES
               OR TMR-BRANCH-ID = SPACES
               OR TMR-AUTHORITY-LEVEL = SPACES
               SET TMS-MISSING-DATA TO TRUE
               MOVE 'NEW TELLER NEEDS A NAME, BRANCH AND LEVEL' TO
                   TMS-RESPONSE-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           IF TMR-AUTHORITY-LEVEL NOT NUMERIC
               OR TMR-AUTHORITY-LEVEL = '0'
               SET TMS-INVALID-LIMIT TO TRUE
               MOVE 'AUTHORITY LEVEL MUST BE 1 TO 9' TO
                   TMS-RESPONSE-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2100-CHECK-BRANCH THRU 2100-EXIT.
           IF NOT TMS-SUCCESS
               GO TO 3000-EXIT
           END-IF.
           INITIALIZE WS-NEW-LIMITS.
           IF TMR-DEP-ITEM-LIMIT NUMERIC
               MOVE TMR-DEP-ITEM-LIMIT TO WS-NEW-DEP-ITEM
           END-IF.
           IF TMR-DEP-DAILY-LIMIT NUMERIC
               MOVE TMR-DEP-DAILY-LIMIT TO WS-NEW-DEP-DAILY
           END-IF.
           IF TMR-WDL-ITEM-LIMIT NUMERIC
               MOVE TMR-WDL-ITEM-LIMIT TO WS-NEW-WDL-ITEM
           END-IF.
           IF TMR-WDL-DAILY-LIMIT NUMERIC
               MOVE TMR-WDL-DAILY-LIMIT TO WS-NEW-WDL-DAILY
           END-IF.
           PERFORM 2300-CHECK-LIMITS THRU 2300-EXIT.
           IF NOT TMS-SUCCESS
               GO TO 3000-EXIT
           END-IF.
           INITIALIZE TELLER-REF-RECORD.
           MOVE TMR-TELLER-ID TO TL-TELLER-ID.
           MOVE TMR-TELLER-NAME TO TL-TELLER-NAME.
           MOVE TMR-BRANCH-ID TO TL-BRANCH-ID.
           MOVE TMR-AUTHORITY-LEVEL TO TL-AUTHORITY-LEVEL.
           SET TL-IS-ACTIVE TO TRUE.
           MOVE WS-NEW-DEP-ITEM TO TL-DEP-ITEM-LIMIT.
           MOVE WS-NEW-DEP-DAILY TO TL-DEP-DAILY-LIMIT.
           MOVE WS-NEW-WDL-ITEM TO TL-WDL-ITEM-LIMIT.
           MOVE WS-NEW-WDL-DAILY TO TL-WDL-DAILY-LIMIT.
           MOVE WS-CURRENT-DATE TO TL-ADDED-DATE.
           WRITE TELLER-REF-RECORD
               INVALID KEY
                   SET TMS-SYSTEM-ERROR TO TRUE
                   MOVE 'WRITE OF TELLER-FILE FAILED' TO
                       TMS-RESPONSE-MESSAGE
           END-WRITE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHANGE-TELLER - a new name, branch, level or limits; a
      * field the request leaves as spaces keeps its current value.
      ******************************************************************
       4000-CHANGE-TELLER.
           IF TMR-AUTHORITY-LEVEL NOT = SPACES
               AND (TMR-AUTHORITY-LEVEL NOT NUMERIC
                    OR TMR-AUTHORITY-LEVEL = '0')
               SET TMS-INVALID-LIMIT TO TRUE
               MOVE 'AUTHORITY LEVEL MUST BE 1 TO 9' TO
                   TMS-RESPONSE-MESSAGE
               GO TO 4000-EXIT
           END-IF.
           IF TMR-BRANCH-ID NOT = SPACES
               PERFORM 2100-CHECK-BRANCH THRU 2100-EXIT
               IF NOT TMS-SUCCESS
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           MOVE TL-DEP-ITEM-LIMIT TO WS-NEW-DEP-ITEM.
           MOVE TL-DEP-DAILY-LIMIT TO WS-NEW-DEP-DAILY.
           MOVE TL-WDL-ITEM-LIMIT TO WS-NEW-WDL-ITEM.
           MOVE TL-WDL-DAILY-LIMIT TO WS-NEW-WDL-DAILY.
           IF TMR-DEP-ITEM-LIMIT NUMERIC
               MOVE TMR-DEP-ITEM-LIMIT TO WS-NEW-DEP-ITEM
           END-IF.
           IF TMR-DEP-DAILY-LIMIT NUMERIC
               MOVE TMR-DEP-DAILY-LIMIT TO WS-NEW-DEP-DAILY
           END-IF.
           IF TMR-WDL-ITEM-LIMIT NUMERIC
               MOVE TMR-WDL-ITEM-LIMIT TO WS-NEW-WDL-ITEM
           END-IF.
           IF TMR-WDL-DAILY-LIMIT NUMERIC
               MOVE TMR-WDL-DAILY-LIMIT TO WS-NEW-WDL-DAILY
           END-IF.
           PERFORM 2300-CHECK-LIMITS THRU 2300-EXIT.
           IF NOT TMS-SUCCESS
               GO TO 4000-EXIT
           END-IF.
           IF TMR-TELLER-NAME NOT = SPACES
               MOVE TMR-TELLER-NAME TO TL-TELLER-NAME
           END-IF.
           IF TMR-BRANCH-ID NOT = SPACES
               MOVE TMR-BRANCH-ID TO TL-BRANCH-ID
           END-IF.
           IF TMR-AUTHORITY-LEVEL NOT = SPACES
               MOVE TMR-AUTHORITY-LEVEL TO TL-AUTHORITY-LEVEL
           END-IF.
           MOVE WS-NEW-DEP-ITEM TO TL-DEP-ITEM-LIMIT.
           MOVE WS-NEW-DEP-DAILY TO TL-DEP-DAILY-LIMIT.
           MOVE WS-NEW-WDL-ITEM TO TL-WDL-ITEM-LIMIT.
           MOVE WS-NEW-WDL-DAILY TO TL-WDL-DAILY-LIMIT.
           REWRITE TELLER-REF-RECORD
               INVALID KEY
                   SET TMS-SYSTEM-ERROR TO TRUE
                   MOVE 'REWRITE OF TELLER-FILE FAILED' TO
                       TMS-RESPONSE-MESSAGE
           END-REWRITE.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-DEACTIVATE-TELLER - the ID stays on file, inactive.
      ******************************************************************
       5000-DEACTIVATE-TELLER.
           SET TL-IS-INACTIVE TO TRUE.
           REWRITE TELLER-REF-RECORD
               INVALID KEY
                   SET TMS-SYSTEM-ERROR TO TRUE
                   MOVE 'REWRITE OF TELLER-FILE FAILED' TO
                       TMS-RESPONSE-MESSAGE
           END-REWRITE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-AUDIT - who changed what and when, with the ID's
      * branch, level, status and limits before and after.
      ******************************************************************
       8000-WRITE-AUDIT.
           MOVE TL-DEP-ITEM-LIMIT TO WS-IMG-DEP-ITEM.
           MOVE TL-DEP-DAILY-LIMIT TO WS-IMG-DEP-DAILY.
           MOVE TL-WDL-ITEM-LIMIT TO WS-IMG-WDL-ITEM.
           MOVE TL-WDL-DAILY-LIMIT TO WS-IMG-WDL-DAILY.
           MOVE SPACES TO WS-AFT-IMAGE.
           STRING TL-BRANCH-ID ' ' TL-AUTHORITY-LEVEL ' '
               TL-ACTIVE-IND ' ' WS-IMG-DEP-ITEM ' ' WS-IMG-DEP-DAILY
               ' ' WS-IMG-WDL-ITEM ' ' WS-IMG-WDL-DAILY
               DELIMITED BY SIZE INTO WS-AFT-IMAGE.
           MOVE SPACES TO TLMAUD-LINE.
           STRING WS-CURRENT-DATE ' ' WS-CURRENT-TIME ' '
               TMR-CHANGED-BY ' ' TMR-FUNCTION-CODE ' '
               TMR-TELLER-ID ' WAS ' WS-BEF-IMAGE
               ' NOW ' WS-AFT-IMAGE
               DELIMITED BY SIZE INTO TLMAUD-LINE.
           WRITE TLMAUD-LINE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           CLOSE TELLER-FILE.
           CLOSE BRANCH-FILE.
           CLOSE TLMAUD-FILE.
       9000-EXIT.
           EXIT.
