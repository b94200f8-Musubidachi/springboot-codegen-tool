      ******************************************************************
      * PROGRAM-ID: AMLMNT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Maintenance transaction for AML alert cases - the cases
      *   AMLRAISE opens on AMLCASE for CTRSCAN, WATCHSCN and
      *   INQFRAUD.  An investigator assigns a case, annotates it,
      *   escalates it or closes it with a disposition (false
      *   positive, reviewed, file report), with the rules
      *   enforced: the case must be on file, a closed case takes
      *   notes but no further change, an assignment names the
      *   assignee, an annotation carries its text, and a close
      *   carries a known disposition.  Every action lands a row on
      *   AMLNOTE with who did it and when - the record of who
      *   cleared what that the spreadsheet never kept - and the
      *   response answers the case's status and the days left to
      *   its filing deadline.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMNT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLCASE-FILE ASSIGN TO "AMLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-ALERT-ID
               ALTERNATE RECORD KEY IS AK-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-AMLCASE-STATUS.

           SELECT AMLNOTE-FILE ASSIGN TO "AMLNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-NOTE-KEY
               FILE STATUS IS WS-AMLNOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMLCASE-FILE.
       COPY "AMLCASE".

       FD  AMLNOTE-FILE.
       COPY "AMLNOTE".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AMLCASE-STATUS            PIC X(2).
               88  WS-AMLCASE-OK            VALUE '00'.
           05  WS-AMLNOTE-STATUS            PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE              PIC 9(8).
           05  WS-CURRENT-TIME              PIC 9(6).
           05  WS-AMLCASE-OPEN-IND          PIC X(1).
               88  WS-AMLCASE-OPEN          VALUE 'Y'.
           05  WS-NOTE-WRITTEN-IND          PIC X(1).
               88  WS-NOTE-WRITTEN          VALUE 'Y'.
           05  WS-TODAY-SERIAL              PIC 9(7) COMP.
           05  WS-DEADLINE-SERIAL           PIC 9(7) COMP.
           05  WS-DISPOSITION-TEXT          PIC X(14).

       LINKAGE SECTION.
       COPY "AMLMNT-REQUEST".
       COPY "AMLMNT-RESPONSE".

       PROCEDURE DIVISION USING AMLMNT-REQUEST AMLMNT-RESPONSE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VALIDATE-REQUEST THRU 2000-EXIT.
           IF ALS-SUCCESS
               EVALUATE TRUE
                   WHEN ALQ-FUNC-ASSIGN
                       PERFORM 3000-ASSIGN-CASE THRU 3000-EXIT
                   WHEN ALQ-FUNC-ESCALATE
                       PERFORM 4000-ESCALATE-CASE THRU 4000-EXIT
                   WHEN ALQ-FUNC-CLOSE
                       PERFORM 5000-CLOSE-CASE THRU 5000-EXIT
               END-EVALUATE
           END-IF.
           IF ALS-SUCCESS
               PERFORM 6000-RECORD-ACTION THRU 6000-EXIT
           END-IF.
           IF ALS-SUCCESS
               PERFORM 7000-ANSWER-CASE THRU 7000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - clear the response and open the case file
      * for update and the activity file, creating it on first use.
      * No case file means no case is on file.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO AMLMNT-RESPONSE.
           MOVE ALQ-TRANSACTION-ID TO ALS-TRANSACTION-ID.
           SET ALS-SUCCESS TO TRUE.
           MOVE 0 TO ALS-FILING-DEADLINE.
           MOVE 0 TO ALS-DAYS-TO-DEADLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE 'N' TO WS-AMLCASE-OPEN-IND.
           OPEN I-O AMLCASE-FILE.
           IF WS-AMLCASE-OK
               MOVE 'Y' TO WS-AMLCASE-OPEN-IND
           END-IF.
           OPEN I-O AMLNOTE-FILE.
           IF WS-AMLNOTE-STATUS = '35'
               OPEN OUTPUT AMLNOTE-FILE
               CLOSE AMLNOTE-FILE
               OPEN I-O AMLNOTE-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VALIDATE-REQUEST - a known function from a named
      * investigator, on a case that is on file and still open
      * unless the action is only a note, carrying what the
      * function needs.
      ******************************************************************
       2000-VALIDATE-REQUEST.
           IF NOT ALQ-FUNC-ASSIGN
               AND NOT ALQ-FUNC-ANNOTATE
               AND NOT ALQ-FUNC-ESCALATE
               AND NOT ALQ-FUNC-CLOSE
               SET ALS-INVALID-FUNCTION TO TRUE
               MOVE 'FUNCTION CODE NOT A, N, E OR C' TO
                   ALS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF ALQ-INVESTIGATOR = SPACES
               SET ALS-MISSING-DATA TO TRUE
               MOVE 'INVESTIGATOR ID REQUIRED' TO ALS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-AMLCASE-OPEN
               SET ALS-NOT-FOUND TO TRUE
               MOVE 'ALERT NOT ON FILE' TO ALS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           MOVE ALQ-ALERT-ID TO AK-ALERT-ID.
           READ AMLCASE-FILE
               INVALID KEY
                   SET ALS-NOT-FOUND TO TRUE
                   MOVE 'ALERT NOT ON FILE' TO ALS-RESPONSE-MESSAGE
                   GO TO 2000-EXIT
           END-READ.
           IF AK-CASE-CLOSED
               AND NOT ALQ-FUNC-ANNOTATE
               SET ALS-CASE-CLOSED TO TRUE
               MOVE 'CASE IS CLOSED - NOTES ONLY' TO
                   ALS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF ALQ-FUNC-ASSIGN
               AND ALQ-ASSIGN-TO = SPACES
               SET ALS-MISSING-DATA TO TRUE
               MOVE 'ASSIGNEE REQUIRED' TO ALS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF ALQ-FUNC-ANNOTATE
               AND ALQ-NOTE-TEXT = SPACES
               SET ALS-MISSING-DATA TO TRUE
               MOVE 'NOTE TEXT REQUIRED' TO ALS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF ALQ-FUNC-CLOSE
               AND NOT ALQ-DISP-VALID
               SET ALS-INVALID-DISPOSITION TO TRUE
               MOVE 'DISPOSITION NOT F, R OR S' TO
                   ALS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ASSIGN-CASE - a new case becomes assigned; an escalated
      * case keeps its escalation under its new assignee.
      ******************************************************************
       3000-ASSIGN-CASE.
           MOVE ALQ-ASSIGN-TO TO AK-ASSIGNED-TO.
           MOVE WS-CURRENT-DATE TO AK-ASSIGNED-DATE.
           IF AK-CASE-NEW
               SET AK-CASE-ASSIGNED TO TRUE
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ESCALATE-CASE - escalated from today, to the assignee
      * named on the request when there is one.
      ******************************************************************
       4000-ESCALATE-CASE.
           SET AK-CASE-ESCALATED TO TRUE.
           MOVE WS-CURRENT-DATE TO AK-ESCALATED-DATE.
           IF ALQ-ASSIGN-TO NOT = SPACES
               MOVE ALQ-ASSIGN-TO TO AK-ASSIGNED-TO
               MOVE WS-CURRENT-DATE TO AK-ASSIGNED-DATE
           END-IF.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CLOSE-CASE - closed today with its disposition, by the
      * investigator on the request.
      ******************************************************************
       5000-CLOSE-CASE.
           SET AK-CASE-CLOSED TO TRUE.
           MOVE ALQ-DISPOSITION TO AK-DISPOSITION.
           MOVE ALQ-INVESTIGATOR TO AK-CLOSED-BY.
           MOVE WS-CURRENT-DATE TO AK-CLOSED-DATE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-RECORD-ACTION - rewrite the case with its note count
      * moved on, then land the activity row: the action, who and
      * when, and the note - led by the assignee or disposition for
      * the actions that set one.
      ******************************************************************
       6000-RECORD-ACTION.
           ADD 1 TO AK-NOTE-COUNT.
           REWRITE AML-CASE-RECORD
               INVALID KEY
                   SET ALS-SYSTEM-ERROR TO TRUE
                   MOVE 'REWRITE OF AMLCASE-FILE FAILED' TO
                       ALS-RESPONSE-MESSAGE
                   GO TO 6000-EXIT
           END-REWRITE.
           INITIALIZE AML-NOTE-RECORD.
           MOVE AK-ALERT-ID TO AE-ALERT-ID.
           MOVE ALQ-FUNCTION-CODE TO AE-ACTION.
           MOVE WS-CURRENT-DATE TO AE-ACTION-DATE.
           MOVE WS-CURRENT-TIME TO AE-ACTION-TIME.
           MOVE ALQ-INVESTIGATOR TO AE-ACTED-BY.
           MOVE ALQ-NOTE-TEXT TO AE-NOTE-TEXT.
           IF ALQ-FUNC-ASSIGN
               MOVE SPACES TO AE-NOTE-TEXT
               STRING 'ASSIGNED TO ' ALQ-ASSIGN-TO ' ' ALQ-NOTE-TEXT
                   DELIMITED BY SIZE INTO AE-NOTE-TEXT
           END-IF.
           IF ALQ-FUNC-ESCALATE
               MOVE SPACES TO AE-NOTE-TEXT
               STRING 'ESCALATED TO ' AK-ASSIGNED-TO ' '
                   ALQ-NOTE-TEXT
                   DELIMITED BY SIZE INTO AE-NOTE-TEXT
           END-IF.
           IF ALQ-FUNC-CLOSE
               PERFORM 6100-SET-DISPOSITION-TEXT THRU 6100-EXIT
               MOVE SPACES TO AE-NOTE-TEXT
               STRING 'CLOSED ' WS-DISPOSITION-TEXT ' '
                   ALQ-NOTE-TEXT
                   DELIMITED BY SIZE INTO AE-NOTE-TEXT
           END-IF.
           MOVE AK-NOTE-COUNT TO AE-NOTE-SEQ.
           MOVE 'N' TO WS-NOTE-WRITTEN-IND.
           PERFORM 6200-TRY-ONE-NOTE-WRITE THRU 6200-EXIT
               UNTIL WS-NOTE-WRITTEN
                   OR AE-NOTE-SEQ > 998.
           IF NOT WS-NOTE-WRITTEN
               SET ALS-SYSTEM-ERROR TO TRUE
               MOVE 'WRITE OF AMLNOTE-FILE FAILED' TO
                   ALS-RESPONSE-MESSAGE
           END-IF.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       6100-SET-DISPOSITION-TEXT.
           MOVE SPACES TO WS-DISPOSITION-TEXT.
           IF AK-DISP-FALSE-POSITIVE
               MOVE 'FALSE POSITIVE' TO WS-DISPOSITION-TEXT
           END-IF.
           IF AK-DISP-REVIEWED
               MOVE 'REVIEWED' TO WS-DISPOSITION-TEXT
           END-IF.
           IF AK-DISP-FILE-REPORT
               MOVE 'FILE REPORT' TO WS-DISPOSITION-TEXT
           END-IF.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

       6200-TRY-ONE-NOTE-WRITE.
           WRITE AML-NOTE-RECORD
               INVALID KEY
                   ADD 1 TO AE-NOTE-SEQ
               NOT INVALID KEY
                   SET WS-NOTE-WRITTEN TO TRUE
           END-WRITE.
           GO TO 6200-EXIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-ANSWER-CASE - the case as it now stands, with the days
      * left to its filing deadline.
      ******************************************************************
       7000-ANSWER-CASE.
           MOVE AK-CASE-STATUS TO ALS-CASE-STATUS.
           MOVE AK-ASSIGNED-TO TO ALS-ASSIGNED-TO.
           MOVE AK-FILING-DEADLINE TO ALS-FILING-DEADLINE.
           CALL "DATESER" USING WS-CURRENT-DATE WS-TODAY-SERIAL.
           CALL "DATESER" USING AK-FILING-DEADLINE WS-DEADLINE-SERIAL.
           COMPUTE ALS-DAYS-TO-DEADLINE =
               WS-DEADLINE-SERIAL - WS-TODAY-SERIAL.
           MOVE 'CASE UPDATED' TO ALS-RESPONSE-MESSAGE.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           IF WS-AMLCASE-OPEN
               CLOSE AMLCASE-FILE
           END-IF.
           CLOSE AMLNOTE-FILE.
       9000-EXIT.
           EXIT.
