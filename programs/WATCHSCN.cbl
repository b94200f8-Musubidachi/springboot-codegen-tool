      *   DUPFIND uses - and reports each near-match for compliance
      *   review, alongside any entry that names the customer ID
      *   outright.  When an examiner asks how we screen, the
      *   answer is this report.  Every match is raised as an AML
      *   case for the investigators.
      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  Each match opens an AMLCASE case through
      *                    AMLRAISE, the list entry as its subject,
      *                    so a match found again on a later night
      *                    is not raised twice.  The case ID is
      *                    listed under the match.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHSCN.
           05  WS-WATCH-COUNT               PIC 9(4) COMP VALUE 0.
           05  WS-WATCH-ENTRY OCCURS 1 TO 5000
                   DEPENDING ON WS-WATCH-COUNT.
               10  WT-ENTRY-ID              PIC 9(7).
               10  WT-CUSTOMER-ID           PIC 9(10).
               10  WT-NAME                  PIC X(30).
               10  WT-SOUNDEX-KEY           PIC X(10).
           05  WS-NAME-WORK                 PIC X(30).
           05  WS-MASTER-SOUNDEX            PIC X(10).

       01  WS-CASE-FIELDS.
           05  WS-CASE-OUTCOME              PIC X(16).

       COPY "AMLRAISE-PARM".

       01  WS-DISPLAY-FIELDS.
           05  WS-CUSTOMER-ID-DISPLAY       PIC 9(10).

               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-WATCH-COUNT.
           MOVE WL-ENTRY-ID TO WT-ENTRY-ID (WS-WATCH-COUNT).
           MOVE WL-CUSTOMER-ID TO WT-CUSTOMER-ID (WS-WATCH-COUNT).
           MOVE WL-NAME TO WT-NAME (WS-WATCH-COUNT).
           MOVE WL-NAME TO WS-NAME-WORK.
               ' ENTRY ' WT-NAME (WS-SUB)
               DELIMITED BY SIZE INTO WATCHRPT-LINE.
           WRITE WATCHRPT-LINE.
           PERFORM 3300-RAISE-CASE THRU 3300-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-RAISE-CASE - the match as an AML case, 'WL' and the list
      * entry as its subject and the match line as its supporting
      * detail; the case ID goes under the match.  A match already
      * raised, cleared or not, is not raised again.
      ******************************************************************
       3300-RAISE-CASE.
           SET ARP-FUNC-RAISE TO TRUE.
           MOVE 'W' TO ARP-ALERT-SOURCE.
           MOVE CM-CUSTOMER-ID TO ARP-CUSTOMER-ID.
           MOVE SPACES TO ARP-SUBJECT-REF.
           STRING 'WL' WT-ENTRY-ID (WS-SUB)
               DELIMITED BY SIZE INTO ARP-SUBJECT-REF.
           MOVE 0 TO ARP-ALERT-AMOUNT.
           MOVE WATCHRPT-LINE TO ARP-ALERT-DETAIL.
           CALL "AMLRAISE" USING AMLRAISE-PARM.
           MOVE ' OPENED' TO WS-CASE-OUTCOME.
           IF ARP-CASE-ON-FILE
               MOVE ' ALREADY ON FILE' TO WS-CASE-OUTCOME
           END-IF.
           MOVE SPACES TO WATCHRPT-LINE.
           IF ARP-CASE-FILE-ERROR
               MOVE 4 TO WATCHSCN-RETURN-CODE
               MOVE '  *** AML CASE NOT OPENED' TO WATCHRPT-LINE
           ELSE
               STRING '  AML CASE ' ARP-ALERT-ID WS-CASE-OUTCOME
                   DELIMITED BY SIZE INTO WATCHRPT-LINE
           END-IF.
           WRITE WATCHRPT-LINE.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files, the case files included.
      ******************************************************************
       9000-TERMINATE.
           IF WS-WATCHLST-STATUS NOT = '35'
           END-IF.
           CLOSE CUSTMAST-FILE.
           CLOSE WATCHRPT-FILE.
           SET ARP-FUNC-CLOSE TO TRUE.
           CALL "AMLRAISE" USING AMLRAISE-PARM.
       9000-EXIT.
           EXIT.
