      *     - an inquiry landing outside the operating hours
      *       CHANNEL-REF maintains for the terminal's range (ranges
      *       with no hours maintained are not screened).
      *   Every alert is raised as an AML case for the investigators.
      *
      * MODIFICATION HISTORY
      *   2026-08-22  ROK  Original version.
      *                    instead of being aliased onto the first
      *                    table entry and corrupting an innocent
      *                    terminal's walk and hour state.
      *   2026-10-15  ROK  Each alert opens an AMLCASE case through
      *                    AMLRAISE for the customer inquired on,
      *                    the terminal and date as its subject, and
      *                    the case ID is listed under the alert.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQFRAUD.
           05  WS-ALERTS-WRITTEN            PIC 9(5) COMP VALUE 0.
           05  WS-OVERFLOW-NOTED-IND        PIC X(1) VALUE 'N'.
               88  WS-OVERFLOW-NOTED        VALUE 'Y'.
           05  WS-CASES-OPENED              PIC 9(5) COMP VALUE 0.
           05  WS-CASE-OUTCOME              PIC X(16).
           05  WS-WALK-DISPLAY              PIC ZZ9.
           05  WS-DISTINCT-DISPLAY          PIC ZZ9.

       COPY "AMLRAISE-PARM".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

      ******************************************************************
      * 8000-WRITE-ALERT - write the alert line already built by the
      * caller, with the supporting audit line attached under it,
      * then raise it as an AML case on the customer inquired on -
      * the terminal and the inquiry date its subject, so one
      * terminal's alerts on one customer in a day are one case -
      * and list the case ID.
      ******************************************************************
       8000-WRITE-ALERT.
           ADD 1 TO WS-ALERTS-WRITTEN.
           WRITE INQALERT-LINE.
           SET ARP-FUNC-RAISE TO TRUE.
           MOVE 'I' TO ARP-ALERT-SOURCE.
           MOVE IAR-CUSTOMER-ID TO ARP-CUSTOMER-ID.
           MOVE SPACES TO ARP-SUBJECT-REF.
           STRING IAR-TERMINAL-ID IAR-REQUEST-DATE
               DELIMITED BY SIZE INTO ARP-SUBJECT-REF.
           MOVE 0 TO ARP-ALERT-AMOUNT.
           MOVE INQALERT-LINE TO ARP-ALERT-DETAIL.
           MOVE SPACES TO INQALERT-LINE.
           STRING '  AUDIT: ' INQ-AUDIT-RECORD
               DELIMITED BY SIZE INTO INQALERT-LINE.
           WRITE INQALERT-LINE.
           CALL "AMLRAISE" USING AMLRAISE-PARM.
           MOVE ' OPENED' TO WS-CASE-OUTCOME.
           IF ARP-CASE-OPENED
               ADD 1 TO WS-CASES-OPENED
           END-IF.
           IF ARP-CASE-ON-FILE
               MOVE ' ALREADY ON FILE' TO WS-CASE-OUTCOME
           END-IF.
           MOVE SPACES TO INQALERT-LINE.
           IF ARP-CASE-FILE-ERROR
               MOVE '  *** AML CASE NOT OPENED' TO INQALERT-LINE
           ELSE
               STRING '  AML CASE ' ARP-ALERT-ID WS-CASE-OUTCOME
                   DELIMITED BY SIZE INTO INQALERT-LINE
           END-IF.
           WRITE INQALERT-LINE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.
           CLOSE INQAUDIT-FILE.
           CLOSE CHANNEL-FILE.
           CLOSE INQALERT-FILE.
           SET ARP-FUNC-CLOSE TO TRUE.
           CALL "AMLRAISE" USING AMLRAISE-PARM.
           DISPLAY 'INQFRAUD ALERTS WRITTEN: ' WS-ALERTS-WRITTEN.
           DISPLAY 'INQFRAUD AML CASES OPENED: ' WS-CASES-OPENED.
       9000-EXIT.
           EXIT.
