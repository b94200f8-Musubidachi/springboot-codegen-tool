      *   transaction report lists each flagged customer with the
      *   supporting PJ-TXN-ID detail beneath.  The threshold comes
      *   off the NIGHTPRM run-parameter file (keyword CTRLIMIT); a
      *   missing file runs the compiled default.  Every flagged
      *   customer is raised as an AML case for the investigators.
      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  Each flagged customer opens an AMLCASE
      *                    case through AMLRAISE, the business date
      *                    as its subject, and the case ID is listed
      *                    under the customer's heading.
      *   2026-10-15  ROK  Tonight's movements are read off the journal
      *                    index by post date instead of the whole
      *                    journal, for both the aggregation and the
      *                    detail listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRSCAN.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT NIGHTPRM-FILE ASSIGN TO "NIGHTPRM"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  NIGHTPRM-FILE.
       01  NIGHTPRM-LINE.
       COPY "POST-JRNL".

       01  WS-FILE-STATUSES.
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-NIGHTPRM-STATUS           PIC X(2).
               88  WS-NIGHTPRM-OK           VALUE '00'.
           05  WS-CTRRPT-STATUS             PIC X(2).
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-CUSTOMERS-DROPPED         PIC 9(5) COMP VALUE 0.
           05  WS-DETAIL-CUSTOMER           PIC 9(10).
           05  WS-JRNLNDX-OPEN-IND          PIC X(1).
               88  WS-JRNLNDX-OPEN          VALUE 'Y'.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-CASE-FIELDS.
           05  WS-CASE-OUTCOME              PIC X(16).

       COPY "AMLRAISE-PARM".

       01  WS-DISPLAY-FIELDS.
           05  WS-CUSTOMER-ID-DISPLAY       PIC 9(10).
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - load the threshold, open the journal index
      * (once it holds tonight's postings) at tonight's date for the
      * aggregation pass, and the report.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO CTRSCAN-CUSTOMERS-FLAGGED.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1500-LOAD-PARAMETERS THRU 1500-EXIT.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           MOVE 'N' TO WS-JRNLNDX-OPEN-IND.
           OPEN INPUT JRNLNDX-FILE.
           IF WS-JRNLNDX-OK
               MOVE 'Y' TO WS-JRNLNDX-OPEN-IND
           END-IF.
           PERFORM 1600-START-TONIGHTS-ROWS THRU 1600-EXIT.
           OPEN OUTPUT CTRRPT-FILE.
       1000-EXIT.
           EXIT.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1600-START-TONIGHTS-ROWS - position the index on the first
      * of tonight's movements by the post-date key.
      ******************************************************************
       1600-START-TONIGHTS-ROWS.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           IF NOT WS-JRNLNDX-OPEN
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 1600-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO PX-DATE-POST-DATE.
           MOVE 0 TO PX-DATE-JRNL-SEQ.
           START JRNLNDX-FILE KEY IS NOT LESS THAN PX-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           GO TO 1600-EXIT.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 2000-AGGREGATE-ONE-ROW - fold one of tonight's movements
      * into its customer's day totals, credits and debits kept
      * apart so offsetting activity cannot hide either side.
      ******************************************************************
       2000-AGGREGATE-ONE-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2000-EXIT
           END-READ.
           IF PX-DATE-POST-DATE NOT = WS-RUN-DATE
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2000-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           PERFORM 2100-FIND-CUSTOMER-ENTRY THRU 2100-EXIT.
           IF NOT WS-CUST-FOUND
               PERFORM 2200-ADD-CUSTOMER-ENTRY THRU 2200-EXIT
               ' - OVER THRESHOLD'
               DELIMITED BY SIZE INTO CTRRPT-LINE.
           WRITE CTRRPT-LINE.
           PERFORM 3350-RAISE-CASE THRU 3350-EXIT.
           MOVE CT-CUSTOMER-ID (WS-CUST-HIT) TO WS-DETAIL-CUSTOMER.
           PERFORM 3400-LIST-CUSTOMER-DETAIL THRU 3400-EXIT.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3350-RAISE-CASE - the flagged customer as an AML case, the
      * heading line just written as its supporting detail and the
      * larger of the two day totals as its amount; the case ID goes
      * under the heading.  A rerun of the night finds the case
      * already open for the date.
      ******************************************************************
       3350-RAISE-CASE.
           SET ARP-FUNC-RAISE TO TRUE.
           MOVE 'C' TO ARP-ALERT-SOURCE.
           MOVE CT-CUSTOMER-ID (WS-CUST-HIT) TO ARP-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO ARP-SUBJECT-REF.
           MOVE CT-CREDIT-TOTAL (WS-CUST-HIT) TO ARP-ALERT-AMOUNT.
           IF CT-DEBIT-TOTAL (WS-CUST-HIT) > ARP-ALERT-AMOUNT
               MOVE CT-DEBIT-TOTAL (WS-CUST-HIT) TO ARP-ALERT-AMOUNT
           END-IF.
           MOVE CTRRPT-LINE TO ARP-ALERT-DETAIL.
           CALL "AMLRAISE" USING AMLRAISE-PARM.
           MOVE ' OPENED' TO WS-CASE-OUTCOME.
           IF ARP-CASE-ON-FILE
               MOVE ' ALREADY ON FILE' TO WS-CASE-OUTCOME
           END-IF.
           MOVE SPACES TO CTRRPT-LINE.
           IF ARP-CASE-FILE-ERROR
               MOVE 4 TO CTRSCAN-RETURN-CODE
               MOVE '  *** AML CASE NOT OPENED' TO CTRRPT-LINE
           ELSE
               STRING '  AML CASE ' ARP-ALERT-ID WS-CASE-OUTCOME
                   DELIMITED BY SIZE INTO CTRRPT-LINE
           END-IF.
           WRITE CTRRPT-LINE.
           GO TO 3350-EXIT.
       3350-EXIT.
           EXIT.

       3400-LIST-CUSTOMER-DETAIL.
           PERFORM 1600-START-TONIGHTS-ROWS THRU 1600-EXIT.
           PERFORM 3410-LIST-ONE-ROW THRU 3410-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 3400-EXIT.
           EXIT.

       3410-LIST-ONE-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3410-EXIT
           END-READ.
           IF PX-DATE-POST-DATE NOT = WS-RUN-DATE
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3410-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           IF PJ-CUSTOMER-ID NOT = WS-DETAIL-CUSTOMER
               GO TO 3410-EXIT
           END-IF.
           MOVE PJ-TXN-AMOUNT TO WS-AMOUNT-DISPLAY.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files, the case files included.
      ******************************************************************
       9000-TERMINATE.
           IF WS-JRNLNDX-OPEN
               CLOSE JRNLNDX-FILE
           END-IF.
           CLOSE CTRRPT-FILE.
           SET ARP-FUNC-CLOSE TO TRUE.
           CALL "AMLRAISE" USING AMLRAISE-PARM.
       9000-EXIT.
           EXIT.
