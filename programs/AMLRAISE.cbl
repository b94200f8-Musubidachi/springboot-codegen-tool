      ******************************************************************
      * PROGRAM-ID: AMLRAISE
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   AML alert case writer.  CTRSCAN, WATCHSCN and INQFRAUD
      *   call it for every alert they report, so compliance works
      *   all three from the one AMLCASE case file instead of three
      *   reports and a spreadsheet.  Each raise opens a new case -
      *   status new, unassigned - with the supporting detail line,
      *   the filing deadline for its source counted in calendar
      *   days from today, and the raising row on AMLNOTE.  An
      *   alert whose source, customer and subject already have a
      *   case is not raised twice, so a nightly screen that finds
      *   the same near-match again, or a rerun of the night, adds
      *   nothing.  The case files are opened on the first raise of
      *   the run and kept open until the caller's close call.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLRAISE.
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
               88  WS-AMLNOTE-OK            VALUE '00'.

      ******************************************************************
      * Filing deadline by source, in calendar days from detection:
      * a currency transaction report is due fifteen days after the
      * transactions, a blocked-property report on a sanctions match
      * ten (counted as calendar days, the earlier date), and a
      * suspicious activity report thirty days after detection.  A
      * source not in the table gets the thirty-day deadline.
      ******************************************************************
       01  AR-DEADLINE-VALUES.
           05  FILLER  PIC X(4) VALUE 'C015'.
           05  FILLER  PIC X(4) VALUE 'W010'.
           05  FILLER  PIC X(4) VALUE 'I030'.
       01  AR-DEADLINE-TABLE REDEFINES AR-DEADLINE-VALUES.
           05  AR-DEADLINE-ENTRY OCCURS 3 TIMES.
               10  AR-SOURCE                PIC X(1).
               10  AR-DEADLINE-DAYS         PIC 9(3).

      ******************************************************************
      * AR-MONTH-DAYS gives the day count of each month in a common
      * year; February is corrected for leap years in
      * 2210-ADD-ONE-DAY.
      ******************************************************************
       01  AR-MONTH-DAYS-VALUES.
           05  FILLER                       PIC 9(2) VALUE 31.
           05  FILLER                       PIC 9(2) VALUE 28.
           05  FILLER                       PIC 9(2) VALUE 31.
           05  FILLER                       PIC 9(2) VALUE 30.
           05  FILLER                       PIC 9(2) VALUE 31.
           05  FILLER                       PIC 9(2) VALUE 30.
           05  FILLER                       PIC 9(2) VALUE 31.
           05  FILLER                       PIC 9(2) VALUE 31.
           05  FILLER                       PIC 9(2) VALUE 30.
           05  FILLER                       PIC 9(2) VALUE 31.
           05  FILLER                       PIC 9(2) VALUE 30.
           05  FILLER                       PIC 9(2) VALUE 31.
       01  AR-MONTH-DAYS REDEFINES AR-MONTH-DAYS-VALUES.
           05  AR-MONTH-DAYS-ENTRY          PIC 9(2) OCCURS 12 TIMES.

       01  WS-WORK-FIELDS.
           05  WS-FILES-TRIED-IND           PIC X(1) VALUE 'N'.
               88  WS-FILES-TRIED           VALUE 'Y'.
           05  WS-FILES-OPEN-IND            PIC X(1) VALUE 'N'.
               88  WS-FILES-OPEN            VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-TIME                  PIC 9(6).
           05  WS-ALERT-SEQ                 PIC 9(9).
           05  WS-CASE-FOUND-IND            PIC X(1).
               88  WS-CASE-FOUND            VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-CASE-WRITTEN-IND          PIC X(1).
               88  WS-CASE-WRITTEN          VALUE 'Y'.
           05  WS-NOTE-WRITTEN-IND          PIC X(1).
               88  WS-NOTE-WRITTEN          VALUE 'Y'.
           05  WS-SUB                       PIC 9(2) COMP.
           05  WS-DEADLINE-DAYS             PIC 9(3).
           05  WS-RAISED-BY                 PIC X(8).
           05  WS-CANDIDATE-DATE            PIC 9(8).
           05  WS-CANDIDATE-GRP REDEFINES WS-CANDIDATE-DATE.
               10  WS-CAND-YEAR             PIC 9(4).
               10  WS-CAND-MONTH            PIC 9(2).
               10  WS-CAND-DAY              PIC 9(2).
           05  WS-MONTH-LIMIT               PIC 9(2).
           05  WS-REM4                      PIC 9(4) COMP.
           05  WS-REM100                    PIC 9(4) COMP.
           05  WS-REM400                    PIC 9(4) COMP.
           05  WS-QUOTIENT                  PIC 9(7) COMP.

       LINKAGE SECTION.
       COPY "AMLRAISE-PARM".

       PROCEDURE DIVISION USING AMLRAISE-PARM.
       0000-MAINLINE.
           IF ARP-FUNC-CLOSE
               PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
               GO TO 0000-EXIT
           END-IF.
           IF NOT WS-FILES-TRIED
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF.
           MOVE SPACES TO ARP-ALERT-ID.
           IF NOT WS-FILES-OPEN
               SET ARP-CASE-FILE-ERROR TO TRUE
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-RAISE-CASE THRU 2000-EXIT.
           GO TO 0000-EXIT.
       0000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-OPEN-FILES - open the case and activity files for
      * update, creating either on first use.  Case IDs are probed
      * from 1 on the first raise and carry on from the last one
      * written for the rest of the run.
      ******************************************************************
       1000-OPEN-FILES.
           MOVE 'Y' TO WS-FILES-TRIED-IND.
           MOVE 'N' TO WS-FILES-OPEN-IND.
           MOVE 1 TO WS-ALERT-SEQ.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O AMLCASE-FILE.
           IF WS-AMLCASE-STATUS = '35'
               OPEN OUTPUT AMLCASE-FILE
               CLOSE AMLCASE-FILE
               OPEN I-O AMLCASE-FILE
           END-IF.
           IF NOT WS-AMLCASE-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O AMLNOTE-FILE.
           IF WS-AMLNOTE-STATUS = '35'
               OPEN OUTPUT AMLNOTE-FILE
               CLOSE AMLNOTE-FILE
               OPEN I-O AMLNOTE-FILE
           END-IF.
           IF NOT WS-AMLNOTE-OK
               CLOSE AMLCASE-FILE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILES-OPEN-IND.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RAISE-CASE - hand back the case already on file for this
      * source, customer and subject, or open a new one with its
      * deadline and raising row.
      ******************************************************************
       2000-RAISE-CASE.
           PERFORM 2100-FIND-EXISTING-CASE THRU 2100-EXIT.
           IF WS-CASE-FOUND
               SET ARP-CASE-ON-FILE TO TRUE
               MOVE AK-ALERT-ID TO ARP-ALERT-ID
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-SET-DEADLINE THRU 2200-EXIT.
           INITIALIZE AML-CASE-RECORD.
           MOVE ARP-CUSTOMER-ID TO AK-CUSTOMER-ID.
           MOVE ARP-ALERT-SOURCE TO AK-ALERT-SOURCE.
           MOVE ARP-SUBJECT-REF TO AK-SUBJECT-REF.
           MOVE WS-RUN-DATE TO AK-DETECTED-DATE.
           MOVE WS-CANDIDATE-DATE TO AK-FILING-DEADLINE.
           MOVE ARP-ALERT-AMOUNT TO AK-ALERT-AMOUNT.
           MOVE ARP-ALERT-DETAIL TO AK-ALERT-DETAIL.
           SET AK-CASE-NEW TO TRUE.
           MOVE SPACES TO AK-ASSIGNED-TO.
           MOVE SPACES TO AK-DISPOSITION.
           MOVE SPACES TO AK-CLOSED-BY.
           MOVE 1 TO AK-NOTE-COUNT.
           MOVE 'N' TO WS-CASE-WRITTEN-IND.
           PERFORM 2300-TRY-ONE-CASE-WRITE THRU 2300-EXIT
               UNTIL WS-CASE-WRITTEN
                   OR WS-ALERT-SEQ > 999999998.
           IF NOT WS-CASE-WRITTEN
               SET ARP-CASE-FILE-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           SET ARP-CASE-OPENED TO TRUE.
           MOVE AK-ALERT-ID TO ARP-ALERT-ID.
           ADD 1 TO WS-ALERT-SEQ.
           PERFORM 2400-WRITE-RAISED-NOTE THRU 2400-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-EXISTING-CASE - walk the customer's cases through
      * the customer key for one with the same source and subject,
      * whatever its status: a match already cleared stays cleared.
      ******************************************************************
       2100-FIND-EXISTING-CASE.
           MOVE 'N' TO WS-CASE-FOUND-IND.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE ARP-CUSTOMER-ID TO AK-CUSTOMER-ID.
           START AMLCASE-FILE KEY IS EQUAL TO AK-CUSTOMER-ID
               INVALID KEY
                   GO TO 2100-EXIT
           END-START.
           PERFORM 2110-CHECK-ONE-CASE THRU 2110-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-CHECK-ONE-CASE.
           READ AMLCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2110-EXIT
           END-READ.
           IF AK-CUSTOMER-ID NOT = ARP-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2110-EXIT
           END-IF.
           IF AK-ALERT-SOURCE = ARP-ALERT-SOURCE
               AND AK-SUBJECT-REF = ARP-SUBJECT-REF
               SET WS-CASE-FOUND TO TRUE
               MOVE 'Y' TO WS-SCAN-DONE-IND
           END-IF.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SET-DEADLINE - today plus the source's deadline days,
      * left in WS-CANDIDATE-DATE.
      ******************************************************************
       2200-SET-DEADLINE.
           MOVE 30 TO WS-DEADLINE-DAYS.
           PERFORM 2220-CHECK-ONE-SOURCE THRU 2220-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 3.
           MOVE WS-RUN-DATE TO WS-CANDIDATE-DATE.
           PERFORM 2210-ADD-ONE-DAY THRU 2210-EXIT
               WS-DEADLINE-DAYS TIMES.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2210-ADD-ONE-DAY.
           MOVE AR-MONTH-DAYS-ENTRY (WS-CAND-MONTH) TO WS-MONTH-LIMIT.
           IF WS-CAND-MONTH = 2
               DIVIDE WS-CAND-YEAR BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-REM4
               DIVIDE WS-CAND-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM100
               DIVIDE WS-CAND-YEAR BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM400
               IF WS-REM400 = 0
                   OR (WS-REM4 = 0 AND WS-REM100 NOT = 0)
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           IF WS-CAND-DAY < WS-MONTH-LIMIT
               ADD 1 TO WS-CAND-DAY
               GO TO 2210-EXIT
           END-IF.
           MOVE 1 TO WS-CAND-DAY.
           IF WS-CAND-MONTH < 12
               ADD 1 TO WS-CAND-MONTH
           ELSE
               MOVE 1 TO WS-CAND-MONTH
               ADD 1 TO WS-CAND-YEAR
           END-IF.
           GO TO 2210-EXIT.
       2210-EXIT.
           EXIT.

       2220-CHECK-ONE-SOURCE.
           IF AR-SOURCE (WS-SUB) = ARP-ALERT-SOURCE
               MOVE AR-DEADLINE-DAYS (WS-SUB) TO WS-DEADLINE-DAYS
           END-IF.
           GO TO 2220-EXIT.
       2220-EXIT.
           EXIT.

       2300-TRY-ONE-CASE-WRITE.
           MOVE SPACES TO AK-ALERT-ID.
           STRING 'AML' WS-ALERT-SEQ DELIMITED BY SIZE
               INTO AK-ALERT-ID.
           WRITE AML-CASE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALERT-SEQ
               NOT INVALID KEY
                   SET WS-CASE-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-WRITE-RAISED-NOTE - the case's first activity row,
      * naming the screen that raised it.
      ******************************************************************
       2400-WRITE-RAISED-NOTE.
           MOVE 'AMLRAISE' TO WS-RAISED-BY.
           IF AK-SOURCE-CTRSCAN
               MOVE 'CTRSCAN' TO WS-RAISED-BY
           END-IF.
           IF AK-SOURCE-WATCHSCN
               MOVE 'WATCHSCN' TO WS-RAISED-BY
           END-IF.
           IF AK-SOURCE-INQFRAUD
               MOVE 'INQFRAUD' TO WS-RAISED-BY
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           INITIALIZE AML-NOTE-RECORD.
           MOVE AK-ALERT-ID TO AE-ALERT-ID.
           SET AE-ACTION-RAISED TO TRUE.
           MOVE WS-RUN-DATE TO AE-ACTION-DATE.
           MOVE WS-RUN-TIME TO AE-ACTION-TIME.
           MOVE WS-RAISED-BY TO AE-ACTED-BY.
           STRING 'RAISED BY ' WS-RAISED-BY
               ' - FILING DUE ' AK-FILING-DEADLINE
               DELIMITED BY SIZE INTO AE-NOTE-TEXT.
           MOVE 1 TO AE-NOTE-SEQ.
           MOVE 'N' TO WS-NOTE-WRITTEN-IND.
           PERFORM 2410-TRY-ONE-NOTE-WRITE THRU 2410-EXIT
               UNTIL WS-NOTE-WRITTEN
                   OR AE-NOTE-SEQ > 998.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

       2410-TRY-ONE-NOTE-WRITE.
           WRITE AML-NOTE-RECORD
               INVALID KEY
                   ADD 1 TO AE-NOTE-SEQ
               NOT INVALID KEY
                   SET WS-NOTE-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2410-EXIT.
       2410-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CLOSE-FILES - close the case files for the caller that
      * is done, so the next caller of the run opens them afresh.
      ******************************************************************
       3000-CLOSE-FILES.
           IF WS-FILES-OPEN
               CLOSE AMLCASE-FILE
               CLOSE AMLNOTE-FILE
           END-IF.
           MOVE 'N' TO WS-FILES-OPEN-IND.
           MOVE 'N' TO WS-FILES-TRIED-IND.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
