      ******************************************************************
      * PROGRAM-ID: RISKRATE
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Nightly customer risk rating for due diligence.  Scores
      *   every customer on CUSTMAST from what the system already
      *   holds: the customer type, the AML cases CTRSCAN, WATCHSCN
      *   and INQFRAUD have raised against the customer on AMLCASE
      *   in the last year, a mailing address outside the country,
      *   and the year's customer-posted volume on the posting
      *   journal.  The score sets the rating - high, medium or low
      *   - and a changed rating sets the next due-diligence review
      *   date from the rating's review cycle (high yearly, medium
      *   every three years, low every five), lands a
      *   CH-RISK-RATING-CHANGE row on CUSTHIST and is listed on
      *   RISKRPT.  The year's journal rows, read off the journal
      *   index by post date, are sorted into customer order and
      *   matched against the master, so each file is read once.
      *   Merged and deceased customers are not rated.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  The year's volume is read off the journal
      *                    index by post date from a year back; the
      *                    live journal holds only the open month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKRATE.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT AMLCASE-FILE ASSIGN TO "AMLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-ALERT-ID
               ALTERNATE RECORD KEY IS AK-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-AMLCASE-STATUS.

           SELECT CUSTHIST-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT RISKRPT-FILE ASSIGN TO "RISKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISKRPT-STATUS.

           SELECT RISKSW-FILE ASSIGN TO "RISKSW".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  AMLCASE-FILE.
       COPY "AMLCASE".

       FD  CUSTHIST-FILE.
       COPY "CUSTHIST".

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  RISKRPT-FILE.
       01  RISKRPT-LINE                     PIC X(132).

      ******************************************************************
      * One customer-posted movement inside the year, in customer
      * order.
      ******************************************************************
       SD  RISKSW-FILE.
       01  RISKSW-RECORD.
           05  SW-CUSTOMER-ID               PIC 9(10).
           05  SW-AMOUNT                    PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".

       01  WS-FILE-STATUSES.
           05  WS-CUSTMAST-STATUS           PIC X(2).
               88  WS-CUSTMAST-OK           VALUE '00'.
           05  WS-AMLCASE-STATUS            PIC X(2).
               88  WS-AMLCASE-OK            VALUE '00'.
           05  WS-CUSTHIST-STATUS           PIC X(2).
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-RISKRPT-STATUS            PIC X(2).

      ******************************************************************
      * The scoring rules.  Points for a business customer, for each
      * case of each source raised in the last WS-LOOKBACK-DAYS
      * days, for an address outside the country, and for the
      * year's customer-posted volume at or above each band.  A
      * score at or above RK-HIGH-SCORE rates high, at or above
      * RK-MEDIUM-SCORE medium, anything less low.  Only movements
      * POSTBAT posted - the customer's own transactions - count
      * toward the volume; interest, fees and sweeps do not.
      ******************************************************************
       01  RK-SCORING-RULES.
           05  RK-BUSINESS-POINTS           PIC 9(3) VALUE 2.
           05  RK-CTR-CASE-POINTS           PIC 9(3) VALUE 2.
           05  RK-WATCH-CASE-POINTS         PIC 9(3) VALUE 5.
           05  RK-FRAUD-CASE-POINTS         PIC 9(3) VALUE 2.
           05  RK-CROSS-BORDER-POINTS       PIC 9(3) VALUE 3.
           05  RK-VOLUME-MID-AMOUNT         PIC S9(11)V99 COMP-3
                                            VALUE 100000.00.
           05  RK-VOLUME-MID-POINTS         PIC 9(3) VALUE 2.
           05  RK-VOLUME-HIGH-AMOUNT        PIC S9(11)V99 COMP-3
                                            VALUE 250000.00.
           05  RK-VOLUME-HIGH-POINTS        PIC 9(3) VALUE 4.
           05  RK-HIGH-SCORE                PIC 9(3) VALUE 6.
           05  RK-MEDIUM-SCORE              PIC 9(3) VALUE 3.
           05  RK-HIGH-REVIEW-YEARS         PIC 9(2) VALUE 1.
           05  RK-MEDIUM-REVIEW-YEARS       PIC 9(2) VALUE 3.
           05  RK-LOW-REVIEW-YEARS          PIC 9(2) VALUE 5.
           05  WS-LOOKBACK-DAYS             PIC 9(3) VALUE 365.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-SERIAL-DAYS           PIC 9(7) COMP.
           05  WS-ROW-SERIAL-DAYS           PIC 9(7) COMP.
           05  WS-AGE-DAYS                  PIC S9(7) COMP.
           05  WS-CUSTMAST-OPEN-IND         PIC X(1).
               88  WS-CUSTMAST-OPEN         VALUE 'Y'.
           05  WS-AMLCASE-OPEN-IND          PIC X(1).
               88  WS-AMLCASE-OPEN          VALUE 'Y'.
           05  WS-JRNL-EOF-IND              PIC X(1).
               88  WS-JRNL-DONE             VALUE 'Y'.
           05  WS-CUST-EOF-IND              PIC X(1).
               88  WS-CUST-DONE             VALUE 'Y'.
           05  WS-SORT-EOF-IND              PIC X(1).
               88  WS-SORT-DONE             VALUE 'Y'.
           05  WS-CASE-SCAN-IND             PIC X(1).
               88  WS-CASE-SCAN-DONE        VALUE 'Y'.
           05  WS-HIST-WRITTEN-IND          PIC X(1).
               88  WS-HIST-WRITTEN          VALUE 'Y'.
           05  WS-CUST-VOLUME               PIC S9(11)V99 COMP-3.
           05  WS-CTR-CASES                 PIC 9(3) COMP.
           05  WS-WATCH-CASES               PIC 9(3) COMP.
           05  WS-FRAUD-CASES               PIC 9(3) COMP.
           05  WS-SCORE                     PIC 9(5) COMP.
           05  WS-NEW-SCORE                 PIC 9(3).
           05  WS-NEW-RATING                PIC X(1).
           05  WS-OLD-RATING                PIC X(1).
           05  WS-OLD-SCORE                 PIC 9(3).
           05  WS-REVIEW-YEARS              PIC 9(2).
           05  WS-REVIEW-DATE               PIC 9(8).
           05  WS-REVIEW-DATE-X REDEFINES WS-REVIEW-DATE.
               10  WS-REVIEW-YEAR           PIC 9(4).
               10  WS-REVIEW-MONTH          PIC 9(2).
               10  WS-REVIEW-DAY            PIC 9(2).
           05  WS-CUSTOMERS-READ            PIC 9(7) COMP.
           05  WS-CUSTOMERS-RATED           PIC 9(7) COMP.
           05  WS-RATINGS-CHANGED           PIC 9(7) COMP.
           05  WS-HIGH-COUNT                PIC 9(7) COMP.
           05  WS-MEDIUM-COUNT              PIC 9(7) COMP.
           05  WS-LOW-COUNT                 PIC 9(7) COMP.

       01  WS-DISPLAY-FIELDS.
           05  WS-OLD-TEXT                  PIC X(7).
           05  WS-NEW-TEXT                  PIC X(7).
           05  WS-SCORE-DISPLAY             PIC ZZ9.
           05  WS-CTR-DISPLAY               PIC ZZ9.
           05  WS-WATCH-DISPLAY             PIC ZZ9.
           05  WS-FRAUD-DISPLAY             PIC ZZ9.
           05  WS-VOLUME-DISPLAY            PIC -(10)9.99.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
           05  WS-CHANGED-DISPLAY           PIC ZZZ,ZZ9.
           05  WS-HIGH-DISPLAY              PIC ZZZ,ZZ9.
           05  WS-MEDIUM-DISPLAY            PIC ZZZ,ZZ9.
           05  WS-LOW-DISPLAY               PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  RISKRATE-CUSTOMERS-RATED         PIC 9(7) COMP.
       01  RISKRATE-RATINGS-CHANGED         PIC 9(7) COMP.
       01  RISKRATE-RETURN-CODE             PIC 9(2).

       PROCEDURE DIVISION USING RISKRATE-CUSTOMERS-RATED
           RISKRATE-RATINGS-CHANGED RISKRATE-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CUSTMAST-OPEN
               SORT RISKSW-FILE
                   ON ASCENDING KEY SW-CUSTOMER-ID
                   INPUT PROCEDURE IS 2000-SELECT-YEAR-VOLUME
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-RATE-CUSTOMERS
                       THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the master for update, the case file
      * for the case counts, the history file (created on first
      * use) and the report.  No master means nothing to rate; no
      * case file means no cases have been raised.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO RISKRATE-CUSTOMERS-RATED.
           MOVE 0 TO RISKRATE-RATINGS-CHANGED.
           MOVE 0 TO RISKRATE-RETURN-CODE.
           MOVE 0 TO WS-CUSTOMERS-READ.
           MOVE 0 TO WS-CUSTOMERS-RATED.
           MOVE 0 TO WS-RATINGS-CHANGED.
           MOVE 0 TO WS-HIGH-COUNT.
           MOVE 0 TO WS-MEDIUM-COUNT.
           MOVE 0 TO WS-LOW-COUNT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DATESER" USING WS-RUN-DATE WS-RUN-SERIAL-DAYS.
           OPEN OUTPUT RISKRPT-FILE.
           MOVE SPACES TO RISKRPT-LINE.
           STRING 'CUSTOMER RISK RATING CHANGES - ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RISKRPT-LINE.
           WRITE RISKRPT-LINE.
           MOVE SPACES TO RISKRPT-LINE.
           STRING 'CUSTOMER    NAME                            OLD  '
               '    NEW      SCORE  CTR WL FR         YEAR VOLUME'
               '  NEXT REVIEW'
               DELIMITED BY SIZE INTO RISKRPT-LINE.
           WRITE RISKRPT-LINE.
           MOVE 'N' TO WS-CUSTMAST-OPEN-IND.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CUSTMAST-OK
               MOVE 'Y' TO WS-CUSTMAST-OPEN-IND
           ELSE
               MOVE 'NO CUSTOMER MASTER - NOTHING RATED' TO
                   RISKRPT-LINE
               WRITE RISKRPT-LINE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-AMLCASE-OPEN-IND.
           OPEN INPUT AMLCASE-FILE.
           IF WS-AMLCASE-OK
               MOVE 'Y' TO WS-AMLCASE-OPEN-IND
           END-IF.
           OPEN I-O CUSTHIST-FILE.
           IF WS-CUSTHIST-STATUS = '35'
               OPEN OUTPUT CUSTHIST-FILE
               CLOSE CUSTHIST-FILE
               OPEN I-O CUSTHIST-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-YEAR-VOLUME - the sort's input: every movement
      * POSTBAT posted in the last year, at its size whichever way
      * it went.  The index is read by post date from the same date
      * a year back, never later than the window's first day.
      * No journal means no volume.
      ******************************************************************
       2000-SELECT-YEAR-VOLUME.
           MOVE 'N' TO WS-JRNL-EOF-IND.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           OPEN INPUT JRNLNDX-FILE.
           IF NOT WS-JRNLNDX-OK
               GO TO 2000-EXIT
           END-IF.
           COMPUTE PX-DATE-POST-DATE = WS-RUN-DATE - 10000.
           MOVE 0 TO PX-DATE-JRNL-SEQ.
           START JRNLNDX-FILE KEY IS NOT LESS THAN PX-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-JRNL-EOF-IND
           END-START.
           PERFORM 2100-SELECT-ONE-MOVEMENT THRU 2100-EXIT
               UNTIL WS-JRNL-DONE.
           CLOSE JRNLNDX-FILE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-MOVEMENT.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-IND
                   GO TO 2100-EXIT
           END-READ.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           IF PJ-SOURCE NOT = 'POSTBAT '
               GO TO 2100-EXIT
           END-IF.
           CALL "DATESER" USING PJ-POST-DATE WS-ROW-SERIAL-DAYS.
           COMPUTE WS-AGE-DAYS =
               WS-RUN-SERIAL-DAYS - WS-ROW-SERIAL-DAYS.
           IF WS-AGE-DAYS < 0
               OR WS-AGE-DAYS NOT < WS-LOOKBACK-DAYS
               GO TO 2100-EXIT
           END-IF.
           MOVE PJ-CUSTOMER-ID TO SW-CUSTOMER-ID.
           MOVE PJ-TXN-AMOUNT TO SW-AMOUNT.
           IF SW-AMOUNT < 0
               COMPUTE SW-AMOUNT = 0 - SW-AMOUNT
           END-IF.
           RELEASE RISKSW-RECORD.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RATE-CUSTOMERS - the sort's output, matched against the
      * master in customer order: each customer picks up the
      * volume rows carrying its ID, and rows for customers no
      * longer on the master fall away.
      ******************************************************************
       3000-RATE-CUSTOMERS.
           MOVE 'N' TO WS-SORT-EOF-IND.
           MOVE 'N' TO WS-CUST-EOF-IND.
           PERFORM 3100-RETURN-ONE-ROW THRU 3100-EXIT.
           MOVE LOW-VALUES TO CM-CUSTOMER-ID.
           START CUSTMAST-FILE KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-EOF-IND
           END-START.
           PERFORM 3200-RATE-ONE-CUSTOMER THRU 3200-EXIT
               UNTIL WS-CUST-DONE.
           IF WS-RATINGS-CHANGED = 0
               MOVE 'NO RATING CHANGES TONIGHT' TO RISKRPT-LINE
               WRITE RISKRPT-LINE
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-ROW.
           RETURN RISKSW-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-IND
           END-RETURN.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3200-RATE-ONE-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-IND
                   GO TO 3200-EXIT
           END-READ.
           ADD 1 TO WS-CUSTOMERS-READ.
           MOVE 0 TO WS-CUST-VOLUME.
           PERFORM 3210-TAKE-ONE-ROW THRU 3210-EXIT
               UNTIL WS-SORT-DONE
                   OR SW-CUSTOMER-ID > CM-CUSTOMER-ID.
           IF CM-MERGED
               OR CM-DECEASED
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3300-COUNT-CASES THRU 3300-EXIT.
           PERFORM 3400-SCORE-CUSTOMER THRU 3400-EXIT.
           ADD 1 TO WS-CUSTOMERS-RATED.
           IF WS-NEW-RATING = 'H'
               ADD 1 TO WS-HIGH-COUNT
           END-IF.
           IF WS-NEW-RATING = 'M'
               ADD 1 TO WS-MEDIUM-COUNT
           END-IF.
           IF WS-NEW-RATING = 'L'
               ADD 1 TO WS-LOW-COUNT
           END-IF.
           IF WS-NEW-RATING = CM-RISK-RATING
               AND CM-NEXT-REVIEW-DATE NOT = 0
               PERFORM 3500-KEEP-RATING THRU 3500-EXIT
           ELSE
               PERFORM 3600-CHANGE-RATING THRU 3600-EXIT
           END-IF.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3210-TAKE-ONE-ROW.
           IF SW-CUSTOMER-ID = CM-CUSTOMER-ID
               ADD SW-AMOUNT TO WS-CUST-VOLUME
           END-IF.
           PERFORM 3100-RETURN-ONE-ROW THRU 3100-EXIT.
           GO TO 3210-EXIT.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3300-COUNT-CASES - the customer's AML cases detected in the
      * last year, by the screen that raised them, whatever has
      * become of them since.
      ******************************************************************
       3300-COUNT-CASES.
           MOVE 0 TO WS-CTR-CASES.
           MOVE 0 TO WS-WATCH-CASES.
           MOVE 0 TO WS-FRAUD-CASES.
           IF NOT WS-AMLCASE-OPEN
               GO TO 3300-EXIT
           END-IF.
           MOVE 'N' TO WS-CASE-SCAN-IND.
           MOVE CM-CUSTOMER-ID TO AK-CUSTOMER-ID.
           START AMLCASE-FILE KEY IS EQUAL TO AK-CUSTOMER-ID
               INVALID KEY
                   GO TO 3300-EXIT
           END-START.
           PERFORM 3310-COUNT-ONE-CASE THRU 3310-EXIT
               UNTIL WS-CASE-SCAN-DONE.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

       3310-COUNT-ONE-CASE.
           READ AMLCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CASE-SCAN-IND
                   GO TO 3310-EXIT
           END-READ.
           IF AK-CUSTOMER-ID NOT = CM-CUSTOMER-ID
               MOVE 'Y' TO WS-CASE-SCAN-IND
               GO TO 3310-EXIT
           END-IF.
           CALL "DATESER" USING AK-DETECTED-DATE WS-ROW-SERIAL-DAYS.
           COMPUTE WS-AGE-DAYS =
               WS-RUN-SERIAL-DAYS - WS-ROW-SERIAL-DAYS.
           IF WS-AGE-DAYS < 0
               OR WS-AGE-DAYS NOT < WS-LOOKBACK-DAYS
               GO TO 3310-EXIT
           END-IF.
           IF AK-SOURCE-CTRSCAN
               AND WS-CTR-CASES < 999
               ADD 1 TO WS-CTR-CASES
           END-IF.
           IF AK-SOURCE-WATCHSCN
               AND WS-WATCH-CASES < 999
               ADD 1 TO WS-WATCH-CASES
           END-IF.
           IF AK-SOURCE-INQFRAUD
               AND WS-FRAUD-CASES < 999
               ADD 1 TO WS-FRAUD-CASES
           END-IF.
           GO TO 3310-EXIT.
       3310-EXIT.
           EXIT.

      ******************************************************************
      * 3400-SCORE-CUSTOMER - add up the points and read the rating
      * off the score.  The score is held to three digits.
      ******************************************************************
       3400-SCORE-CUSTOMER.
           MOVE 0 TO WS-SCORE.
           IF CM-CUSTOMER-TYPE = 'BU'
               ADD RK-BUSINESS-POINTS TO WS-SCORE
           END-IF.
           COMPUTE WS-SCORE = WS-SCORE
               + WS-CTR-CASES * RK-CTR-CASE-POINTS
               + WS-WATCH-CASES * RK-WATCH-CASE-POINTS
               + WS-FRAUD-CASES * RK-FRAUD-CASE-POINTS.
           IF CM-COUNTRY-CODE NOT = SPACES
               AND CM-COUNTRY-CODE NOT = 'USA'
               ADD RK-CROSS-BORDER-POINTS TO WS-SCORE
           END-IF.
           IF WS-CUST-VOLUME NOT < RK-VOLUME-HIGH-AMOUNT
               ADD RK-VOLUME-HIGH-POINTS TO WS-SCORE
           END-IF.
           IF WS-CUST-VOLUME NOT < RK-VOLUME-MID-AMOUNT
               AND WS-CUST-VOLUME < RK-VOLUME-HIGH-AMOUNT
               ADD RK-VOLUME-MID-POINTS TO WS-SCORE
           END-IF.
           IF WS-SCORE > 999
               MOVE 999 TO WS-SCORE
           END-IF.
           MOVE WS-SCORE TO WS-NEW-SCORE.
           MOVE 'L' TO WS-NEW-RATING.
           MOVE RK-LOW-REVIEW-YEARS TO WS-REVIEW-YEARS.
           IF WS-NEW-SCORE NOT < RK-MEDIUM-SCORE
               MOVE 'M' TO WS-NEW-RATING
               MOVE RK-MEDIUM-REVIEW-YEARS TO WS-REVIEW-YEARS
           END-IF.
           IF WS-NEW-SCORE NOT < RK-HIGH-SCORE
               MOVE 'H' TO WS-NEW-RATING
               MOVE RK-HIGH-REVIEW-YEARS TO WS-REVIEW-YEARS
           END-IF.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-KEEP-RATING - same rating as before: the review date
      * stands, and the master is rewritten only if the score
      * behind the rating moved.
      ******************************************************************
       3500-KEEP-RATING.
           IF WS-NEW-SCORE = CM-RISK-SCORE
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-NEW-SCORE TO CM-RISK-SCORE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE 4 TO RISKRATE-RETURN-CODE
           END-REWRITE.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-CHANGE-RATING - a new rating, or a first one: stamp it,
      * set the next review from its cycle, rewrite the master,
      * land the history row and list it.
      ******************************************************************
       3600-CHANGE-RATING.
           MOVE CM-RISK-RATING TO WS-OLD-RATING.
           MOVE CM-RISK-SCORE TO WS-OLD-SCORE.
           MOVE WS-RUN-DATE TO WS-REVIEW-DATE.
           ADD WS-REVIEW-YEARS TO WS-REVIEW-YEAR.
           IF WS-REVIEW-MONTH = 2
               AND WS-REVIEW-DAY = 29
               MOVE 28 TO WS-REVIEW-DAY
           END-IF.
           MOVE WS-NEW-RATING TO CM-RISK-RATING.
           MOVE WS-NEW-SCORE TO CM-RISK-SCORE.
           MOVE WS-RUN-DATE TO CM-RISK-RATED-DATE.
           MOVE WS-REVIEW-DATE TO CM-NEXT-REVIEW-DATE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE 4 TO RISKRATE-RETURN-CODE
                   GO TO 3600-EXIT
           END-REWRITE.
           ADD 1 TO WS-RATINGS-CHANGED.
           PERFORM 3610-WRITE-HISTORY THRU 3610-EXIT.
           PERFORM 3620-WRITE-CHANGE-LINE THRU 3620-EXIT.
           GO TO 3600-EXIT.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3610-WRITE-HISTORY - old and new rating with the score
      * behind each, probing CH-HIST-SEQ upward until the key is
      * free.
      ******************************************************************
       3610-WRITE-HISTORY.
           INITIALIZE CUSTHIST-RECORD.
           MOVE CM-CUSTOMER-ID TO CH-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO CH-EFFECTIVE-DATE.
           MOVE 1 TO CH-HIST-SEQ.
           SET CH-RISK-RATING-CHANGE TO TRUE.
           MOVE 'UNRATED' TO CH-OLD-VALUE.
           IF WS-OLD-RATING NOT = SPACE
               MOVE SPACES TO CH-OLD-VALUE
               STRING WS-OLD-RATING ' SCORE ' WS-OLD-SCORE
                   DELIMITED BY SIZE INTO CH-OLD-VALUE
           END-IF.
           MOVE SPACES TO CH-NEW-VALUE.
           STRING WS-NEW-RATING ' SCORE ' WS-NEW-SCORE
               DELIMITED BY SIZE INTO CH-NEW-VALUE.
           MOVE 'N' TO WS-HIST-WRITTEN-IND.
           PERFORM 3611-TRY-ONE-HIST-WRITE THRU 3611-EXIT
               UNTIL WS-HIST-WRITTEN
                   OR CH-HIST-SEQ > 998.
           IF NOT WS-HIST-WRITTEN
               MOVE 4 TO RISKRATE-RETURN-CODE
           END-IF.
           GO TO 3610-EXIT.
       3610-EXIT.
           EXIT.

       3611-TRY-ONE-HIST-WRITE.
           WRITE CUSTHIST-RECORD
               INVALID KEY
                   ADD 1 TO CH-HIST-SEQ
               NOT INVALID KEY
                   SET WS-HIST-WRITTEN TO TRUE
           END-WRITE.
           GO TO 3611-EXIT.
       3611-EXIT.
           EXIT.

       3620-WRITE-CHANGE-LINE.
           MOVE 'UNRATED' TO WS-OLD-TEXT.
           IF WS-OLD-RATING = 'H'
               MOVE 'HIGH' TO WS-OLD-TEXT
           END-IF.
           IF WS-OLD-RATING = 'M'
               MOVE 'MEDIUM' TO WS-OLD-TEXT
           END-IF.
           IF WS-OLD-RATING = 'L'
               MOVE 'LOW' TO WS-OLD-TEXT
           END-IF.
           MOVE 'LOW' TO WS-NEW-TEXT.
           IF WS-NEW-RATING = 'H'
               MOVE 'HIGH' TO WS-NEW-TEXT
           END-IF.
           IF WS-NEW-RATING = 'M'
               MOVE 'MEDIUM' TO WS-NEW-TEXT
           END-IF.
           MOVE WS-NEW-SCORE TO WS-SCORE-DISPLAY.
           MOVE WS-CUST-VOLUME TO WS-VOLUME-DISPLAY.
           MOVE WS-CTR-CASES TO WS-CTR-DISPLAY.
           MOVE WS-WATCH-CASES TO WS-WATCH-DISPLAY.
           MOVE WS-FRAUD-CASES TO WS-FRAUD-DISPLAY.
           MOVE SPACES TO RISKRPT-LINE.
           STRING CM-CUSTOMER-ID '  ' CM-CUSTOMER-NAME
               '  ' WS-OLD-TEXT '  ' WS-NEW-TEXT
               '  ' WS-SCORE-DISPLAY
               '  ' WS-CTR-DISPLAY ' ' WS-WATCH-DISPLAY
               ' ' WS-FRAUD-DISPLAY
               ' ' WS-VOLUME-DISPLAY
               '  ' CM-NEXT-REVIEW-DATE
               DELIMITED BY SIZE INTO RISKRPT-LINE.
           WRITE RISKRPT-LINE.
           GO TO 3620-EXIT.
       3620-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals, close the files and hand back the
      * counts.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-CUSTOMERS-RATED TO WS-COUNT-DISPLAY.
           MOVE WS-RATINGS-CHANGED TO WS-CHANGED-DISPLAY.
           MOVE WS-HIGH-COUNT TO WS-HIGH-DISPLAY.
           MOVE WS-MEDIUM-COUNT TO WS-MEDIUM-DISPLAY.
           MOVE WS-LOW-COUNT TO WS-LOW-DISPLAY.
           MOVE SPACES TO RISKRPT-LINE.
           STRING 'CUSTOMERS RATED ' WS-COUNT-DISPLAY
               '  CHANGED ' WS-CHANGED-DISPLAY
               '  HIGH ' WS-HIGH-DISPLAY
               '  MEDIUM ' WS-MEDIUM-DISPLAY
               '  LOW ' WS-LOW-DISPLAY
               DELIMITED BY SIZE INTO RISKRPT-LINE.
           WRITE RISKRPT-LINE.
           MOVE WS-CUSTOMERS-RATED TO RISKRATE-CUSTOMERS-RATED.
           MOVE WS-RATINGS-CHANGED TO RISKRATE-RATINGS-CHANGED.
           IF WS-CUSTMAST-OPEN
               CLOSE CUSTMAST-FILE
               CLOSE CUSTHIST-FILE
           END-IF.
           IF WS-AMLCASE-OPEN
               CLOSE AMLCASE-FILE
           END-IF.
           CLOSE RISKRPT-FILE.
       9000-EXIT.
           EXIT.
