      ******************************************************************
      * PROGRAM-ID: FXLOAD
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Daily exchange-rate load, the first step of the nightly
      *   chain so that every balance-moving step after it converts
      *   at the day's rates.  Reads the FXFEED rate file and
      *   applies it to the CURRENCY reference table.  A currency
      *   entry (action C) adds a currency or changes its name and
      *   active flag; a rate entry (action R) loads the day's rate
      *   for a currency already on the table, moving the rate it
      *   replaces to the prior-rate fields.  A rate dated the same
      *   day as the one on file corrects it in place; one older
      *   than the rate on file, dated ahead of the run, zero, or
      *   for a currency not on file is rejected.  After the feed,
      *   every active currency whose rate is not dated today is
      *   reported as stale.  Rerun-safe: loading the same feed
      *   twice leaves the same rates.  Return code 4 when any
      *   entry was rejected, a rate is stale or no feed arrived;
      *   8 when the currency table cannot be opened.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXLOAD.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXFEED-FILE ASSIGN TO "FXFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXFEED-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CURRENCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CURRENCY-CODE
               FILE STATUS IS WS-CURRENCY-STATUS.

           SELECT FXLRPT-FILE ASSIGN TO "FXLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXFEED-FILE.
       01  FXFEED-LINE.
           05  FF-ACTION                    PIC X(1).
               88  FF-ACTION-CURRENCY       VALUE 'C'.
               88  FF-ACTION-RATE           VALUE 'R'.
           05  FF-CURRENCY-CODE             PIC X(3).
           05  FF-RATE                      PIC 9(4)V9(6).
           05  FF-RATE-DATE                 PIC 9(8).
           05  FF-CURRENCY-NAME             PIC X(20).
           05  FF-ACTIVE-IND                PIC X(1).
               88  FF-ACTIVE-VALID          VALUES 'Y' 'N'.

       FD  CURRENCY-FILE.
       COPY "CURRENCY-REF".

       FD  FXLRPT-FILE.
       01  FXLRPT-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "Redefine".

       01  WS-DATE-VALIDATION.
           05  WS-DATE-VALID-IND            PIC X(1).
               88  WS-DATE-IS-VALID         VALUE 'Y'.
           05  WS-DATE-VALID-MSG            PIC X(40).

       01  WS-FILE-STATUSES.
           05  WS-FXFEED-STATUS             PIC X(2).
               88  WS-FXFEED-OK             VALUE '00'.
               88  WS-FXFEED-EOF            VALUE '10'.
           05  WS-CURRENCY-STATUS           PIC X(2).
               88  WS-CURRENCY-OK           VALUE '00'.
               88  WS-CURRENCY-NOT-FOUND    VALUE '35'.
           05  WS-FXLRPT-STATUS             PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
               88  WS-EOF-REACHED           VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-CURRENCY-OPEN-IND         PIC X(1).
               88  WS-CURRENCY-OPEN         VALUE 'Y'.
           05  WS-ON-FILE-IND               PIC X(1).
               88  WS-ON-FILE               VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-REJECT-REASON             PIC X(40).
           05  WS-ENTRIES-READ              PIC 9(7) COMP.
           05  WS-CURRENCIES-CHANGED        PIC 9(7) COMP.
           05  WS-ENTRIES-REJECTED          PIC 9(7) COMP.
           05  WS-STALE-RATES               PIC 9(7) COMP.

       01  WS-DISPLAY-FIELDS.
           05  WS-RATE-DISPLAY              PIC ZZZ9.999999.
           05  WS-PRIOR-DISPLAY             PIC ZZZ9.999999.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  FXLOAD-RATES-LOADED              PIC 9(7) COMP.
       01  FXLOAD-RETURN-CODE               PIC 9(2).

       PROCEDURE DIVISION USING FXLOAD-RATES-LOADED
           FXLOAD-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-CURRENCY-OPEN
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 5000-CHECK-STALE-RATES THRU 5000-EXIT.
       0000-WRAPUP.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the feed, the currency table for
      * update (created empty the first time) and the report.  A
      * missing feed is not fatal: yesterday's rates stand and the
      * stale-rate check says so.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURRENCY-OPEN-IND.
           MOVE 0 TO FXLOAD-RATES-LOADED.
           MOVE 0 TO FXLOAD-RETURN-CODE.
           MOVE 0 TO WS-ENTRIES-READ.
           MOVE 0 TO WS-CURRENCIES-CHANGED.
           MOVE 0 TO WS-ENTRIES-REJECTED.
           MOVE 0 TO WS-STALE-RATES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT FXLRPT-FILE.
           MOVE SPACES TO FXLRPT-LINE.
           STRING 'EXCHANGE RATE LOAD - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO FXLRPT-LINE.
           WRITE FXLRPT-LINE.
           OPEN I-O CURRENCY-FILE.
           IF WS-CURRENCY-NOT-FOUND
               OPEN OUTPUT CURRENCY-FILE
               CLOSE CURRENCY-FILE
               OPEN I-O CURRENCY-FILE
           END-IF.
           IF NOT WS-CURRENCY-OK
               MOVE 8 TO FXLOAD-RETURN-CODE
               MOVE SPACES TO FXLRPT-LINE
               STRING 'CURRENCY TABLE NOT AVAILABLE - STATUS '
                   WS-CURRENCY-STATUS
                   DELIMITED BY SIZE INTO FXLRPT-LINE
               WRITE FXLRPT-LINE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-CURRENCY-OPEN-IND.
           OPEN INPUT FXFEED-FILE.
           IF NOT WS-FXFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 4 TO FXLOAD-RETURN-CODE
               MOVE 'NO RATE FEED RECEIVED - RATES ON FILE STAND' TO
                   FXLRPT-LINE
               WRITE FXLRPT-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ONE-ENTRY - apply one feed entry by its action.
      ******************************************************************
       2000-PROCESS-ONE-ENTRY.
           READ FXFEED-FILE.
           IF NOT WS-FXFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ENTRIES-READ.
           IF FF-CURRENCY-CODE = SPACES
               OR FF-CURRENCY-CODE = 'USD'
               MOVE 'NOT A FOREIGN CURRENCY CODE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-ON-FILE-IND.
           MOVE FF-CURRENCY-CODE TO CUR-CURRENCY-CODE.
           READ CURRENCY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE-IND
           END-READ.
           EVALUATE TRUE
               WHEN FF-ACTION-CURRENCY
                   PERFORM 3000-APPLY-CURRENCY THRU 3000-EXIT
               WHEN FF-ACTION-RATE
                   PERFORM 4000-APPLY-RATE THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
           END-EVALUATE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REJECT-ENTRY - report one feed entry that was not
      * applied, with the check it failed.
      ******************************************************************
       2900-REJECT-ENTRY.
           ADD 1 TO WS-ENTRIES-REJECTED.
           MOVE SPACES TO FXLRPT-LINE.
           STRING 'REJECTED ' FF-ACTION ' ' FF-CURRENCY-CODE
               ' - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO FXLRPT-LINE.
           WRITE FXLRPT-LINE.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-CURRENCY - add a currency (no rate until its first
      * rate entry) or change the name or active flag of one on
      * file.  A name left as spaces keeps the current name.
      ******************************************************************
       3000-APPLY-CURRENCY.
           IF NOT FF-ACTIVE-VALID
               MOVE 'ACTIVE FLAG NOT Y OR N' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-ON-FILE
               IF FF-CURRENCY-NAME = SPACES
                   MOVE 'NEW CURRENCY NEEDS A NAME' TO
                       WS-REJECT-REASON
                   PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
                   GO TO 3000-EXIT
               END-IF
               MOVE SPACES TO CURRENCY-REF-RECORD
               MOVE FF-CURRENCY-CODE TO CUR-CURRENCY-CODE
               MOVE FF-CURRENCY-NAME TO CUR-CURRENCY-NAME
               MOVE FF-ACTIVE-IND TO CUR-ACTIVE-IND
               MOVE 0 TO CUR-RATE
               MOVE 0 TO CUR-RATE-DATE
               MOVE 0 TO CUR-PRIOR-RATE
               MOVE 0 TO CUR-PRIOR-RATE-DATE
               WRITE CURRENCY-REF-RECORD
                   INVALID KEY
                       MOVE 'WRITE OF CURRENCY-FILE FAILED' TO
                           WS-REJECT-REASON
                       PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
                       GO TO 3000-EXIT
               END-WRITE
           ELSE
               IF FF-CURRENCY-NAME NOT = SPACES
                   MOVE FF-CURRENCY-NAME TO CUR-CURRENCY-NAME
               END-IF
               MOVE FF-ACTIVE-IND TO CUR-ACTIVE-IND
               REWRITE CURRENCY-REF-RECORD
                   INVALID KEY
                       MOVE 'REWRITE OF CURRENCY-FILE FAILED' TO
                           WS-REJECT-REASON
                       PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
                       GO TO 3000-EXIT
               END-REWRITE
           END-IF.
           ADD 1 TO WS-CURRENCIES-CHANGED.
           MOVE SPACES TO FXLRPT-LINE.
           STRING 'CURRENCY ' CUR-CURRENCY-CODE ' '
               CUR-CURRENCY-NAME ' ACTIVE ' CUR-ACTIVE-IND
               DELIMITED BY SIZE INTO FXLRPT-LINE.
           WRITE FXLRPT-LINE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APPLY-RATE - the day's rate for a currency on file.  A
      * later-dated rate pushes the one on file down to prior; a
      * same-dated rate corrects it in place.
      ******************************************************************
       4000-APPLY-RATE.
           IF NOT WS-ON-FILE
               MOVE 'CURRENCY NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF FF-RATE NOT NUMERIC OR FF-RATE = 0
               MOVE 'RATE MISSING OR ZERO' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF FF-RATE-DATE NOT NUMERIC
               MOVE 'RATE DATE NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.
           SET DATE-FORMAT-YYYYMMDD TO TRUE.
           MOVE FF-RATE-DATE TO RAW-DATE.
           CALL 'DATEVAL' USING GENERIC-DATE WS-DATE-VALIDATION.
           IF NOT WS-DATE-IS-VALID
               MOVE WS-DATE-VALID-MSG TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF FF-RATE-DATE > WS-RUN-DATE
               MOVE 'RATE DATED AHEAD OF THE RUN' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF FF-RATE-DATE < CUR-RATE-DATE
               MOVE 'OLDER THAN THE RATE ON FILE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF FF-RATE-DATE > CUR-RATE-DATE
               MOVE CUR-RATE TO CUR-PRIOR-RATE
               MOVE CUR-RATE-DATE TO CUR-PRIOR-RATE-DATE
           END-IF.
           MOVE FF-RATE TO CUR-RATE.
           MOVE FF-RATE-DATE TO CUR-RATE-DATE.
           REWRITE CURRENCY-REF-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF CURRENCY-FILE FAILED' TO
                       WS-REJECT-REASON
                   PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
                   GO TO 4000-EXIT
           END-REWRITE.
           ADD 1 TO FXLOAD-RATES-LOADED.
           MOVE CUR-RATE TO WS-RATE-DISPLAY.
           MOVE CUR-PRIOR-RATE TO WS-PRIOR-DISPLAY.
           MOVE SPACES TO FXLRPT-LINE.
           STRING 'RATE     ' CUR-CURRENCY-CODE ' ' CUR-RATE-DATE
               ' ' WS-RATE-DISPLAY ' PRIOR ' WS-PRIOR-DISPLAY
               ' ' CUR-PRIOR-RATE-DATE
               DELIMITED BY SIZE INTO FXLRPT-LINE.
           WRITE FXLRPT-LINE.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-STALE-RATES - every active currency should now
      * carry a rate dated today; any that does not converts
      * tonight at an old rate (or none) and is reported.
      ******************************************************************
       5000-CHECK-STALE-RATES.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO CUR-CURRENCY-CODE.
           START CURRENCY-FILE KEY IS NOT LESS THAN CUR-CURRENCY-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 5100-CHECK-ONE-CURRENCY THRU 5100-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-CURRENCY.
           READ CURRENCY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 5100-EXIT
           END-READ.
           IF NOT CUR-IS-ACTIVE
               GO TO 5100-EXIT
           END-IF.
           IF CUR-RATE-DATE = WS-RUN-DATE
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-STALE-RATES.
           MOVE SPACES TO FXLRPT-LINE.
           IF CUR-RATE = 0
               STRING 'WARNING  ' CUR-CURRENCY-CODE
                   ' - NO RATE LOADED, AMOUNTS CONVERT TO ZERO'
                   DELIMITED BY SIZE INTO FXLRPT-LINE
           ELSE
               STRING 'WARNING  ' CUR-CURRENCY-CODE
                   ' - RATE NOT UPDATED TODAY, LAST DATED '
                   CUR-RATE-DATE
                   DELIMITED BY SIZE INTO FXLRPT-LINE
           END-IF.
           WRITE FXLRPT-LINE.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - control totals, the return code, and close.
      ******************************************************************
       9000-TERMINATE.
           IF WS-ENTRIES-REJECTED > 0 OR WS-STALE-RATES > 0
               IF FXLOAD-RETURN-CODE < 4
                   MOVE 4 TO FXLOAD-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-ENTRIES-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO FXLRPT-LINE.
           STRING 'FEED ENTRIES READ      ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FXLRPT-LINE.
           WRITE FXLRPT-LINE.
           MOVE FXLOAD-RATES-LOADED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO FXLRPT-LINE.
           STRING 'RATES LOADED           ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FXLRPT-LINE.
           WRITE FXLRPT-LINE.
           MOVE WS-CURRENCIES-CHANGED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO FXLRPT-LINE.
           STRING 'CURRENCIES CHANGED     ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FXLRPT-LINE.
           WRITE FXLRPT-LINE.
           MOVE WS-ENTRIES-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO FXLRPT-LINE.
           STRING 'ENTRIES REJECTED       ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FXLRPT-LINE.
           WRITE FXLRPT-LINE.
           MOVE WS-STALE-RATES TO WS-COUNT-DISPLAY.
           MOVE SPACES TO FXLRPT-LINE.
           STRING 'STALE RATES            ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FXLRPT-LINE.
           WRITE FXLRPT-LINE.
           IF WS-CURRENCY-OPEN
               CLOSE CURRENCY-FILE
               IF WS-FXFEED-OK OR WS-FXFEED-EOF
                   CLOSE FXFEED-FILE
               END-IF
           END-IF.
           CLOSE FXLRPT-FILE.
       9000-EXIT.
           EXIT.
