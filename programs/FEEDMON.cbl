      ******************************************************************
      * PROGRAM-ID: FEEDMON
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Inbound feed arrival monitor, the check NIGHTRUN makes
      *   before its first step.  Reads the feed expectation table
      *   FEEDEXP and, for every feed due on today's weekday, opens
      *   the feed and counts its records.  A feed that is not there
      *   is late once its expected-by time has passed and not yet
      *   arrived before it; one that is there but holds fewer
      *   records than its floor - the absolute minimum, or the set
      *   percentage of its trailing average once five nights are
      *   averaged - is implausibly small.  A finding on a required
      *   feed holds the chain unless FEEDOVR carries an operations
      *   override for that feed (or *ALL) dated today; a finding
      *   on any other feed is advisory.  Every finding goes back
      *   to NIGHTRUN for its alert file and log, and every feed
      *   checked is listed on FEEDRPT.  A plausible count is
      *   folded into the feed's trailing average and the table is
      *   written back.  Rerun-safe: a night already in a feed's
      *   average is not added again.  Return code 8 holds the
      *   chain; 4 when the only findings are advisory or released
      *   by override, an expectation line is unusable, or there is
      *   no expectation table.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDMON.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDEXP-FILE ASSIGN TO "FEEDEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDEXP-STATUS.

           SELECT FEEDOVR-FILE ASSIGN TO "FEEDOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDOVR-STATUS.

           SELECT FEEDL-FILE ASSIGN TO WS-FEED-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDL-STATUS.

           SELECT FEEDV-FILE ASSIGN TO WS-FEED-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDV-STATUS.

           SELECT FEEDRPT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDEXP-FILE.
       COPY "FEEDEXP".

       FD  FEEDOVR-FILE.
       COPY "FEEDOVR".

       FD  FEEDL-FILE.
       01  FEEDL-LINE                       PIC X(9999).

       FD  FEEDV-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 9999 CHARACTERS
               DEPENDING ON WS-FEEDV-LENGTH.
       01  FEEDV-RECORD                     PIC X(9999).

       FD  FEEDRPT-FILE.
       01  FEEDRPT-LINE                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FEEDEXP-STATUS            PIC X(2).
               88  WS-FEEDEXP-OK            VALUE '00'.
           05  WS-FEEDOVR-STATUS            PIC X(2).
               88  WS-FEEDOVR-OK            VALUE '00'.
           05  WS-FEEDL-STATUS              PIC X(2).
               88  WS-FEEDL-OK              VALUE '00' '04' '06'.
           05  WS-FEEDV-STATUS              PIC X(2).
               88  WS-FEEDV-OK              VALUE '00' '04'.
           05  WS-FEEDRPT-STATUS            PIC X(2).

       01  WS-EXPECTATION-TABLE.
           05  WS-EXP-COUNT                 PIC 9(3) COMP.
           05  WS-EXP-ENTRY                 PIC X(80)
                                            OCCURS 50 TIMES.

       01  WS-OVERRIDE-TABLE.
           05  WS-OVR-COUNT                 PIC 9(3) COMP.
           05  WS-OVR-ENTRY OCCURS 50 TIMES.
               10  OV-FEED-NAME             PIC X(8).
               10  OV-OPERATOR              PIC X(8).
               10  OV-REASON                PIC X(40).

       01  WS-WORK-FIELDS.
           05  WS-EXP-SUB                   PIC 9(3) COMP.
           05  WS-OVR-SUB                   PIC 9(3) COMP.
           05  WS-FIND-SUB                  PIC 9(3) COMP.
           05  WS-LOAD-EOF-IND              PIC X(1).
               88  WS-LOAD-DONE             VALUE 'Y'.
           05  WS-COUNT-EOF-IND             PIC X(1).
               88  WS-COUNT-DONE            VALUE 'Y'.
           05  WS-EXP-OVERFLOW-IND          PIC X(1).
               88  WS-EXP-OVERFLOW          VALUE 'Y'.
           05  WS-FEED-PRESENT-IND          PIC X(1).
               88  WS-FEED-PRESENT          VALUE 'Y'.
           05  WS-HOLD-IND                  PIC X(1).
               88  WS-CHAIN-HELD            VALUE 'Y'.
           05  WS-OVR-FOUND-IND             PIC X(1).
               88  WS-OVR-FOUND             VALUE 'Y'.
           05  WS-OVR-HIT                   PIC 9(3) COMP.
           05  WS-EXP-USABLE-IND            PIC X(1).
               88  WS-EXP-USABLE            VALUE 'Y'.
           05  WS-FEED-DSNAME               PIC X(8).
           05  WS-FEEDV-LENGTH              PIC 9(4) COMP.
           05  WS-FEED-COUNT                PIC 9(9) COMP.
           05  WS-FLOOR                     PIC 9(9) COMP.
           05  WS-AVG-FLOOR                 PIC 9(9) COMP.
           05  WS-VERDICT                   PIC X(1).
           05  WS-BAD-ENTRIES               PIC 9(3) COMP.
           05  WS-MIN-AVG-NIGHTS            PIC 9(3) COMP VALUE 5.
           05  WS-MAX-AVG-NIGHTS            PIC 9(3) COMP VALUE 20.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-SERIAL-DAYS               PIC 9(7) COMP.
           05  WS-QUOTIENT                  PIC 9(7) COMP.
           05  WS-WEEKDAY-REM               PIC 9(1) COMP.
           05  WS-DAY-INDEX                 PIC 9(1).
           05  WS-NOW-TIME                  PIC 9(8).
           05  WS-NOW-TIME-GRP REDEFINES WS-NOW-TIME.
               10  WS-NOW-HHMM              PIC 9(4).
               10  FILLER                   PIC 9(4).
           05  WS-VERDICT-TEXT              PIC X(20).
           05  WS-DISPOSITION-TEXT          PIC X(30).

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
           05  WS-FLOOR-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
           05  WS-AVG-DISPLAY               PIC ZZZ,ZZZ,ZZ9.
           05  WS-TOTAL-DISPLAY             PIC ZZ9.

       LINKAGE SECTION.
       COPY "FEEDMON-PARM".

       PROCEDURE DIVISION USING FEEDMON-PARM.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-EXP-COUNT = 0
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 2000-CHECK-ONE-FEED THRU 2000-EXIT
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXP-COUNT.
           PERFORM 8000-REWRITE-EXPECTATIONS THRU 8000-EXIT.
       0000-WRAPUP.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - today's date, weekday (1 Monday through 7
      * Sunday, from the day serial the way BIZDAY takes it) and
      * time; the expectation table and tonight's overrides into
      * storage.  No expectation table means nothing can be checked,
      * which is said on the report and returned as a warning.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO FMP-RETURN-CODE.
           MOVE 0 TO FMP-FEEDS-CHECKED.
           MOVE 0 TO FMP-FEEDS-NOT-DUE.
           MOVE 0 TO FMP-FINDING-COUNT.
           MOVE 0 TO FMP-FINDINGS-LISTED.
           MOVE 0 TO WS-EXP-COUNT.
           MOVE 0 TO WS-OVR-COUNT.
           MOVE 0 TO WS-BAD-ENTRIES.
           MOVE 'N' TO WS-HOLD-IND.
           MOVE 'N' TO WS-EXP-OVERFLOW-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           CALL 'DATESER' USING WS-RUN-DATE WS-SERIAL-DAYS.
           SUBTRACT 1 FROM WS-SERIAL-DAYS.
           DIVIDE WS-SERIAL-DAYS BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-WEEKDAY-REM.
           COMPUTE WS-DAY-INDEX = WS-WEEKDAY-REM + 1.
           OPEN OUTPUT FEEDRPT-FILE.
           MOVE SPACES TO FEEDRPT-LINE.
           STRING 'FEED ARRIVAL CHECK - RUN DATE ' WS-RUN-DATE
               ' WEEKDAY ' WS-DAY-INDEX ' TIME ' WS-NOW-HHMM
               DELIMITED BY SIZE INTO FEEDRPT-LINE.
           WRITE FEEDRPT-LINE.
           OPEN INPUT FEEDEXP-FILE.
           IF NOT WS-FEEDEXP-OK
               MOVE 'NO FEED EXPECTATION TABLE - NO FEED CHECKED' TO
                   FEEDRPT-LINE
               WRITE FEEDRPT-LINE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-LOAD-EOF-IND.
           PERFORM 1100-LOAD-ONE-EXPECTATION THRU 1100-EXIT
               UNTIL WS-LOAD-DONE.
           CLOSE FEEDEXP-FILE.
           IF WS-EXP-COUNT = 0
               MOVE 'FEED EXPECTATION TABLE EMPTY - NO FEED CHECKED' TO
                   FEEDRPT-LINE
               WRITE FEEDRPT-LINE
               GO TO 1000-EXIT
           END-IF.
           IF WS-EXP-OVERFLOW
               MOVE SPACES TO FEEDRPT-LINE
               STRING 'MORE THAN 50 EXPECTATION LINES - ONLY THE'
                   ' FIRST 50 CHECKED, AVERAGES NOT UPDATED'
                   DELIMITED BY SIZE INTO FEEDRPT-LINE
               WRITE FEEDRPT-LINE
           END-IF.
           OPEN INPUT FEEDOVR-FILE.
           IF WS-FEEDOVR-OK
               MOVE 'N' TO WS-LOAD-EOF-IND
               PERFORM 1200-LOAD-ONE-OVERRIDE THRU 1200-EXIT
                   UNTIL WS-LOAD-DONE
               CLOSE FEEDOVR-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-EXPECTATION.
           READ FEEDEXP-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-IND
                   GO TO 1100-EXIT
           END-READ.
           IF WS-EXP-COUNT = 50
               MOVE 'Y' TO WS-EXP-OVERFLOW-IND
               MOVE 'Y' TO WS-LOAD-EOF-IND
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-EXP-COUNT.
           MOVE FEED-EXP-RECORD TO WS-EXP-ENTRY (WS-EXP-COUNT).
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-ONE-OVERRIDE - keep only overrides dated today;
      * the rest of the file is history.
      ******************************************************************
       1200-LOAD-ONE-OVERRIDE.
           READ FEEDOVR-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-IND
                   GO TO 1200-EXIT
           END-READ.
           IF FO-RUN-DATE NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           IF FO-RUN-DATE NOT = WS-RUN-DATE
               GO TO 1200-EXIT
           END-IF.
           IF WS-OVR-COUNT = 50
               MOVE 'Y' TO WS-LOAD-EOF-IND
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-OVR-COUNT.
           MOVE FO-FEED-NAME TO OV-FEED-NAME (WS-OVR-COUNT).
           MOVE FO-OPERATOR TO OV-OPERATOR (WS-OVR-COUNT).
           MOVE FO-REASON TO OV-REASON (WS-OVR-COUNT).
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-ONE-FEED - judge one expectation line against
      * tonight's feed.  A feed not due on today's weekday is only
      * listed.  A plausible count goes into the trailing average
      * once per night; a missing or small feed is a finding.
      ******************************************************************
       2000-CHECK-ONE-FEED.
           MOVE WS-EXP-ENTRY (WS-EXP-SUB) TO FEED-EXP-RECORD.
           IF FE-FEED-NAME = SPACES
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-VALIDATE-EXPECTATION THRU 2100-EXIT.
           IF NOT WS-EXP-USABLE
               GO TO 2000-EXIT
           END-IF.
           IF FE-EXPECTED-DAY-IND (WS-DAY-INDEX) NOT = 'Y'
               ADD 1 TO FMP-FEEDS-NOT-DUE
               MOVE SPACES TO FEEDRPT-LINE
               STRING FE-FEED-NAME ' NOT DUE TODAY (DAYS '
                   FE-EXPECTED-DAYS ')'
                   DELIMITED BY SIZE INTO FEEDRPT-LINE
               WRITE FEEDRPT-LINE
               MOVE FEED-EXP-RECORD TO WS-EXP-ENTRY (WS-EXP-SUB)
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO FMP-FEEDS-CHECKED.
           PERFORM 3000-COUNT-FEED-RECORDS THRU 3000-EXIT.
           MOVE FE-MIN-RECORDS TO WS-FLOOR.
           IF FE-AVG-NIGHTS NOT < WS-MIN-AVG-NIGHTS
               COMPUTE WS-AVG-FLOOR =
                   FE-AVG-RECORDS * FE-MIN-AVG-PCT / 100
               IF WS-AVG-FLOOR > WS-FLOOR
                   MOVE WS-AVG-FLOOR TO WS-FLOOR
               END-IF
           END-IF.
           MOVE 'O' TO WS-VERDICT.
           IF NOT WS-FEED-PRESENT
               IF WS-NOW-HHMM > FE-EXPECTED-BY-TIME
                   MOVE 'L' TO WS-VERDICT
               ELSE
                   MOVE 'N' TO WS-VERDICT
               END-IF
           END-IF.
           IF WS-FEED-PRESENT AND WS-FEED-COUNT < WS-FLOOR
               MOVE 'S' TO WS-VERDICT
           END-IF.
           MOVE WS-VERDICT TO FE-LAST-VERDICT.
           IF WS-FEED-PRESENT
               MOVE WS-FEED-COUNT TO FE-LAST-COUNT
               MOVE WS-RUN-DATE TO FE-LAST-COUNT-DATE
           END-IF.
           IF FE-VERDICT-ON-TIME AND FE-AVG-DATE NOT = WS-RUN-DATE
               PERFORM 2200-FOLD-INTO-AVERAGE THRU 2200-EXIT
           END-IF.
           MOVE 'ON TIME' TO WS-VERDICT-TEXT.
           MOVE SPACES TO WS-DISPOSITION-TEXT.
           IF NOT FE-VERDICT-ON-TIME
               PERFORM 2500-RECORD-FINDING THRU 2500-EXIT
           END-IF.
           MOVE WS-FEED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-FLOOR TO WS-FLOOR-DISPLAY.
           MOVE FE-AVG-RECORDS TO WS-AVG-DISPLAY.
           MOVE SPACES TO FEEDRPT-LINE.
           STRING FE-FEED-NAME ' REQ ' FE-REQUIRED-IND
               ' BY ' FE-EXPECTED-BY-TIME
               ' COUNT ' WS-COUNT-DISPLAY
               ' FLOOR ' WS-FLOOR-DISPLAY
               ' AVG ' WS-AVG-DISPLAY ' ' WS-VERDICT-TEXT
               DELIMITED BY SIZE INTO FEEDRPT-LINE.
           WRITE FEEDRPT-LINE.
           IF WS-DISPOSITION-TEXT NOT = SPACES
               MOVE SPACES TO FEEDRPT-LINE
               STRING '         ' WS-DISPOSITION-TEXT
                   DELIMITED BY SIZE INTO FEEDRPT-LINE
               WRITE FEEDRPT-LINE
           END-IF.
           MOVE FEED-EXP-RECORD TO WS-EXP-ENTRY (WS-EXP-SUB).
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-VALIDATE-EXPECTATION - the fields operations set must
      * be usable; the running fields FEEDMON keeps start at zero
      * on a line just added.  An unusable line is reported, left
      * on the table as it is, and the feed skipped tonight.
      ******************************************************************
       2100-VALIDATE-EXPECTATION.
           IF FE-AVG-RECORDS NOT NUMERIC
               MOVE 0 TO FE-AVG-RECORDS
           END-IF.
           IF FE-AVG-NIGHTS NOT NUMERIC
               MOVE 0 TO FE-AVG-NIGHTS
           END-IF.
           IF FE-AVG-DATE NOT NUMERIC
               MOVE 0 TO FE-AVG-DATE
           END-IF.
           IF FE-LAST-COUNT NOT NUMERIC
               MOVE 0 TO FE-LAST-COUNT
           END-IF.
           IF FE-LAST-COUNT-DATE NOT NUMERIC
               MOVE 0 TO FE-LAST-COUNT-DATE
           END-IF.
           IF FE-MIN-AVG-PCT NOT NUMERIC
               MOVE 0 TO FE-MIN-AVG-PCT
           END-IF.
           MOVE 'Y' TO WS-EXP-USABLE-IND.
           MOVE SPACES TO WS-VERDICT-TEXT.
           IF NOT FE-FORMAT-LINE AND NOT FE-FORMAT-VARIABLE
               MOVE 'FORMAT NOT L OR V' TO WS-VERDICT-TEXT
           END-IF.
           IF FE-EXPECTED-BY-TIME NOT NUMERIC
               MOVE 'EXPECTED-BY NOT HHMM' TO WS-VERDICT-TEXT
           END-IF.
           IF FE-MIN-RECORDS NOT NUMERIC
               MOVE 'MINIMUM NOT NUMERIC' TO WS-VERDICT-TEXT
           END-IF.
           IF WS-VERDICT-TEXT = SPACES
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-BAD-ENTRIES.
           MOVE 'N' TO WS-EXP-USABLE-IND.
           MOVE SPACES TO FEEDRPT-LINE.
           STRING FE-FEED-NAME ' EXPECTATION NOT USABLE - '
               WS-VERDICT-TEXT ' - NOT CHECKED'
               DELIMITED BY SIZE INTO FEEDRPT-LINE.
           WRITE FEEDRPT-LINE.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-FOLD-INTO-AVERAGE - running average over the nights on
      * record, up to the cap; past the cap each new night carries
      * one share in twenty.
      ******************************************************************
       2200-FOLD-INTO-AVERAGE.
           IF FE-AVG-NIGHTS < WS-MAX-AVG-NIGHTS
               ADD 1 TO FE-AVG-NIGHTS
           END-IF.
           COMPUTE FE-AVG-RECORDS ROUNDED =
               (FE-AVG-RECORDS * (FE-AVG-NIGHTS - 1) + WS-FEED-COUNT)
               / FE-AVG-NIGHTS.
           MOVE WS-RUN-DATE TO FE-AVG-DATE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-RECORD-FINDING - a missing or small feed.  An override
      * dated today for the feed or for *ALL releases it; otherwise
      * a required feed holds the chain and any other only warns.
      ******************************************************************
       2500-RECORD-FINDING.
           ADD 1 TO FMP-FINDING-COUNT.
           IF FE-VERDICT-LATE
               MOVE 'LATE - NOT ARRIVED' TO WS-VERDICT-TEXT
           END-IF.
           IF FE-VERDICT-NOT-YET
               MOVE 'NOT YET ARRIVED' TO WS-VERDICT-TEXT
           END-IF.
           IF FE-VERDICT-SMALL
               MOVE 'IMPLAUSIBLY SMALL' TO WS-VERDICT-TEXT
           END-IF.
           MOVE 'N' TO WS-OVR-FOUND-IND.
           PERFORM 2510-FIND-OVERRIDE THRU 2510-EXIT
               VARYING WS-OVR-SUB FROM 1 BY 1
               UNTIL WS-OVR-SUB > WS-OVR-COUNT OR WS-OVR-FOUND.
           IF WS-OVR-FOUND
               STRING 'RELEASED BY ' OV-OPERATOR (WS-OVR-HIT)
                   DELIMITED BY SIZE INTO WS-DISPOSITION-TEXT
           ELSE
               IF FE-REQUIRED
                   MOVE 'Y' TO WS-HOLD-IND
                   MOVE 'HOLDS THE CHAIN' TO WS-DISPOSITION-TEXT
               ELSE
                   MOVE 'ADVISORY ONLY' TO WS-DISPOSITION-TEXT
               END-IF
           END-IF.
           IF FMP-FINDINGS-LISTED = 20
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO FMP-FINDINGS-LISTED.
           MOVE FMP-FINDINGS-LISTED TO WS-FIND-SUB.
           MOVE FE-FEED-NAME TO FMP-FEED-NAME (WS-FIND-SUB).
           MOVE FE-LAST-VERDICT TO FMP-VERDICT (WS-FIND-SUB).
           MOVE FE-REQUIRED-IND TO FMP-REQUIRED-IND (WS-FIND-SUB).
           MOVE FE-EXPECTED-BY-TIME TO FMP-EXPECTED-BY (WS-FIND-SUB).
           MOVE WS-FEED-COUNT TO FMP-RECORD-COUNT (WS-FIND-SUB).
           MOVE WS-FLOOR TO FMP-THRESHOLD (WS-FIND-SUB).
           MOVE 'N' TO FMP-OVERRIDE-IND (WS-FIND-SUB).
           MOVE SPACES TO FMP-OVERRIDE-OPERATOR (WS-FIND-SUB).
           MOVE SPACES TO FMP-OVERRIDE-REASON (WS-FIND-SUB).
           IF WS-OVR-FOUND
               MOVE 'Y' TO FMP-OVERRIDE-IND (WS-FIND-SUB)
               MOVE OV-OPERATOR (WS-OVR-HIT) TO
                   FMP-OVERRIDE-OPERATOR (WS-FIND-SUB)
               MOVE OV-REASON (WS-OVR-HIT) TO
                   FMP-OVERRIDE-REASON (WS-FIND-SUB)
           END-IF.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-FIND-OVERRIDE - remember which override matched, since
      * the VARYING steps the subscript once past it.
      ******************************************************************
       2510-FIND-OVERRIDE.
           IF OV-FEED-NAME (WS-OVR-SUB) = FE-FEED-NAME
               OR OV-FEED-NAME (WS-OVR-SUB) = '*ALL    '
               MOVE 'Y' TO WS-OVR-FOUND-IND
               MOVE WS-OVR-SUB TO WS-OVR-HIT
           END-IF.
           GO TO 2510-EXIT.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 3000-COUNT-FEED-RECORDS - open the feed under its own name
      * in its own format and count what is there.  A feed that
      * will not open has not arrived; one that opens empty has,
      * with a count of zero for the floor to judge.
      ******************************************************************
       3000-COUNT-FEED-RECORDS.
           MOVE FE-FEED-NAME TO WS-FEED-DSNAME.
           MOVE 0 TO WS-FEED-COUNT.
           MOVE 'N' TO WS-FEED-PRESENT-IND.
           MOVE 'N' TO WS-COUNT-EOF-IND.
           IF FE-FORMAT-VARIABLE
               OPEN INPUT FEEDV-FILE
               IF NOT WS-FEEDV-OK
                   GO TO 3000-EXIT
               END-IF
               MOVE 'Y' TO WS-FEED-PRESENT-IND
               PERFORM 3100-COUNT-ONE-VARIABLE THRU 3100-EXIT
                   UNTIL WS-COUNT-DONE
               CLOSE FEEDV-FILE
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT FEEDL-FILE.
           IF NOT WS-FEEDL-OK
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FEED-PRESENT-IND.
           PERFORM 3200-COUNT-ONE-LINE THRU 3200-EXIT
               UNTIL WS-COUNT-DONE.
           CLOSE FEEDL-FILE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-VARIABLE.
           READ FEEDV-FILE
               AT END
                   MOVE 'Y' TO WS-COUNT-EOF-IND
                   GO TO 3100-EXIT
           END-READ.
           IF NOT WS-FEEDV-OK
               MOVE 'Y' TO WS-COUNT-EOF-IND
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3200-COUNT-ONE-LINE.
           READ FEEDL-FILE
               AT END
                   MOVE 'Y' TO WS-COUNT-EOF-IND
                   GO TO 3200-EXIT
           END-READ.
           IF NOT WS-FEEDL-OK
               MOVE 'Y' TO WS-COUNT-EOF-IND
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-REWRITE-EXPECTATIONS - write the table back with
      * tonight's counts, verdicts and averages.  Not done when the
      * table overflowed, since the lines past 50 would be lost.
      ******************************************************************
       8000-REWRITE-EXPECTATIONS.
           IF WS-EXP-OVERFLOW
               GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT FEEDEXP-FILE.
           IF NOT WS-FEEDEXP-OK
               MOVE SPACES TO FEEDRPT-LINE
               STRING 'FEED EXPECTATION TABLE NOT REWRITTEN - STATUS '
                   WS-FEEDEXP-STATUS
                   DELIMITED BY SIZE INTO FEEDRPT-LINE
               WRITE FEEDRPT-LINE
               GO TO 8000-EXIT
           END-IF.
           PERFORM 8100-WRITE-ONE-EXPECTATION THRU 8100-EXIT
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXP-COUNT.
           CLOSE FEEDEXP-FILE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-EXPECTATION.
           MOVE WS-EXP-ENTRY (WS-EXP-SUB) TO FEED-EXP-RECORD.
           WRITE FEED-EXP-RECORD.
           GO TO 8100-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals, the return code, and close.
      ******************************************************************
       9000-TERMINATE.
           IF WS-EXP-COUNT = 0 OR WS-EXP-OVERFLOW
               MOVE 4 TO FMP-RETURN-CODE
           END-IF.
           IF FMP-FINDING-COUNT > 0 OR WS-BAD-ENTRIES > 0
               MOVE 4 TO FMP-RETURN-CODE
           END-IF.
           IF WS-CHAIN-HELD
               MOVE 8 TO FMP-RETURN-CODE
           END-IF.
           MOVE FMP-FEEDS-CHECKED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO FEEDRPT-LINE.
           STRING 'FEEDS CHECKED          ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO FEEDRPT-LINE.
           WRITE FEEDRPT-LINE.
           MOVE FMP-FEEDS-NOT-DUE TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO FEEDRPT-LINE.
           STRING 'FEEDS NOT DUE TODAY    ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO FEEDRPT-LINE.
           WRITE FEEDRPT-LINE.
           MOVE FMP-FINDING-COUNT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO FEEDRPT-LINE.
           STRING 'FEEDS MISSING OR SMALL ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO FEEDRPT-LINE.
           WRITE FEEDRPT-LINE.
           MOVE WS-BAD-ENTRIES TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO FEEDRPT-LINE.
           STRING 'EXPECTATIONS UNUSABLE  ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO FEEDRPT-LINE.
           WRITE FEEDRPT-LINE.
           MOVE SPACES TO FEEDRPT-LINE.
           IF WS-CHAIN-HELD
               MOVE 'CHAIN HELD - A REQUIRED FEED IS MISSING OR SMALL'
                   TO FEEDRPT-LINE
           ELSE
               MOVE 'CHAIN RELEASED' TO FEEDRPT-LINE
           END-IF.
           WRITE FEEDRPT-LINE.
           CLOSE FEEDRPT-FILE.
       9000-EXIT.
           EXIT.
