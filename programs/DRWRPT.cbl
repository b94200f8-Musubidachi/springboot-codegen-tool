      ******************************************************************
      * PROGRAM-ID: DRWRPT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Daily drawer over/short report, run in the nightly chain
      *   for the branch managers.  Lists every drawer DRWBAL
      *   closed today by branch - each branch in its own block
      *   under its BRANCH.REF name, in teller order - with the
      *   opening cash, the day's deposits and withdrawals, the
      *   expected and counted cash and the over/short, and the
      *   branch's totals over and short.  A teller whose drawer
      *   has been out of balance on three or more of the last
      *   thirty days' closes is flagged under the teller's lines,
      *   whether or not the teller closed a drawer today.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRWRPT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWHIST-FILE ASSIGN TO "DRAWHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-DRAWER-KEY
               ALTERNATE RECORD KEY IS DH-TELLER-ID WITH DUPLICATES
               FILE STATUS IS WS-DRAWHIST-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT DRWRPT-FILE ASSIGN TO "DRWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRWRPT-STATUS.

           SELECT DRWSW-FILE ASSIGN TO "DRWSW".

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWHIST-FILE.
       COPY "DRAWHIST".

       FD  BRANCH-FILE.
       COPY "BRANCH-REF".

       FD  DRWRPT-FILE.
       01  DRWRPT-LINE                      PIC X(132).

      ******************************************************************
      * One drawer close inside the flagging window, in branch,
      * teller and date order.
      ******************************************************************
       SD  DRWSW-FILE.
       01  DRWSW-RECORD.
           05  SW-BRANCH-ID                 PIC X(4).
           05  SW-TELLER-ID                 PIC X(8).
           05  SW-CLOSE-DATE                PIC 9(8).
           05  SW-DRAWER-ID                 PIC X(4).
           05  SW-OPENING-CASH              PIC S9(9)V99 COMP-3.
           05  SW-DEPOSIT-TOTAL             PIC S9(11)V99 COMP-3.
           05  SW-WITHDRAWAL-TOTAL          PIC S9(11)V99 COMP-3.
           05  SW-EXPECTED-CASH             PIC S9(11)V99 COMP-3.
           05  SW-CLOSING-CASH              PIC S9(9)V99 COMP-3.
           05  SW-OVER-SHORT                PIC S9(11)V99 COMP-3.
           05  SW-BALANCE-IND               PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DRAWHIST-STATUS           PIC X(2).
               88  WS-DRAWHIST-OK           VALUE '00'.
           05  WS-BRANCH-STATUS             PIC X(2).
               88  WS-BRANCH-OK             VALUE '00'.
           05  WS-DRWRPT-STATUS             PIC X(2).

      ******************************************************************
      * A teller is flagged at WS-FLAG-MIN-CLOSES out-of-balance
      * closes within the last WS-FLAG-WINDOW-DAYS days, today
      * included.
      ******************************************************************
       01  WS-FLAG-RULES.
           05  WS-FLAG-WINDOW-DAYS          PIC 9(3) VALUE 30.
           05  WS-FLAG-MIN-CLOSES           PIC 9(3) VALUE 3.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-SERIAL-DAYS           PIC 9(7) COMP.
           05  WS-CLOSE-SERIAL-DAYS         PIC 9(7) COMP.
           05  WS-AGE-DAYS                  PIC S9(7) COMP.
           05  WS-HIST-EOF-IND              PIC X(1).
               88  WS-HIST-DONE             VALUE 'Y'.
           05  WS-SORT-DONE-IND             PIC X(1).
               88  WS-SORT-DONE             VALUE 'Y'.
           05  WS-BRANCH-OPEN-IND           PIC X(1).
               88  WS-BRANCH-OPEN           VALUE 'Y'.
           05  WS-HIST-OPEN-IND             PIC X(1).
               88  WS-HIST-OPEN             VALUE 'Y'.
           05  WS-CURRENT-BRANCH            PIC X(4).
           05  WS-CURRENT-TELLER            PIC X(8).
           05  WS-BRANCH-NAME               PIC X(30).
           05  WS-STATUS-TEXT               PIC X(7).
           05  WS-RECORDS-SEEN              PIC 9(7) COMP.
           05  WS-DRAWER-COUNT              PIC 9(7) COMP.
           05  WS-FLAGGED-COUNT             PIC 9(7) COMP.
           05  WS-TELLER-OOB-COUNT          PIC 9(3) COMP.
           05  WS-BRANCH-DRAWERS            PIC 9(7) COMP.
           05  WS-BRANCH-OOB                PIC 9(7) COMP.
           05  WS-BRANCH-OVER               PIC S9(11)V99 COMP-3.
           05  WS-BRANCH-SHORT              PIC S9(11)V99 COMP-3.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
           05  WS-OOB-DISPLAY               PIC ZZ9.
           05  WS-WINDOW-DISPLAY            PIC ZZ9.
           05  WS-OPENING-DISPLAY           PIC -(9)9.99.
           05  WS-DEPOSIT-DISPLAY           PIC -(9)9.99.
           05  WS-WITHDRAWAL-DISPLAY        PIC -(9)9.99.
           05  WS-EXPECTED-DISPLAY          PIC -(9)9.99.
           05  WS-CLOSING-DISPLAY           PIC -(9)9.99.
           05  WS-OVER-SHORT-DISPLAY        PIC -(9)9.99.
           05  WS-BRANCH-OVER-DISPLAY       PIC -(9)9.99.
           05  WS-BRANCH-SHORT-DISPLAY      PIC -(9)9.99.

       LINKAGE SECTION.
       01  DRWRPT-DRAWERS                   PIC 9(7) COMP.
       01  DRWRPT-FLAGGED                   PIC 9(7) COMP.
       01  DRWRPT-RETURN-CODE               PIC 9(2).

       PROCEDURE DIVISION USING DRWRPT-DRAWERS DRWRPT-FLAGGED
           DRWRPT-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-HIST-OPEN
               SORT DRWSW-FILE
                   ON ASCENDING KEY SW-BRANCH-ID
                   ON ASCENDING KEY SW-TELLER-ID
                   ON ASCENDING KEY SW-CLOSE-DATE
                   ON ASCENDING KEY SW-DRAWER-ID
                   INPUT PROCEDURE IS 2000-SELECT-RECENT-CLOSES
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-BRANCH-PAGES
                       THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens.  No history means
      * no drawer has ever been closed; no branch table leaves the
      * branch names blank.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO DRWRPT-DRAWERS.
           MOVE 0 TO DRWRPT-FLAGGED.
           MOVE 0 TO DRWRPT-RETURN-CODE.
           MOVE 0 TO WS-RECORDS-SEEN.
           MOVE 0 TO WS-DRAWER-COUNT.
           MOVE 0 TO WS-FLAGGED-COUNT.
           MOVE 'N' TO WS-BRANCH-OPEN-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DATESER" USING WS-RUN-DATE WS-RUN-SERIAL-DAYS.
           OPEN OUTPUT DRWRPT-FILE.
           MOVE SPACES TO DRWRPT-LINE.
           STRING 'TELLER DRAWER OVER/SHORT BY BRANCH - ' WS-RUN-DATE
               DELIMITED BY SIZE INTO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-OK
               MOVE 'Y' TO WS-BRANCH-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-HIST-OPEN-IND.
           OPEN INPUT DRAWHIST-FILE.
           IF WS-DRAWHIST-OK
               MOVE 'Y' TO WS-HIST-OPEN-IND
           ELSE
               MOVE 'NO DRAWER CLOSES ON FILE' TO DRWRPT-LINE
               WRITE DRWRPT-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-RECENT-CLOSES - the sort's input: every close
      * within the flagging window.  Only today's are listed; the
      * earlier ones count toward the flag.
      ******************************************************************
       2000-SELECT-RECENT-CLOSES.
           MOVE 'N' TO WS-HIST-EOF-IND.
           MOVE LOW-VALUES TO DH-DRAWER-KEY.
           START DRAWHIST-FILE KEY IS NOT LESS THAN DH-DRAWER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-IND
           END-START.
           PERFORM 2100-SELECT-ONE-CLOSE THRU 2100-EXIT
               UNTIL WS-HIST-DONE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-CLOSE.
           READ DRAWHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-IND
                   GO TO 2100-EXIT
           END-READ.
           CALL "DATESER" USING DH-CLOSE-DATE WS-CLOSE-SERIAL-DAYS.
           COMPUTE WS-AGE-DAYS =
               WS-RUN-SERIAL-DAYS - WS-CLOSE-SERIAL-DAYS.
           IF WS-AGE-DAYS < 0
               OR WS-AGE-DAYS NOT < WS-FLAG-WINDOW-DAYS
               GO TO 2100-EXIT
           END-IF.
           MOVE DH-BRANCH-ID TO SW-BRANCH-ID.
           MOVE DH-TELLER-ID TO SW-TELLER-ID.
           MOVE DH-CLOSE-DATE TO SW-CLOSE-DATE.
           MOVE DH-DRAWER-ID TO SW-DRAWER-ID.
           MOVE DH-OPENING-CASH TO SW-OPENING-CASH.
           MOVE DH-DEPOSIT-TOTAL TO SW-DEPOSIT-TOTAL.
           MOVE DH-WITHDRAWAL-TOTAL TO SW-WITHDRAWAL-TOTAL.
           MOVE DH-EXPECTED-CASH TO SW-EXPECTED-CASH.
           MOVE DH-CLOSING-CASH TO SW-CLOSING-CASH.
           MOVE DH-OVER-SHORT TO SW-OVER-SHORT.
           MOVE DH-BALANCE-IND TO SW-BALANCE-IND.
           RELEASE DRWSW-RECORD.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-BRANCH-PAGES - the sort's output: a block per
      * branch, breaking on teller within it.
      ******************************************************************
       3000-WRITE-BRANCH-PAGES.
           MOVE 'N' TO WS-SORT-DONE-IND.
           MOVE SPACES TO WS-CURRENT-BRANCH.
           MOVE SPACES TO WS-CURRENT-TELLER.
           PERFORM 3100-TAKE-ONE-CLOSE THRU 3100-EXIT
               UNTIL WS-SORT-DONE.
           IF WS-RECORDS-SEEN = 0
               MOVE 'NO DRAWER CLOSES IN THE LAST THIRTY DAYS' TO
                   DRWRPT-LINE
               WRITE DRWRPT-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3400-END-TELLER THRU 3400-EXIT.
           PERFORM 3500-END-BRANCH THRU 3500-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-CLOSE.
           RETURN DRWSW-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-DONE-IND
                   GO TO 3100-EXIT
           END-RETURN.
           IF WS-RECORDS-SEEN > 0
               AND SW-BRANCH-ID NOT = WS-CURRENT-BRANCH
               PERFORM 3400-END-TELLER THRU 3400-EXIT
               PERFORM 3500-END-BRANCH THRU 3500-EXIT
           END-IF.
           IF WS-RECORDS-SEEN = 0
               OR SW-BRANCH-ID NOT = WS-CURRENT-BRANCH
               PERFORM 3200-START-BRANCH THRU 3200-EXIT
           END-IF.
           IF SW-TELLER-ID NOT = WS-CURRENT-TELLER
               PERFORM 3400-END-TELLER THRU 3400-EXIT
               MOVE SW-TELLER-ID TO WS-CURRENT-TELLER
               MOVE 0 TO WS-TELLER-OOB-COUNT
           END-IF.
           ADD 1 TO WS-RECORDS-SEEN.
           IF SW-BALANCE-IND NOT = 'B'
               ADD 1 TO WS-TELLER-OOB-COUNT
           END-IF.
           IF SW-CLOSE-DATE NOT = WS-RUN-DATE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-DRAWER-COUNT.
           ADD 1 TO WS-BRANCH-DRAWERS.
           IF SW-OVER-SHORT > 0
               ADD 1 TO WS-BRANCH-OOB
               ADD SW-OVER-SHORT TO WS-BRANCH-OVER
           END-IF.
           IF SW-OVER-SHORT < 0
               ADD 1 TO WS-BRANCH-OOB
               ADD SW-OVER-SHORT TO WS-BRANCH-SHORT
           END-IF.
           PERFORM 3300-WRITE-DETAIL-LINE THRU 3300-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-START-BRANCH - a new block with the branch's name.
      ******************************************************************
       3200-START-BRANCH.
           MOVE SW-BRANCH-ID TO WS-CURRENT-BRANCH.
           MOVE SPACES TO WS-CURRENT-TELLER.
           MOVE 0 TO WS-TELLER-OOB-COUNT.
           MOVE 0 TO WS-BRANCH-DRAWERS.
           MOVE 0 TO WS-BRANCH-OOB.
           MOVE 0 TO WS-BRANCH-OVER.
           MOVE 0 TO WS-BRANCH-SHORT.
           MOVE SPACES TO WS-BRANCH-NAME.
           IF WS-BRANCH-OPEN
               MOVE SW-BRANCH-ID TO BR-BRANCH-ID
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE 'BRANCH NOT ON FILE' TO WS-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO WS-BRANCH-NAME
               END-READ
           END-IF.
           MOVE ALL '=' TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           MOVE SPACES TO DRWRPT-LINE.
           STRING 'BRANCH ' SW-BRANCH-ID ' ' WS-BRANCH-NAME
               ' - DRAWERS CLOSED ' WS-RUN-DATE
               DELIMITED BY SIZE INTO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           MOVE SPACES TO DRWRPT-LINE.
           STRING 'TELLER    DRAWER       OPENING      DEPOSITS  '
               '  WITHDRAWALS      EXPECTED       COUNTED  '
               '  OVER/SHORT  STATUS'
               DELIMITED BY SIZE INTO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3300-WRITE-DETAIL-LINE.
           MOVE 'BALANCE' TO WS-STATUS-TEXT.
           IF SW-BALANCE-IND = 'O'
               MOVE 'OVER' TO WS-STATUS-TEXT
           END-IF.
           IF SW-BALANCE-IND = 'S'
               MOVE 'SHORT' TO WS-STATUS-TEXT
           END-IF.
           MOVE SW-OPENING-CASH TO WS-OPENING-DISPLAY.
           MOVE SW-DEPOSIT-TOTAL TO WS-DEPOSIT-DISPLAY.
           MOVE SW-WITHDRAWAL-TOTAL TO WS-WITHDRAWAL-DISPLAY.
           MOVE SW-EXPECTED-CASH TO WS-EXPECTED-DISPLAY.
           MOVE SW-CLOSING-CASH TO WS-CLOSING-DISPLAY.
           MOVE SW-OVER-SHORT TO WS-OVER-SHORT-DISPLAY.
           MOVE SPACES TO DRWRPT-LINE.
           STRING SW-TELLER-ID '  ' SW-DRAWER-ID
               '  ' WS-OPENING-DISPLAY
               ' ' WS-DEPOSIT-DISPLAY
               ' ' WS-WITHDRAWAL-DISPLAY
               ' ' WS-EXPECTED-DISPLAY
               ' ' WS-CLOSING-DISPLAY
               ' ' WS-OVER-SHORT-DISPLAY
               '  ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-END-TELLER - flag the teller just finished if enough of
      * the window's closes were out of balance.
      ******************************************************************
       3400-END-TELLER.
           IF WS-CURRENT-TELLER = SPACES
               OR WS-TELLER-OOB-COUNT < WS-FLAG-MIN-CLOSES
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE WS-TELLER-OOB-COUNT TO WS-OOB-DISPLAY.
           MOVE WS-FLAG-WINDOW-DAYS TO WS-WINDOW-DISPLAY.
           MOVE SPACES TO DRWRPT-LINE.
           STRING '    *** TELLER ' WS-CURRENT-TELLER
               ' OUT OF BALANCE ON ' WS-OOB-DISPLAY
               ' CLOSES IN THE LAST ' WS-WINDOW-DISPLAY
               ' DAYS ***'
               DELIMITED BY SIZE INTO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           MOVE 0 TO WS-TELLER-OOB-COUNT.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

       3500-END-BRANCH.
           MOVE WS-BRANCH-DRAWERS TO WS-COUNT-DISPLAY.
           MOVE WS-BRANCH-OVER TO WS-BRANCH-OVER-DISPLAY.
           MOVE WS-BRANCH-SHORT TO WS-BRANCH-SHORT-DISPLAY.
           MOVE WS-BRANCH-OOB TO WS-OOB-DISPLAY.
           MOVE SPACES TO DRWRPT-LINE.
           STRING 'BRANCH ' WS-CURRENT-BRANCH
               ' DRAWERS ' WS-COUNT-DISPLAY
               '  OUT OF BALANCE ' WS-OOB-DISPLAY
               '  OVER ' WS-BRANCH-OVER-DISPLAY
               '  SHORT ' WS-BRANCH-SHORT-DISPLAY
               DELIMITED BY SIZE INTO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and hand back the counts.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-DRAWER-COUNT TO DRWRPT-DRAWERS.
           MOVE WS-FLAGGED-COUNT TO DRWRPT-FLAGGED.
           IF WS-HIST-OPEN
               CLOSE DRAWHIST-FILE
           END-IF.
           IF WS-BRANCH-OPEN
               CLOSE BRANCH-FILE
           END-IF.
           CLOSE DRWRPT-FILE.
       9000-EXIT.
           EXIT.
