      ******************************************************************
      * PROGRAM-ID: PERCHK
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Accounting-period check for the programs that post a
      *   movement dated other than tonight - POSTBAT for the feed's
      *   TP-TXN-DATE, ODWAIVE for the waived fee's date, DISPBAT
      *   for the disputed transaction's.  Given the movement's
      *   date, answers whether its month is still open or has been
      *   closed by PERCLOSE, in which case the caller posts it into
      *   the current open period as a prior-period adjustment.
      *   The closed months are read off the ACCTPER calendar into
      *   storage on the first call of the run and kept for the
      *   calls that follow.  No calendar on file means nothing has
      *   been closed.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTPER-FILE ASSIGN TO "ACCTPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-PERIOD
               FILE STATUS IS WS-ACCTPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTPER-FILE.
       COPY "ACCTPER".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCTPER-STATUS            PIC X(2).
               88  WS-ACCTPER-OK            VALUE '00'.

       01  WS-WORK-FIELDS.
           05  WS-TABLE-LOADED-IND          PIC X(1) VALUE 'N'.
               88  WS-TABLE-LOADED          VALUE 'Y'.
           05  WS-LOAD-DONE-IND             PIC X(1).
               88  WS-LOAD-DONE             VALUE 'Y'.
           05  WS-CLOSED-FOUND-IND          PIC X(1).
               88  WS-CLOSED-FOUND          VALUE 'Y'.
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-TXN-DATE                  PIC 9(8).
           05  WS-TXN-DATE-GRP REDEFINES WS-TXN-DATE.
               10  WS-TXN-PERIOD            PIC 9(6).
               10  FILLER                   PIC 9(2).

      ******************************************************************
      * The closed months, one entry per closed ACCTPER record.
      ******************************************************************
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-COUNT              PIC 9(3) COMP VALUE 0.
           05  WS-CLOSED-ENTRY OCCURS 1 TO 600
                   DEPENDING ON WS-CLOSED-COUNT.
               10  CT-PERIOD                PIC 9(6).

       LINKAGE SECTION.
       COPY "PERCHK-PARM".

       PROCEDURE DIVISION USING PERCHK-PARM.
       0000-MAINLINE.
           SET PCK-PERIOD-OPEN TO TRUE.
           IF PCK-TXN-DATE NOT NUMERIC OR PCK-TXN-DATE = 0
               GO TO 0000-EXIT
           END-IF.
           IF NOT WS-TABLE-LOADED
               PERFORM 1000-LOAD-CLOSED-PERIODS THRU 1000-EXIT
           END-IF.
           MOVE PCK-TXN-DATE TO WS-TXN-DATE.
           PERFORM 2000-FIND-CLOSED-PERIOD THRU 2000-EXIT.
           IF WS-CLOSED-FOUND
               SET PCK-PRIOR-PERIOD TO TRUE
           END-IF.
           GO TO 0000-EXIT.
       0000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-LOAD-CLOSED-PERIODS - read the calendar's closed months
      * into storage once per run.  No calendar on file leaves the
      * table empty, so every month is open.
      ******************************************************************
       1000-LOAD-CLOSED-PERIODS.
           MOVE 'Y' TO WS-TABLE-LOADED-IND.
           MOVE 0 TO WS-CLOSED-COUNT.
           OPEN INPUT ACCTPER-FILE.
           IF NOT WS-ACCTPER-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-LOAD-DONE-IND.
           PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-EXIT
               UNTIL WS-LOAD-DONE.
           CLOSE ACCTPER-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PERIOD.
           READ ACCTPER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-DONE-IND
                   GO TO 1100-EXIT
           END-READ.
           IF NOT AP-PERIOD-CLOSED
               GO TO 1100-EXIT
           END-IF.
           IF WS-CLOSED-COUNT = 600
               MOVE 'Y' TO WS-LOAD-DONE-IND
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE AP-PERIOD TO CT-PERIOD (WS-CLOSED-COUNT).
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FIND-CLOSED-PERIOD - the movement's month among the
      * closed ones.
      ******************************************************************
       2000-FIND-CLOSED-PERIOD.
           MOVE 'N' TO WS-CLOSED-FOUND-IND.
           PERFORM 2100-CHECK-ONE-PERIOD THRU 2100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLOSED-COUNT OR WS-CLOSED-FOUND.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-PERIOD.
           IF CT-PERIOD (WS-SUB) = WS-TXN-PERIOD
               MOVE 'Y' TO WS-CLOSED-FOUND-IND
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.
