      ******************************************************************
      * PROGRAM-ID: FXCONV
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Converts an amount in an account's currency to the
      *   reporting currency at the day's CURRENCY-REF rate.  Every
      *   program that moves a balance calls it with the movement
      *   and the account's AM-CURRENCY-CODE, and books the result
      *   to CM-TOTAL-BALANCE, AM-REPORTING-BALANCE and the
      *   journal's PJ-REPORTING-AMOUNT.  The reporting currency
      *   (spaces or USD) converts one for one without touching the
      *   file.  The rate table is read into storage on the first
      *   call of the run and kept for the calls that follow; FXLOAD
      *   has loaded the day's rates ahead of the chain.  A currency
      *   not on file, or one with no rate loaded, converts to zero
      *   with FXC-NO-RATE set.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCONV.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-FILE ASSIGN TO "CURRENCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUR-CURRENCY-CODE
               FILE STATUS IS WS-CURRENCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-FILE.
       COPY "CURRENCY-REF".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CURRENCY-STATUS           PIC X(2).
               88  WS-CURRENCY-OK           VALUE '00'.

       01  WS-WORK-FIELDS.
           05  WS-TABLE-LOADED-IND          PIC X(1) VALUE 'N'.
               88  WS-TABLE-LOADED          VALUE 'Y'.
           05  WS-LOAD-DONE-IND             PIC X(1).
               88  WS-LOAD-DONE             VALUE 'Y'.
           05  WS-RATE-FOUND-IND            PIC X(1).
               88  WS-RATE-FOUND            VALUE 'Y'.
           05  WS-SUB                       PIC 9(3) COMP.

      ******************************************************************
      * The day's rates, one entry per currency on CURRENCY-REF.
      ******************************************************************
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-RATE-ENTRY OCCURS 1 TO 200
                   DEPENDING ON WS-RATE-COUNT.
               10  RT-CURRENCY-CODE         PIC X(3).
               10  RT-RATE                  PIC 9(4)V9(6).

       LINKAGE SECTION.
       COPY "FXCONV-PARM".

       PROCEDURE DIVISION USING FXCONV-PARM.
       0000-MAINLINE.
           SET FXC-CONVERTED TO TRUE.
           IF FXC-CURRENCY-CODE = SPACES OR FXC-CURRENCY-CODE = 'USD'
               MOVE 1 TO FXC-RATE
               MOVE FXC-AMOUNT TO FXC-REPORTING-AMOUNT
               GO TO 0000-EXIT
           END-IF.
           IF NOT WS-TABLE-LOADED
               PERFORM 1000-LOAD-RATES THRU 1000-EXIT
           END-IF.
           PERFORM 2000-FIND-RATE THRU 2000-EXIT.
           IF NOT WS-RATE-FOUND
               SET FXC-NO-RATE TO TRUE
               MOVE 0 TO FXC-RATE
               MOVE 0 TO FXC-REPORTING-AMOUNT
               GO TO 0000-EXIT
           END-IF.
           COMPUTE FXC-REPORTING-AMOUNT ROUNDED =
               FXC-AMOUNT * FXC-RATE.
           GO TO 0000-EXIT.
       0000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-LOAD-RATES - read the currency table into storage once
      * per run.  No table on file leaves it empty, so every
      * foreign currency comes back with no rate.
      ******************************************************************
       1000-LOAD-RATES.
           MOVE 'Y' TO WS-TABLE-LOADED-IND.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT CURRENCY-FILE.
           IF NOT WS-CURRENCY-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-LOAD-DONE-IND.
           PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
               UNTIL WS-LOAD-DONE.
           CLOSE CURRENCY-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-RATE.
           READ CURRENCY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-DONE-IND
                   GO TO 1100-EXIT
           END-READ.
           IF WS-RATE-COUNT = 200
               MOVE 'Y' TO WS-LOAD-DONE-IND
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE CUR-CURRENCY-CODE TO RT-CURRENCY-CODE (WS-RATE-COUNT).
           MOVE CUR-RATE TO RT-RATE (WS-RATE-COUNT).
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FIND-RATE - the caller's currency in the table, with a
      * rate loaded.
      ******************************************************************
       2000-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-IND.
           PERFORM 2100-CHECK-ONE-RATE THRU 2100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RATE-COUNT OR WS-RATE-FOUND.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-RATE.
           IF RT-CURRENCY-CODE (WS-SUB) = FXC-CURRENCY-CODE
               AND RT-RATE (WS-SUB) > 0
               MOVE 'Y' TO WS-RATE-FOUND-IND
               MOVE RT-RATE (WS-SUB) TO FXC-RATE
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.
