      ******************************************************************
      * PROGRAM-ID: ACCTCHK
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Account number check digit routine.  Every point of entry
      *   that takes an account number from a person or a feed -
      *   TXNVAL for TXNFEED, MEMOPOST, DISPBAT, STORDRUN's
      *   SORDFEED intake and ACCTOWNM - calls it before looking the
      *   account up, so a transposed digit is rejected as such
      *   instead of landing the money on a stranger's account that
      *   happens to exist.  ACCTMNT calls it to put the check
      *   digit on each number it assigns.  The twelve digits
      *   weighted 3, 7, 1 in turn must sum to a multiple of ten.
      *   A number that fails is still accepted when it is on the
      *   ACCTLGCY register of accounts opened before check digits
      *   - or when no register has been built yet, so the check
      *   comes into force with the ACCTCDCV conversion run.  The
      *   register is opened on the first call of the run and kept
      *   open for the calls that follow.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCHK.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTLGCY-FILE ASSIGN TO "ACCTLGCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTLGCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTLGCY-FILE.
       COPY "ACCTLGCY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCTLGCY-STATUS           PIC X(2).
               88  WS-ACCTLGCY-OK           VALUE '00'.

      ******************************************************************
      * The check digit weights, 3, 7, 1 across the twelve digits.
      ******************************************************************
       01  AC-WEIGHT-VALUES                 PIC X(12)
               VALUE '371371371371'.
       01  AC-WEIGHTS REDEFINES AC-WEIGHT-VALUES.
           05  AC-WEIGHT                    PIC 9(1) OCCURS 12 TIMES.

       01  WS-CHECK-FIELDS.
           05  WS-ACCOUNT-DIGITS            PIC X(12).
           05  WS-DIGIT-TABLE REDEFINES WS-ACCOUNT-DIGITS.
               10  WS-DIGIT                 PIC 9(1) OCCURS 12 TIMES.
           05  WS-WEIGHTED-SUM              PIC 9(4) COMP.
           05  WS-SUM-QUOT                  PIC 9(4) COMP.
           05  WS-SUM-REM                   PIC 9(4) COMP.
           05  WS-DIGIT-SUB                 PIC 9(2) COMP.
           05  WS-CHECK-DIGIT               PIC 9(1).

       01  WS-WORK-FIELDS.
           05  WS-REGISTER-TRIED-IND        PIC X(1) VALUE 'N'.
               88  WS-REGISTER-TRIED        VALUE 'Y'.
           05  WS-REGISTER-OPEN-IND         PIC X(1) VALUE 'N'.
               88  WS-REGISTER-OPEN         VALUE 'Y'.

       LINKAGE SECTION.
       COPY "ACCTCHK-PARM".

       PROCEDURE DIVISION USING ACCTCHK-PARM.
       0000-MAINLINE.
           IF ACK-FUNC-GENERATE
               PERFORM 2000-GENERATE-CHECK-DIGIT THRU 2000-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1000-VALIDATE-NUMBER THRU 1000-EXIT.
           GO TO 0000-EXIT.
       0000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-VALIDATE-NUMBER - twelve digits whose weighted sum is a
      * multiple of ten pass; anything else passes only as a
      * registered legacy number.
      ******************************************************************
       1000-VALIDATE-NUMBER.
           SET ACK-VALID TO TRUE.
           MOVE ACK-ACCOUNT-NUMBER TO WS-ACCOUNT-DIGITS.
           IF WS-ACCOUNT-DIGITS IS NUMERIC
               PERFORM 1100-SUM-DIGITS THRU 1100-EXIT
               IF WS-SUM-REM = 0
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           PERFORM 1200-CHECK-REGISTER THRU 1200-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-SUM-DIGITS - WS-SUM-REM comes back zero when all twelve
      * weighted digits sum to a multiple of ten.
      ******************************************************************
       1100-SUM-DIGITS.
           MOVE 0 TO WS-WEIGHTED-SUM.
           PERFORM 1110-ADD-ONE-DIGIT THRU 1110-EXIT
               VARYING WS-DIGIT-SUB FROM 1 BY 1
               UNTIL WS-DIGIT-SUB > 12.
           DIVIDE WS-WEIGHTED-SUM BY 10 GIVING WS-SUM-QUOT
               REMAINDER WS-SUM-REM.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

       1110-ADD-ONE-DIGIT.
           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
               + WS-DIGIT (WS-DIGIT-SUB) * AC-WEIGHT (WS-DIGIT-SUB).
           GO TO 1110-EXIT.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CHECK-REGISTER - a number failing the check is a legacy
      * number when ACCTLGCY holds it, or when there is no register
      * to consult; otherwise it fails.
      ******************************************************************
       1200-CHECK-REGISTER.
           IF NOT WS-REGISTER-TRIED
               MOVE 'Y' TO WS-REGISTER-TRIED-IND
               OPEN INPUT ACCTLGCY-FILE
               IF WS-ACCTLGCY-OK
                   MOVE 'Y' TO WS-REGISTER-OPEN-IND
               END-IF
           END-IF.
           IF NOT WS-REGISTER-OPEN
               SET ACK-LEGACY-NUMBER TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE ACK-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
           READ ACCTLGCY-FILE
               INVALID KEY
                   SET ACK-CHECK-DIGIT-FAILED TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           SET ACK-LEGACY-NUMBER TO TRUE.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GENERATE-CHECK-DIGIT - sum the first eleven digits with
      * a zero in the twelfth place; the check digit brings the
      * total up to the next multiple of ten.
      ******************************************************************
       2000-GENERATE-CHECK-DIGIT.
           SET ACK-VALID TO TRUE.
           MOVE ACK-ACCOUNT-NUMBER TO WS-ACCOUNT-DIGITS.
           MOVE '0' TO WS-ACCOUNT-DIGITS (12:1).
           IF WS-ACCOUNT-DIGITS IS NOT NUMERIC
               SET ACK-CHECK-DIGIT-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 1100-SUM-DIGITS THRU 1100-EXIT.
           IF WS-SUM-REM = 0
               MOVE 0 TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-SUM-REM
           END-IF.
           MOVE WS-CHECK-DIGIT TO WS-DIGIT (12).
           MOVE WS-ACCOUNT-DIGITS TO ACK-ACCOUNT-NUMBER.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
