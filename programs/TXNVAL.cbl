      *     recomputes how many TXNS entries that length can
      *     actually hold, flagging any disagreement with TXN-COUNT
      *     instead of letting the run either drop real transactions
      *     or read past the end of the table.  A record whose
      *     ACCOUNT-NUMBER fails the ACCTCHK check digit is rejected
      *     as such, before any caller looks the account up.
      *
      * MODIFICATION HISTORY:
      *     2026-08-09  ROK  Original version.
      *     2026-10-15  ROK  Account number checked through ACCTCHK
      *                      once the TXNS count is confirmed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNVAL.
           05  TV-HEADER-LENGTH        PIC 9(3) COMP VALUE 15.
           05  TV-ENTRY-LENGTH         PIC 9(3) COMP VALUE 27.

           COPY "ACCTCHK-PARM".

       LINKAGE SECTION.
           COPY "ODO".
       01  LK-ACTUAL-RECORD-LENGTH     PIC 9(9) COMP.
               SET LK-RESULT-INVALID TO TRUE
               MOVE 'TXN-COUNT DOES NOT MATCH PHYSICAL TXNS PRESENT' TO
                   LK-RESULT-MESSAGE
               GO TO 0000-EXIT
           END-IF.
           SET ACK-FUNC-VALIDATE TO TRUE.
           MOVE ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER.
           CALL "ACCTCHK" USING ACCTCHK-PARM.
           IF ACK-CHECK-DIGIT-FAILED
               SET LK-RESULT-INVALID TO TRUE
               MOVE 'ACCOUNT NUMBER FAILS CHECK DIGIT' TO
                   LK-RESULT-MESSAGE
           END-IF.
           GO TO 0000-EXIT.
       0000-EXIT.
