      *                    is dropped with it, so name searches stop
      *                    surfacing the dead record between
      *                    NDXBLD's nightly rebuilds.
      *   2026-10-15  ROK  The survivor's total is summed at each
      *                    account's reporting-currency value.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 4100-EXIT
           END-IF.
           IF AM-REPORTING-CURRENCY
               ADD AM-ACCOUNT-BALANCE TO WS-SURVIVOR-SUM
           ELSE
               ADD AM-REPORTING-BALANCE TO WS-SURVIVOR-SUM
           END-IF.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
