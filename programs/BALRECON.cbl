      *                    belongs to the primary owner - so joint
      *                    accounts stop surfacing as phantom
      *                    mismatches.
      *   2026-10-15  ROK  The account-detail sum is of each
      *                    account's reporting-currency balance, the
      *                    value CM-TOTAL-BALANCE is kept in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRECON.
           EXIT.

      ******************************************************************
      * 2200-ADD-ONE-ACCOUNT - add one ACCOUNT-LIST entry's balance,
      * in the reporting currency, into the running account-detail
      * total.  Entries marked
      * joint belong to another customer's rollup and stay out of
      * this tie-out.
      ******************************************************************
           IF ACCT-OWN-JOINT (WS-SUB)
               GO TO 2200-EXIT
           END-IF.
           ADD REPORTING-BALANCE OF VALUATION-LIST (WS-SUB)
               TO WS-ACCOUNT-SUM.
           GO TO 2200-EXIT.
       2200-EXIT.
