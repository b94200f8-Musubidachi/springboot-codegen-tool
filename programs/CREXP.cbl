      *   2026-08-22  ROK  Hands a step return code back to the
      *                    driver: 0 clean, 8 when the customer
      *                    master could not be opened.
      *   2026-10-15  ROK  Account lines show the account's currency
      *                    and its balance in the reporting currency.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREXP.
           05  WS-BALANCE-DISPLAY           PIC -(11)9.99.
           05  WS-LIMIT-DISPLAY             PIC -(9)9.99.
           05  WS-ACCT-BAL-DISPLAY          PIC -(9)9.99.
           05  WS-RPT-BAL-DISPLAY           PIC -(9)9.99.

       LINKAGE SECTION.
       01  CREXP-WARN-PCT                   PIC 9(3) COMP.
      ******************************************************************
      * 2300-WRITE-ONE-ACCOUNT-LINE - one ACCOUNT-LIST entry under
      * its customer, so credit can see which account type drove the
      * exposure - in the account's currency and at reporting value.
      ******************************************************************
       2300-WRITE-ONE-ACCOUNT-LINE.
           MOVE ACCOUNT-BALANCE OF ACCOUNT-LIST (WS-SUB) TO
               WS-ACCT-BAL-DISPLAY.
           MOVE REPORTING-BALANCE OF VALUATION-LIST (WS-SUB) TO
               WS-RPT-BAL-DISPLAY.
           MOVE SPACES TO CREXPRPT-LINE.
           STRING '  ACCOUNT ' ACCOUNT-NUMBER OF ACCOUNT-LIST (WS-SUB)
               ' TYPE ' ACCOUNT-TYPE OF ACCOUNT-LIST (WS-SUB)
               ' BALANCE ' WS-ACCT-BAL-DISPLAY
               ' ' ACCOUNT-CURRENCY OF VALUATION-LIST (WS-SUB)
               ' REPORTING ' WS-RPT-BAL-DISPLAY
               DELIMITED BY SIZE INTO CREXPRPT-LINE.
           WRITE CREXPRPT-LINE.
           GO TO 2300-EXIT.
