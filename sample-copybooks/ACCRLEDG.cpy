      ******************************************************************
      * INTEREST ACCRUAL LEDGER RECORD
      * File:    ACCRLEDG.DAT  (indexed, key = AL-ACCOUNT-NUMBER)
      * Used by: INTACCR, ACCTCLSE, TAXEXT, CUSTPROF
      *
      * One record per account carrying the interest accrued since
      * the last capitalization.  AL-ACCRUED-AMOUNT keeps four
      * and the band rate each slice earned, so a tiered account's
      * interest can be explained to the customer from the ledger
      * itself; all zeros on a flat-rate account.
      * AL-DEBIT-ACCRUED is the debit interest an overdrawn balance
      * has run up at the type's ATR-OD-DEBIT-RATE since the last
      * month-end charge, kept apart from the deposit interest so
      * the charge journals under its own source and never nets
      * against interest paid; AL-YTD-DEBIT-INTEREST is the year's
      * total charged, which stays out of the tax extract.
      * AL-YTD-WITHHELD is the year's federal backup withholding
      * INTACCR took from this account's capitalized interest; it
      * goes on the tax extract beside AL-YTD-INTEREST.
      * AL-LAST-CAP-AMOUNT is the interest capitalized on
      * AL-LAST-CAP-DATE, so the month's interest paid on the
      * account can be read back after the year-end reset of
      * AL-YTD-INTEREST.
      ******************************************************************
       01  ACCR-LEDG-RECORD.
           05  AL-ACCOUNT-NUMBER           PIC X(12).
               10  AL-TIER-SLICE OCCURS 3 TIMES.
                   15  AL-TIER-BAL-PORTION PIC S9(9)V99 COMP-3.
                   15  AL-TIER-RATE-USED   PIC 9(2)V9(4) COMP-3.
           05  AL-DEBIT-ACCRUED            PIC S9(9)V9(4) COMP-3.
           05  AL-YTD-DEBIT-INTEREST       PIC S9(9)V99 COMP-3.
           05  AL-YTD-WITHHELD             PIC S9(9)V99 COMP-3.
           05  AL-LAST-CAP-AMOUNT          PIC S9(9)V99 COMP-3.
