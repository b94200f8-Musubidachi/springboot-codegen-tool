      *
      * One request adds a type code with its effective window and
      * fee schedule - the overdraft fee, the monthly service
      * charge with its minimum-balance waiver floor, the
      * balance-tier rate bands, the stop-payment fee, the
      * overdraft-protection transfer fee and, for a term deposit
      * type, the term, offered rate, early-withdrawal penalty days
      * and maturity-notice lead (for a loan type, class L, the term
      * and rate fields carry the standard term and note rate), the
      * overdraft debit interest rate, and for a savings type the
      * monthly debit-count limit and excess-item fee -
      * expires a code's window early, or retires a code outright,
      * selected by ATM-FUNCTION-CODE.
      * Dates are YYYYMMDD and are put through DATEVAL before
      * anything is touched.  A tier count of zero keeps the type
      * on the flat per-account rate.
           05  ATM-TIERS OCCURS 3 TIMES.
               10  ATM-TIER-CEILING        PIC 9(9)V99.
               10  ATM-TIER-RATE           PIC 9(2)V9(4).
           05  ATM-STOP-PAY-FEE            PIC 9(5)V99.
           05  ATM-OD-XFER-FEE             PIC 9(5)V99.
           05  ATM-PRODUCT-CLASS           PIC X(1).
           05  ATM-TERM-MONTHS             PIC 9(3).
           05  ATM-TERM-RATE               PIC 9(2)V9(4).
           05  ATM-EARLY-WD-DAYS           PIC 9(3).
           05  ATM-MATURITY-NOTICE-DAYS    PIC 9(3).
           05  ATM-OD-DEBIT-RATE           PIC 9(2)V9(4).
           05  ATM-DEBIT-COUNT-LIMIT       PIC 9(3).
           05  ATM-EXCESS-ITEM-FEE         PIC 9(5)V99.
