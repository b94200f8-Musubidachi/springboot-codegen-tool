      *                    accrual have something to read and a
      *                    fresh code never lands those fields
      *                    space-filled.
      *   2026-10-15  ROK  The fee schedule now carries the stop-
      *                    payment fee POSTBAT charges when a stop
      *                    returns a debit.
      *   2026-10-15  ROK  The fee schedule now carries the
      *                    overdraft-protection transfer fee ODSWEEP
      *                    charges on each sweep.
      *   2026-10-15  ROK  The schedule now carries the product class
      *                    and, for a term deposit type, the standard
      *                    term, offered rate, early-withdrawal
      *                    penalty days and maturity-notice lead.
      *   2026-10-15  ROK  Product class L sets up an installment
      *                    loan type, its standard term and note
      *                    rate carried in the term fields.
      *   2026-10-15  ROK  The schedule now carries the overdraft
      *                    debit interest rate INTACCR accrues on a
      *                    negative balance.
      *   2026-10-15  ROK  The schedule now carries the monthly
      *                    debit-count limit and excess-item fee
      *                    POSTBAT applies to a savings type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMAINT.
           MOVE ATM-OVERDRAFT-FEE TO ATR-OVERDRAFT-FEE.
           MOVE ATM-SERVICE-CHARGE TO ATR-SERVICE-CHARGE.
           MOVE ATM-MIN-BALANCE TO ATR-MIN-BALANCE.
           MOVE ATM-STOP-PAY-FEE TO ATR-STOP-PAY-FEE.
           MOVE ATM-OD-XFER-FEE TO ATR-OD-XFER-FEE.
           EVALUATE ATM-PRODUCT-CLASS
               WHEN 'T'
                   SET ATR-CLASS-TERM TO TRUE
               WHEN 'L'
                   SET ATR-CLASS-LOAN TO TRUE
               WHEN OTHER
                   MOVE 'D' TO ATR-PRODUCT-CLASS
           END-EVALUATE.
           MOVE ATM-TERM-MONTHS TO ATR-TERM-MONTHS.
           MOVE ATM-TERM-RATE TO ATR-TERM-RATE.
           MOVE ATM-EARLY-WD-DAYS TO ATR-EARLY-WD-DAYS.
           MOVE ATM-MATURITY-NOTICE-DAYS TO ATR-MATURITY-NOTICE-DAYS.
           MOVE ATM-OD-DEBIT-RATE TO ATR-OD-DEBIT-RATE.
           MOVE ATM-DEBIT-COUNT-LIMIT TO ATR-DEBIT-COUNT-LIMIT.
           MOVE ATM-EXCESS-ITEM-FEE TO ATR-EXCESS-ITEM-FEE.
           IF ATM-TIER-COUNT NUMERIC
               AND ATM-TIER-COUNT NOT > 3
               MOVE ATM-TIER-COUNT TO ATR-TIER-COUNT
