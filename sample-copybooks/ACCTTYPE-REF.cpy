      ******************************************************************
      * ACCOUNT TYPE REFERENCE RECORD
      * File:    ACCTTYPE.REF  (maintained reference table)
      * Used by: CUSTINQ, ACCTMNT, ATMAINT, ODFEE, SVCCHG, POSTBAT,
      *          ODSWEEP, TDMATUR, INTACCR, DEPINS, WDLIMIT, ACCTTYCV
      *
      * ATR-OVERDRAFT-FEE is the per-account-type fee the overdraft
      * step assesses when posting drives an account negative; zero
      * ATR-MIN-BALANCE through the whole month; zero means the
      * type carries no monthly fee.
      *
      * ATR-STOP-PAY-FEE is the fee POSTBAT charges through the
      * journal each time a stop-payment order returns a debit on
      * an account of the type; zero means no fee.
      *
      * ATR-OD-XFER-FEE is the fee ODSWEEP charges the protected
      * account each night it sweeps money in from the linked
      * protecting account to cover an overdraft; zero means no fee.
      *
      * ATR-PRODUCT-CLASS marks a term deposit (certificate) type
      * with T; spaces or D is an ordinary demand type.  For a term
      * type, ATR-TERM-MONTHS is the standard term an open takes
      * when none is keyed, ATR-TERM-RATE is the rate the type
      * currently offers (what an open without a keyed rate and
      * every renewal lock in), ATR-EARLY-WD-DAYS is the early-
      * withdrawal penalty POSTBAT charges as that many days of
      * interest on a debit before maturity, and
      * ATR-MATURITY-NOTICE-DAYS is how many days ahead of maturity
      * TDMATUR sends the maturity notice.
      *
      * ATR-PRODUCT-CLASS L marks an installment loan type.  For a
      * loan type ATR-TERM-MONTHS is the standard term and ATR-TERM-
      * RATE the note rate an open takes when none is keyed; the
      * loan's interest is billed by LOANBILL, never accrued by
      * INTACCR.  A loan type should carry no overdraft fee or
      * service charge - its balance runs negative by design.
      *
      * ATR-OD-DEBIT-RATE is the annual debit interest rate INTACCR
      * accrues on an account of the type for every day its balance
      * stands negative, charged at month end; zero means an
      * overdrawn balance accrues nothing.  The deposit rate never
      * applies to a negative balance.
      *
      * ATR-DEBIT-COUNT-LIMIT is the number of customer-initiated
      * debits a month an account of the type (a savings product)
      * may make; zero means no limit.  WDLIMIT counts each
      * account's debits for the month on WDCOUNT - those POSTBAT
      * posts, standing orders STORDRUN runs and ODSWEEP protection
      * transfers - and the posting program charges
      * ATR-EXCESS-ITEM-FEE through the journal on every debit past
      * the limit; a zero fee counts the excess without charging.
      *
      * ATR-TIER-COUNT/ATR-TIERS carry the balance-tier rate bands
      * INTACCR applies to a tiered type: each band prices the
      * balance slice up to its ceiling (the last band's ceiling of
      * over which the code is considered valid.  CUSTINQ checks
      * CUST-FILTER-OPTIONS' ACCT-TYPE-CODE entries against this
      * table before running the account-type filter.
      *
      * Record is 171 bytes.  It was 125, the tier table followed
      * only by the three bytes of FILLER; ATR-STOP-PAY-FEE through
      * ATR-EXCESS-ITEM-FEE were inserted between the two.  ACCTTYCV
      * converts a table in the old layout once.
      ******************************************************************
       01  ACCTTYPE-REF-RECORD.
           05  ATR-TYPE-CODE               PIC X(3).
           05  ATR-TIERS OCCURS 3 TIMES.
               10  ATR-TIER-CEILING        PIC 9(9)V99.
               10  ATR-TIER-RATE           PIC 9(2)V9(4).
           05  ATR-STOP-PAY-FEE            PIC 9(5)V99.
           05  ATR-OD-XFER-FEE             PIC 9(5)V99.
           05  ATR-PRODUCT-CLASS           PIC X(1).
               88  ATR-CLASS-DEMAND        VALUE 'D' ' '.
               88  ATR-CLASS-TERM          VALUE 'T'.
               88  ATR-CLASS-LOAN          VALUE 'L'.
           05  ATR-TERM-MONTHS             PIC 9(3).
           05  ATR-TERM-RATE               PIC 9(2)V9(4).
           05  ATR-EARLY-WD-DAYS           PIC 9(3).
           05  ATR-MATURITY-NOTICE-DAYS    PIC 9(3).
           05  ATR-OD-DEBIT-RATE           PIC 9(2)V9(4).
           05  ATR-DEBIT-COUNT-LIMIT       PIC 9(3).
           05  ATR-EXCESS-ITEM-FEE         PIC 9(5)V99.
           05  FILLER                      PIC X(3).
