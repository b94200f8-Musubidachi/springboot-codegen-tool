      ******************************************************************
      * TERM DEPOSIT RECORD
      * File:    TERMDEP.DAT  (indexed, key = TD-ACCOUNT-NUMBER)
      * Used by: ACCTMNT (written when a term-class account opens),
      *          TDMATUR (maturity notice, renewal and payout),
      *          POSTBAT (early-withdrawal penalty), RATECHG (the
      *          locked rate is not changed by hand), PRIVRPT
      *
      * One record per term deposit (certificate) account, carrying
      * the terms ACCTMAST has no room for.  TD-LOCKED-RATE is the
      * rate the account opened or last renewed at; it is also on
      * AM-INTEREST-RATE for INTACCR, and holds for the whole term.
      * TD-ANCHOR-DAY is the day of the month the deposit opened,
      * so a renewal's maturity lands on it again after a short
      * month instead of drifting.  A renewal instruction of R rolls
      * the deposit for another term at the type's current
      * ATR-TERM-RATE; P pays the balance to TD-PAYOUT-ACCOUNT.
      * TD-NOTICE-SENT-DATE not before TD-TERM-START-DATE means the
      * maturity notice for the current term has gone.
      ******************************************************************
       01  TERM-DEPOSIT-RECORD.
           05  TD-ACCOUNT-NUMBER           PIC X(12).
           05  TD-CUSTOMER-ID              PIC 9(10).
           05  TD-TERM-MONTHS              PIC 9(3).
           05  TD-LOCKED-RATE              PIC 9(2)V9(4) COMP-3.
           05  TD-OPEN-DATE                PIC 9(8).
           05  TD-TERM-START-DATE          PIC 9(8).
           05  TD-MATURITY-DATE            PIC 9(8).
           05  TD-ANCHOR-DAY               PIC 9(2).
           05  TD-RENEWAL-INSTR            PIC X(1).
               88  TD-INSTR-RENEW          VALUE 'R'.
               88  TD-INSTR-PAY-OUT        VALUE 'P'.
           05  TD-PAYOUT-ACCOUNT           PIC X(12).
           05  TD-TERM-STATUS              PIC X(1).
               88  TD-TERM-OPEN            VALUE 'O'.
               88  TD-TERM-PAID-OUT        VALUE 'P'.
               88  TD-TERM-CLOSED          VALUE 'C'.
           05  TD-NOTICE-SENT-DATE         PIC 9(8).
           05  TD-RENEWAL-COUNT            PIC 9(3).
           05  TD-PAID-OUT-DATE            PIC 9(8).
           05  TD-PAID-OUT-AMOUNT          PIC S9(9)V99 COMP-3.
           05  TD-PENALTY-TOTAL            PIC S9(9)V99 COMP-3.
           05  TD-LAST-PENALTY-DATE        PIC 9(8).
