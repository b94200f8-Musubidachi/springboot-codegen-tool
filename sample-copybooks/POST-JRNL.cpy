      * PJ-SOURCE names the program that posted the movement.
      * PJ-ORIG-TXN-ID is spaces on a normal movement; on a
      * reversal it links back to the PJ-TXN-ID being backed out.
      * A PJ-SOURCE of RECOVERY is money collected on a charged-off
      * account: it moves no balance (before = after) and is booked
      * to recoveries, not to the account.
      * PJ-CURRENCY-CODE is spaces on a movement to a reporting-
      * currency account.  On a foreign-currency account it names
      * the account's currency: PJ-TXN-AMOUNT and the balances are
      * in that currency and PJ-REPORTING-AMOUNT carries the
      * movement converted to the reporting currency.  A PJ-SOURCE
      * of FXREVAL is FXREVAL's month-end revaluation: it moves no
      * balance (before = after, amount zero) and its reporting
      * amount is the FX gain (positive) or loss on the account.
      * PJ-VALUE-DATE is the date the movement belongs to when that
      * is not the night it posted (zero otherwise).  When the
      * value date falls in a month PERCLOSE has closed, the row
      * still posts under tonight's PJ-POST-DATE - the current open
      * period - and PJ-PRIOR-PERIOD-ADJ marks it for the prior-
      * period adjustments report.
      * PJ-CANCELLING-ROW marks a row that backs out the row just
      * journaled for the same TXN-ID and account when the master
      * rewrite that should have followed it failed: amount
      * negated, before and after balances swapped, and
      * PJ-ORIG-TXN-ID naming the TXN-ID backed out.  The pair
      * nets to nothing, as the master does.
      * POSTJRNL.DAT itself holds the open month only: JRNLSYNC
      * rolls each closed month onto its own generation (PJ +
      * YYYYMM) at the first run of the next, and keeps every row
      * of every generation on the JRNLNDX account/date index,
      * which is where readers of past months look.
      * Record is 100 bytes.
      ******************************************************************
       01  POST-JRNL-RECORD.
           05  PJ-TXN-ID                   PIC X(12).
           05  PJ-BEFORE-BALANCE           PIC S9(9)V99 COMP-3.
           05  PJ-AFTER-BALANCE            PIC S9(9)V99 COMP-3.
           05  PJ-ORIG-TXN-ID              PIC X(12).
           05  PJ-CURRENCY-CODE            PIC X(3).
           05  PJ-REPORTING-AMOUNT         PIC S9(9)V99 COMP-3.
           05  PJ-VALUE-DATE               PIC 9(8).
           05  PJ-PRIOR-PERIOD-IND         PIC X(1).
               88  PJ-PRIOR-PERIOD-ADJ     VALUE 'P'.
           05  PJ-CANCEL-IND               PIC X(1).
               88  PJ-CANCELLING-ROW       VALUE 'C'.
           05  FILLER                      PIC X(1).
