      ******************************************************************
      * LOAN AMORTIZATION SCHEDULE RECORD
      * File:    LOANSCHD.DAT  (indexed, key = LS-SCHED-KEY:
      *          LS-ACCOUNT-NUMBER + LS-INSTALLMENT-NO)
      * Used by: ACCTMNT (writes the whole schedule at loan open),
      *          LOANBILL (bills each installment, finds the oldest
      *          unpaid one for days past due)
      *
      * One record per installment of a loan's level-payment
      * amortization, as computed at booking: the scheduled payment
      * and its interest/principal split, and the principal left
      * after it.  LS-BILLED-AMOUNT is what the installment was
      * actually billed for (interest on the balance as it stood at
      * billing, so prepayments show through); zero means not yet
      * billed.
      ******************************************************************
       01  LOAN-SCHEDULE-RECORD.
           05  LS-SCHED-KEY.
               10  LS-ACCOUNT-NUMBER       PIC X(12).
               10  LS-INSTALLMENT-NO       PIC 9(3).
           05  LS-DUE-DATE                 PIC 9(8).
           05  LS-SCHED-PAYMENT            PIC S9(9)V99 COMP-3.
           05  LS-SCHED-INTEREST           PIC S9(9)V99 COMP-3.
           05  LS-SCHED-PRINCIPAL          PIC S9(9)V99 COMP-3.
           05  LS-SCHED-BALANCE            PIC S9(9)V99 COMP-3.
           05  LS-BILLED-AMOUNT            PIC S9(9)V99 COMP-3.
           05  LS-BILLED-DATE              PIC 9(8).
