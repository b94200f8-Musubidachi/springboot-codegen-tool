      ******************************************************************
      * LOAN MASTER RECORD
      * File:    LOANMAST.DAT  (indexed, key = LN-ACCOUNT-NUMBER)
      * Used by: ACCTMNT (written when a loan-class account opens),
      *          LOANBILL (disbursement, monthly billing, days past
      *          due), POSTBAT (payment application), TXNAGE (loan
      *          delinquency aging), INTACCR and RATECHG (a loan's
      *          interest is billed here, not accrued or rate-fed),
      *          CRBUREAU (note terms on the credit bureau file),
      *          PRIVRPT
      *
      * One record per installment loan account, carrying the note
      * terms and the servicing position ACCTMAST has no room for.
      * The loan account's AM-ACCOUNT-BALANCE runs negative: it is
      * always minus (LN-PRINCIPAL-BALANCE + LN-INTEREST-DUE) once
      * the loan is disbursed.  LN-PRINCIPAL-DUE and LN-INTEREST-
      * DUE are the billed amounts not yet paid; a payment clears
      * interest due first, then principal due, and anything over
      * comes off the principal balance as a prepayment.
      * LN-TOTAL-BILLED against LN-TOTAL-PAID (payments applied to
      * billed amounts) finds the oldest unpaid installment on the
      * LOANSCHD schedule, which is where LN-DAYS-PAST-DUE counts
      * from.
      ******************************************************************
       01  LOAN-MASTER-RECORD.
           05  LN-ACCOUNT-NUMBER           PIC X(12).
           05  LN-CUSTOMER-ID              PIC 9(10).
           05  LN-LOAN-STATUS              PIC X(1).
               88  LN-STAT-BOOKED          VALUE 'B'.
               88  LN-STAT-ACTIVE          VALUE 'A'.
               88  LN-STAT-PAID-OFF        VALUE 'P'.
               88  LN-STAT-CLOSED          VALUE 'C'.
           05  LN-ORIGINAL-PRINCIPAL       PIC S9(9)V99 COMP-3.
           05  LN-NOTE-RATE                PIC 9(2)V9(4) COMP-3.
           05  LN-TERM-MONTHS              PIC 9(3).
           05  LN-DUE-DAY                  PIC 9(2).
           05  LN-INSTALLMENT-AMOUNT       PIC S9(9)V99 COMP-3.
           05  LN-OPEN-DATE                PIC 9(8).
           05  LN-DISBURSE-ACCOUNT         PIC X(12).
           05  LN-DISBURSED-DATE           PIC 9(8).
           05  LN-FIRST-DUE-DATE           PIC 9(8).
           05  LN-MATURITY-DATE            PIC 9(8).
           05  LN-PRINCIPAL-BALANCE        PIC S9(9)V99 COMP-3.
           05  LN-PRINCIPAL-DUE            PIC S9(9)V99 COMP-3.
           05  LN-INTEREST-DUE             PIC S9(9)V99 COMP-3.
           05  LN-TOTAL-BILLED             PIC S9(11)V99 COMP-3.
           05  LN-TOTAL-PAID               PIC S9(11)V99 COMP-3.
           05  LN-PREPAID-TOTAL            PIC S9(9)V99 COMP-3.
           05  LN-NEXT-BILL-INST           PIC 9(3).
           05  LN-NEXT-DUE-DATE            PIC 9(8).
           05  LN-CURRENT-DUE-DATE         PIC 9(8).
           05  LN-CURRENT-DUE-AMOUNT       PIC S9(9)V99 COMP-3.
           05  LN-LAST-BILL-DATE           PIC 9(8).
           05  LN-LAST-PAYMENT-DATE        PIC 9(8).
           05  LN-LAST-PAYMENT-AMOUNT      PIC S9(9)V99 COMP-3.
           05  LN-OLDEST-UNPAID-DATE       PIC 9(8).
           05  LN-PAST-DUE-AMOUNT          PIC S9(9)V99 COMP-3.
           05  LN-DAYS-PAST-DUE            PIC 9(4).
           05  LN-PAID-OFF-DATE            PIC 9(8).
