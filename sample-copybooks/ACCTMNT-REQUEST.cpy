      * Program: ACCTMNT
      *
      * One request opens a new account, changes an account's status,
      * closes an account, or transfers it to another owning branch,
      * selected by AMR-FUNCTION-CODE.  The AMR-NEW-VALUES fields an
      * operation does not use are ignored: an open supplies
      * customer, type, rate and owning branch; a transfer supplies
      * only the branch the account moves to; a status change
      * supplies only the new status; a close supplies nothing
      * beyond the account number.  An open of a term deposit type also
      * takes the term in months (zero takes the type's standard
      * term), the renewal instruction (R renew, P pay out; spaces
      * mean renew) and, for a payout, the account to pay to; a zero
      * rate on such an open takes the type's offered rate.  An open
      * of a loan type takes the principal, the term in months and
      * the rate (zero takes the type's standard term and note
      * rate), the payment due day (zero takes today's day), and in
      * AMR-PAYOUT-ACCOUNT the account the proceeds are paid into
      * (spaces when they are paid out some other way).  An open
      * also takes the currency the account is held in, a code on
      * the CURRENCY reference table (spaces mean the reporting
      * currency, USD); term deposit and loan types, and the
      * accounts they pay out or disburse to, are reporting currency
      * only.  An open normally leaves AMR-ACCOUNT-NUMBER as spaces
      * and is assigned the next number, with its check digit; a
      * number keyed on an open must already carry a valid one.
      ******************************************************************
       01  ACCTMNT-REQUEST.
           05  AMR-HEADER.
               88  AMR-FUNC-OPEN           VALUE 'O'.
               88  AMR-FUNC-STATUS         VALUE 'S'.
               88  AMR-FUNC-CLOSE          VALUE 'C'.
               88  AMR-FUNC-TRANSFER       VALUE 'T'.
           05  AMR-ACCOUNT-NUMBER          PIC X(12).
           05  AMR-NEW-VALUES.
               10  AMR-CUSTOMER-ID         PIC 9(10).
                   88  AMR-NEW-STATUS-ACTIVE    VALUE 'A'.
                   88  AMR-NEW-STATUS-INACTIVE  VALUE 'I'.
               10  AMR-INTEREST-RATE       PIC 9(2)V9(4).
               10  AMR-TERM-MONTHS         PIC 9(3).
               10  AMR-RENEWAL-INSTR       PIC X(1).
               10  AMR-PAYOUT-ACCOUNT      PIC X(12).
               10  AMR-LOAN-PRINCIPAL      PIC 9(9)V99.
               10  AMR-PAYMENT-DUE-DAY     PIC 9(2).
               10  AMR-BRANCH-ID           PIC X(4).
               10  AMR-CURRENCY-CODE       PIC X(3).
