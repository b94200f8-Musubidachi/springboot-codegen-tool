      ******************************************************************
      * LOAN BILL RECORD
      * File:    LNBILLS.DAT  (line sequential, written by LOANBILL)
      * Used by: LOANBILL (writes one line per installment billed)
      *
      * The monthly bill for one loan: the installment billed, its
      * due date, the interest and principal it carries, and the
      * total amount due on that date including anything still
      * unpaid from earlier bills.  Amounts are display images of
      * S9(9)V99 with the sign overpunched, the TXNAGE-RPT habit.
      ******************************************************************
       01  LOAN-BILL-RECORD.
           05  LB-ACCOUNT-NUMBER           PIC X(12).
           05  FILLER                      PIC X(1).
           05  LB-CUSTOMER-ID              PIC 9(10).
           05  FILLER                      PIC X(1).
           05  LB-INSTALLMENT-NO           PIC 9(3).
           05  FILLER                      PIC X(1).
           05  LB-DUE-DATE                 PIC 9(8).
           05  FILLER                      PIC X(1).
           05  LB-INTEREST-BILLED          PIC S9(9)V99.
           05  FILLER                      PIC X(1).
           05  LB-PRINCIPAL-BILLED         PIC S9(9)V99.
           05  FILLER                      PIC X(1).
           05  LB-AMOUNT-DUE               PIC S9(9)V99.
           05  FILLER                      PIC X(1).
           05  LB-PAST-DUE-AMOUNT          PIC S9(9)V99.
           05  FILLER                      PIC X(1).
           05  LB-DAYS-PAST-DUE            PIC 9(4).
           05  FILLER                      PIC X(10).
