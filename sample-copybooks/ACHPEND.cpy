      ******************************************************************
      * ACH PENDING ENTRY RECORD
      * File:    ACHPEND.DAT  (line sequential, appended by STORDRUN
      *          and ACCTCLSE, emptied by ACHORIG once the night's
      *          origination file is built)
      * Used by: STORDRUN, ACCTCLSE (write), ACHORIG (originates)
      *
      * One line per payment to an external payee whose debit has
      * already posted to the customer's account and the journal.
      * The payee's routing, account, kind and name are copied from
      * EXTPAYEE when the payment is queued, so the entry goes out
      * as the customer instructed even if the payee changes before
      * the file is built.  AQ-EFFECTIVE-DATE is the business day
      * after the night the payment was queued; AQ-SOURCE-TXN-ID is
      * the PJ-TXN-ID of the debit it pays out.
      ******************************************************************
       01  ACHPEND-LINE.
           05  AQ-PAYEE-ID                  PIC 9(7).
           05  FILLER                       PIC X(1).
           05  AQ-CUSTOMER-ID               PIC 9(10).
           05  FILLER                       PIC X(1).
           05  AQ-ACCOUNT-NUMBER            PIC X(12).
           05  FILLER                       PIC X(1).
           05  AQ-ROUTING-NUMBER            PIC 9(9).
           05  AQ-ROUTING-GRP REDEFINES AQ-ROUTING-NUMBER.
               10  AQ-ROUTING-DFI           PIC 9(8).
               10  AQ-ROUTING-CHECK         PIC 9(1).
           05  FILLER                       PIC X(1).
           05  AQ-DFI-ACCOUNT               PIC X(17).
           05  FILLER                       PIC X(1).
           05  AQ-ACCOUNT-KIND              PIC X(1).
               88  AQ-KIND-SAVINGS          VALUE 'S'.
           05  FILLER                       PIC X(1).
           05  AQ-PAYEE-NAME                PIC X(22).
           05  FILLER                       PIC X(1).
           05  AQ-AMOUNT                    PIC 9(8)V99.
           05  FILLER                       PIC X(1).
           05  AQ-EFFECTIVE-DATE            PIC 9(8).
           05  FILLER                       PIC X(1).
           05  AQ-SOURCE                    PIC X(8).
           05  FILLER                       PIC X(1).
           05  AQ-SOURCE-TXN-ID             PIC X(12).
           05  FILLER                       PIC X(1).
           05  AQ-QUEUED-DATE               PIC 9(8).
