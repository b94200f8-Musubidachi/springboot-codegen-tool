      ******************************************************************
      * EXTERNAL PAYEE RECORD
      * File:    EXTPAYEE.DAT  (indexed, key = EP-PAYEE-ID,
      *          alternate key EP-CUSTOMER-ID with duplicates)
      * Used by: PAYEEMNT (adds, cancels and designates from the
      *          PAYEFEED feed), STORDRUN (standing orders paid to
      *          a payee), ACCTCLSE (closeout residual paid to the
      *          customer's closeout payee), PRIVRPT
      *
      * One record per account a customer holds at another bank
      * that we may pay by ACH: the receiving bank's nine-digit
      * routing number (eight-digit DFI identification and its
      * check digit), the account there and the name on it as it
      * goes on the entry.  EP-ACCOUNT-KIND picks the entry's
      * transaction code (checking 22, savings 32).  At most one
      * active payee per customer carries EP-CLOSEOUT-PAYEE; a
      * closed account's residual goes to it instead of a paper
      * check.  A cancelled payee stays on file with its cancel
      * date.  EP-PAYEE-ID is assigned by PAYEEMNT, probing upward
      * from 0000001.
      ******************************************************************
       01  EXT-PAYEE-RECORD.
           05  EP-PAYEE-ID                 PIC 9(7).
           05  EP-CUSTOMER-ID              PIC 9(10).
           05  EP-ROUTING-NUMBER           PIC 9(9).
           05  EP-ROUTING-GRP REDEFINES EP-ROUTING-NUMBER.
               10  EP-ROUTING-DFI          PIC 9(8).
               10  EP-ROUTING-CHECK        PIC 9(1).
           05  EP-DFI-ACCOUNT              PIC X(17).
           05  EP-ACCOUNT-KIND             PIC X(1).
               88  EP-KIND-CHECKING        VALUE 'C'.
               88  EP-KIND-SAVINGS         VALUE 'S'.
           05  EP-PAYEE-NAME               PIC X(22).
           05  EP-CLOSEOUT-IND             PIC X(1).
               88  EP-CLOSEOUT-PAYEE       VALUE 'Y'.
           05  EP-PAYEE-STATUS             PIC X(1).
               88  EP-STAT-ACTIVE          VALUE 'A'.
               88  EP-STAT-CANCELLED       VALUE 'C'.
           05  EP-ADDED-DATE               PIC 9(8).
           05  EP-ADDED-BY                 PIC X(8).
           05  EP-CANCEL-DATE              PIC 9(8).
           05  FILLER                      PIC X(10).
