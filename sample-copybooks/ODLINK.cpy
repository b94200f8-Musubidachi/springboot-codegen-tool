      ******************************************************************
      * OVERDRAFT PROTECTION LINK RECORD
      * File:    ODLINK.DAT  (indexed, key = OL-PROTECTED-ACCOUNT)
      * Used by: ODLKMNT (links and unlinks from the ODLFEED feed),
      *          ODSWEEP (nightly sweep from the protecting account)
      *
      * One record per checking account under overdraft protection,
      * naming the account that protects it.  Both accounts belong
      * to the same primary customer.  When posting leaves the
      * protected account negative, ODSWEEP moves just enough from
      * the protecting account's available balance to bring it back
      * to zero, plus the account type's transfer fee, before ODFEE
      * runs.  An unlinked record stays on file with status R and
      * its removal date; linking the account again reuses it.
      ******************************************************************
       01  OD-LINK-RECORD.
           05  OL-PROTECTED-ACCOUNT        PIC X(12).
           05  OL-PROTECTING-ACCOUNT       PIC X(12).
           05  OL-CUSTOMER-ID              PIC 9(10).
           05  OL-LINK-STATUS              PIC X(1).
               88  OL-LINK-ACTIVE          VALUE 'A'.
               88  OL-LINK-REMOVED         VALUE 'R'.
           05  OL-ADDED-DATE               PIC 9(8).
           05  OL-ADDED-BY                 PIC X(8).
           05  OL-REMOVED-DATE             PIC 9(8).
           05  OL-LAST-SWEEP-DATE          PIC 9(8).
           05  OL-LAST-SWEEP-AMOUNT        PIC S9(9)V99 COMP-3.
