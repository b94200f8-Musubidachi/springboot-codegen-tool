      ******************************************************************
      * CHECK REGISTER RECORD
      * File:    CHKREG.DAT  (indexed, key = CR-CHECK-NUMBER,
      *          alternate key CR-CUSTOMER-ID with duplicates)
      * Used by: CHKISSUE (issues a check for each new DISBFEED
      *          line), CHKPAID (clears checks the bank has paid),
      *          CHKOUTST (ages the outstanding checks and voids the
      *          stale ones), PRIVRPT
      *
      * One record per official check cut for a closed account's
      * residual balance.  The payee name is the customer's name on
      * CUSTMAST when the check was issued.  A check is issued (I)
      * and outstanding until the bank's paid-checks feed clears it
      * (P) or it goes stale uncashed and is voided (V) with its
      * funds reported as unclaimed.  A DISBFEED line whose customer
      * is not on file is held (H): registered under its number but
      * not sent for positive pay until it is resolved by hand.
      * CR-VOID-SENT is set once the void has gone to the bank on
      * the positive-pay issue file.
      *
      * Check number zero is not a check: it is the control record
      * (CHECK-REG-CONTROL) holding the next check number to issue
      * and how many DISBFEED lines have been issued so far, since
      * the feed is only ever appended to.  Programs reading the
      * register in sequence skip it.
      ******************************************************************
       01  CHECK-REG-RECORD.
           05  CR-CHECK-NUMBER             PIC 9(10).
           05  CR-CUSTOMER-ID              PIC 9(10).
           05  CR-ACCOUNT-NUMBER           PIC X(12).
           05  CR-PAYEE-NAME               PIC X(30).
           05  CR-CHECK-AMOUNT             PIC S9(9)V99 COMP-3.
           05  CR-CLOSE-DATE               PIC 9(8).
           05  CR-ISSUE-DATE               PIC 9(8).
           05  CR-CHECK-STATUS             PIC X(1).
               88  CR-STAT-OUTSTANDING     VALUE 'I'.
               88  CR-STAT-PAID            VALUE 'P'.
               88  CR-STAT-VOIDED          VALUE 'V'.
               88  CR-STAT-HELD            VALUE 'H'.
           05  CR-PAID-DATE                PIC 9(8).
           05  CR-PAID-AMOUNT              PIC S9(9)V99 COMP-3.
           05  CR-VOID-DATE                PIC 9(8).
           05  CR-VOID-REASON              PIC X(1).
               88  CR-VOID-STALE           VALUE 'S'.
           05  CR-VOID-SENT-IND            PIC X(1).
               88  CR-VOID-SENT            VALUE 'Y'.
           05  FILLER                      PIC X(10).

       01  CHECK-REG-CONTROL.
           05  CC-CONTROL-KEY              PIC 9(10).
           05  CC-NEXT-CHECK-NUMBER        PIC 9(10).
           05  CC-FEED-LINES-DONE          PIC 9(9).
           05  CC-LAST-ISSUE-DATE          PIC 9(8).
           05  FILLER                      PIC X(82).
