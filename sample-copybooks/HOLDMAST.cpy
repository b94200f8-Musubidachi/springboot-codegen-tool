      ******************************************************************
      * FUNDS HOLD RECORD
      * File:    HOLDMAST.DAT  (indexed, key = HD-HOLD-KEY:
      *          HD-ACCOUNT-NUMBER + HD-HOLD-SEQ)
      * Used by: HOLDMNT (places and releases from the HLDFEED
      *          feed), HOLDREL (nightly release of expired holds),
      *          POSTBAT, STORDRUN and MEMOPOST (debit checks
      *          against the available balance), CUSTINQ and TXNINQ
      *          (answer the available balance beside the ledger),
      *          DECDNTFY (estate holds), ACCTCLSE (address-review
      *          holds on closeout payouts), PRIVRPT
      *
      * One record per hold placed against an account.  The
      * available balance is the ledger balance less every hold
      * still in force: status A with no expiry date (held until
      * released) or an expiry date not yet passed.  HD-HOLD-SEQ
      * keeps the key unique per account; writers probe upward from
      * 0001 until the write lands, and the account plus sequence
      * is the hold ID quoted back to the branch.  A released hold
      * stays on file with its release date as the audit trail.
      * An estate hold (reason E) is placed by DECDNTFY on every
      * account a deceased customer owned alone, for the balance on
      * the day of notification, and stays until HOLDMNT releases
      * it on the estate documentation.  HD-REFERENCE carries the
      * deceased CUSTOMER-ID.  An address-review hold (reason A) is
      * placed by ACCTCLSE on a closed account's payout when the
      * owner's mailing address changed within the review window;
      * the closeout waits until HOLDMNT releases it, and
      * HD-REFERENCE carries the owner's CUSTOMER-ID.
      ******************************************************************
       01  HOLD-RECORD.
           05  HD-HOLD-KEY.
               10  HD-ACCOUNT-NUMBER       PIC X(12).
               10  HD-HOLD-SEQ             PIC 9(4).
           05  HD-CUSTOMER-ID              PIC 9(10).
           05  HD-HOLD-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HD-HOLD-REASON              PIC X(1).
               88  HD-REASON-DEPOSIT       VALUE 'D'.
               88  HD-REASON-LEGAL         VALUE 'L'.
               88  HD-REASON-OPERATOR      VALUE 'O'.
               88  HD-REASON-ESTATE        VALUE 'E'.
               88  HD-REASON-ADDRESS       VALUE 'A'.
           05  HD-PLACED-DATE              PIC 9(8).
           05  HD-EXPIRY-DATE              PIC 9(8).
           05  HD-PLACED-BY                PIC X(8).
           05  HD-HOLD-STATUS              PIC X(1).
               88  HD-STAT-ACTIVE          VALUE 'A'.
               88  HD-STAT-RELEASED        VALUE 'R'.
           05  HD-RELEASE-DATE             PIC 9(8).
           05  HD-REFERENCE                PIC X(12).
