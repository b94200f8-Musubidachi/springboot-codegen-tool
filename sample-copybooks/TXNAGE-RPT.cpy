      ******************************************************************
      * TRANSACTION AGING REPORT LINE
      * File:    TXNAGERP.DAT  (line sequential, written by TXNAGE)
      * Used by: TXNAGE (writes), COLLFEED (selects 60+/90+ buckets),
      *          CRBUREAU (30+ buckets reported to the credit bureaus)
      *
      * One line per ACCOUNT-NUMBER with the four aging buckets.
      * The bucket amounts are display images of S9(9)V99 with the
