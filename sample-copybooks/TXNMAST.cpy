      * File:    TXNMAST.DAT  (indexed, key = TM-TXN-KEY:
      *          TM-ACCOUNT-NUMBER + TM-TXN-DATE + TM-TXN-SEQ)
      * Used by: TXNLOAD (loads from TXNPOST-FILE), TXNINQ,
      *          DISPBAT (flags disputed rows), PRIVRPT
      *
      * One record per posted transaction, keyed so an account's
      * activity reads back in date order.  TM-TXN-SEQ keeps the key
