      * File:    ORDMAST.DAT  (indexed, key = OM-ORDER-ID,
      *          alternate key = OM-CUSTOMER-ID)
      * Used by: ORDLOAD (extracts from CUSTFEED), ORDFULF (closes),
      *          ORDRPT (stale-order pass), ORDINQ, ORDBILL, CASHFCST,
      *          PRIVRPT
      *
      * OM-BILLED-TXN-ID is spaces until ORDBILL generates the
      * order's charge into the transaction intake; it then carries
