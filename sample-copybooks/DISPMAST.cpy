      * TRANSACTION DISPUTE CASE RECORD
      * File:    DISPMAST.DAT  (indexed, key = DP-CASE-ID,
      *          alternate key = DP-TXN-ID)
      * Used by: DISPBAT (opens, credits and closes cases),
      *          CRBUREAU (open cases carry the bureau dispute code),
      *          PRIVRPT
      *
      * One record per dispute case.  The alternate key keeps one
      * case per TXN-ID, so the same dispute taken twice bounces at
