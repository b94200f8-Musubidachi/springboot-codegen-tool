      *          alternate key = MI-ACCOUNT-NUMBER with duplicates)
      * Used by: MEMOPOST (writes as branches memo-post), CUSTINQ
      *          (folds open items into the balances it answers),
      *          MEMORECN (feeds the intake and reconciles), PRIVRPT,
      *          DRWBAL (totals a teller's drawer at the day's close)
      *
      * One record per branch deposit or withdrawal memo-posted
      * online.  The item rides status M until MEMORECN hands it to
