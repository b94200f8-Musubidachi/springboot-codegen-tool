      ******************************************************************
      * ACCOUNT INTEREST RATE HISTORY RECORD
      * File:    RATEHIST.DAT  (sequential, keyed by account number)
      * Used by: CUSTINQ (writes on change), RATERPT (dispute report),
      *          SCHDRATE (writes when a scheduled change applies)
      *
      * One record per rate change on an account, so the rate that
      * applied as of any past date can be reproduced for dispute
