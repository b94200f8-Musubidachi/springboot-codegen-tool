      * File:    ACCTOWN.DAT  (indexed, key = AO-OWN-KEY,
      *          alternate key = AO-CUSTOMER-ID with duplicates)
      * Used by: ACCTOWNM (maintains), CUSTINQ (lists joint
      *          accounts under their secondary owners), DECDNTFY
      *          (takes a deceased owner off, promoting a surviving
      *          secondary owner to primary where needed), DEPINS
      *          (splits joint balances between the owners for
      *          deposit insurance coverage), PRIVRPT (privacy access
      *          packages)
      *
      * One record per SECONDARY owner of an account.  The primary
      * owner stays AM-CUSTOMER-ID on the account master - that is
