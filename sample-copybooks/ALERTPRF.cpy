      * CUSTOMER BALANCE ALERT PREFERENCE RECORD
      * File:    ALERTPRF.DAT  (indexed, key = AP-CUSTOMER-ID)
      * Used by: BALALERT (maintains from the ALRTFEED feed and
      *          fires alerts after the nightly posting), PRIVRPT
      *
      * One record per customer who asked to be told when their
      * balance drops below a figure they chose or a single large
