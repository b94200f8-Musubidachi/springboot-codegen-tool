      * CUSTOMER CONTACT HISTORY RECORD
      * File:    CNTCHIST.DAT  (indexed, key = CT-HIST-KEY:
      *          CT-CUSTOMER-ID + CT-CONTACT-DATE + CT-CONTACT-SEQ)
      * Used by: NTCROUTE (notices - type NOTICE, or a targeted
      *          run's own type such as RATECIT for change-in-terms
      *          notices), COLLFEED (dunning letters),
      *          STMTGEN (statements - notice type STMT on paper,
      *          ESTMT delivered electronically), CUSTINQ (recent-
      *          contact list), PRIVRPT, ADDRCHG (address-change
      *          confirmation letters, notice type ADDRCONF)
      *
      * One record per outbound item sent to a customer, whatever
      * sent it, so "what did you send me and when" - the question
