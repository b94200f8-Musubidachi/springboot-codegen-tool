      *          CH-CUSTOMER-ID + CH-EFFECTIVE-DATE + CH-HIST-SEQ)
      * Used by: CUSTINQ (populates RESP-HISTORY when requested),
      *          CUSTMAINT (writes CH-STATUS-CHANGE rows),
      *          HISTSNAP (writes CH-BALANCE-SNAPSHOT rows),
      *          PRIVRPT (live and archived rows),
      *          RISKRATE (writes CH-RISK-RATING-CHANGE rows),
      *          POSTBAT (writes CH-STATUS-CHANGE rows when a
      *          posting wakes a dormant account or customer)
      *
      * CH-HIST-SEQ keeps the key unique when a customer gets more
      * than one history row on the same day; writers probe upward
           05  CH-HIST-TYPE                PIC X(1).
               88  CH-STATUS-CHANGE        VALUE 'S'.
               88  CH-BALANCE-SNAPSHOT     VALUE 'B'.
               88  CH-RISK-RATING-CHANGE   VALUE 'R'.
           05  CH-OLD-VALUE                PIC X(15).
           05  CH-NEW-VALUE                PIC X(15).
