      * so the customer's balance answers live instead of tomorrow.
      * The batch override rides the same convention CUSTMAINT's
      * does: only an operator deliberately working through the
      * sweep sets it.  MPQ-SUPERVISOR-ID is keyed only when an item
      * is over the teller's TELLER.REF limits and a supervisor of
      * higher authority has approved it; spaces otherwise.
      ******************************************************************
       01  MEMOPOST-REQUEST.
           05  MPQ-HEADER.
           05  MPQ-ENTERED-BY              PIC X(8).
           05  MPQ-BATCH-OVERRIDE-IND      PIC X(1).
               88  MPQ-BATCH-OVERRIDE      VALUE 'Y'.
           05  MPQ-SUPERVISOR-ID           PIC X(8).
           05  FILLER                      PIC X(2).
