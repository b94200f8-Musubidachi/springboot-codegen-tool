      ******************************************************************
      * SAMPLE RESPONSE COPYBOOK FOR DECEASED-CUSTOMER NOTIFICATION
      * Program: DECDNTFY
      ******************************************************************
       01  DECDNTFY-RESPONSE.
           05  DNS-TRANSACTION-ID          PIC X(8).
           05  DNS-RESPONSE-CODE           PIC X(2).
               88  DNS-SUCCESS             VALUE '00'.
               88  DNS-NOT-FOUND           VALUE '01'.
               88  DNS-INVALID-DATE        VALUE '02'.
               88  DNS-ALREADY-DECEASED    VALUE '03'.
               88  DNS-MERGED              VALUE '04'.
               88  DNS-BATCH-IN-PROGRESS   VALUE '05'.
               88  DNS-SYSTEM-ERROR        VALUE '99'.
           05  DNS-RESPONSE-MESSAGE        PIC X(50).
           05  DNS-ACCOUNTS-FROZEN         PIC 9(3) COMP.
           05  DNS-ACCOUNTS-PASSED         PIC 9(3) COMP.
           05  DNS-OWNERSHIPS-REMOVED      PIC 9(3) COMP.
           05  DNS-ORDERS-CANCELLED        PIC 9(3) COMP.
