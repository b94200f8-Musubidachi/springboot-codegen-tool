      ******************************************************************
      * SAMPLE RESPONSE COPYBOOK FOR BRANCH TABLE MAINTENANCE
      * Program: BRMAINT
      ******************************************************************
       01  BRMAINT-RESPONSE.
           05  BMS-TRANSACTION-ID          PIC X(8).
           05  BMS-RESPONSE-CODE           PIC X(2).
               88  BMS-SUCCESS             VALUE '00'.
               88  BMS-NOT-FOUND           VALUE '01'.
               88  BMS-DUPLICATE-BRANCH    VALUE '02'.
               88  BMS-INVALID-DATE        VALUE '03'.
               88  BMS-INVALID-FUNCTION    VALUE '04'.
               88  BMS-ACCOUNTS-OPEN       VALUE '05'.
               88  BMS-MISSING-DATA        VALUE '06'.
               88  BMS-BRANCH-CLOSED       VALUE '07'.
               88  BMS-SYSTEM-ERROR        VALUE '99'.
           05  BMS-RESPONSE-MESSAGE        PIC X(50).
