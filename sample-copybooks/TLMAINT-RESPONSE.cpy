      ******************************************************************
      * SAMPLE RESPONSE COPYBOOK FOR TELLER AUTHORITY MAINTENANCE
      * Program: TLMAINT
      ******************************************************************
       01  TLMAINT-RESPONSE.
           05  TMS-TRANSACTION-ID          PIC X(8).
           05  TMS-RESPONSE-CODE           PIC X(2).
               88  TMS-SUCCESS             VALUE '00'.
               88  TMS-NOT-FOUND           VALUE '01'.
               88  TMS-DUPLICATE-TELLER    VALUE '02'.
               88  TMS-INVALID-BRANCH      VALUE '03'.
               88  TMS-INVALID-FUNCTION    VALUE '04'.
               88  TMS-INVALID-LIMIT       VALUE '05'.
               88  TMS-MISSING-DATA        VALUE '06'.
               88  TMS-TELLER-INACTIVE     VALUE '07'.
               88  TMS-SYSTEM-ERROR        VALUE '99'.
           05  TMS-RESPONSE-MESSAGE        PIC X(50).
