      ******************************************************************
      * SAMPLE RESPONSE COPYBOOK FOR ACCOUNT MAINTENANCE
      * Program: ACCTMNT
      *
      * AMS-ACCOUNT-NUMBER answers the account acted on - on an open
      * with no number keyed, the number assigned, check digit and
      * all.  AMS-CHECK-DIGIT-FAILED is a keyed number without a
      * valid check digit: on an open, any such number; on the other
      * functions, one that is not a registered legacy number.
      ******************************************************************
       01  ACCTMNT-RESPONSE.
           05  AMS-TRANSACTION-ID          PIC X(8).
               88  AMS-DUPLICATE-ACCOUNT   VALUE '05'.
               88  AMS-CUSTOMER-NOT-FOUND  VALUE '06'.
               88  AMS-INVALID-STATUS      VALUE '07'.
               88  AMS-INVALID-TERMS       VALUE '08'.
               88  AMS-INVALID-BRANCH      VALUE '09'.
               88  AMS-INVALID-CURRENCY    VALUE '10'.
               88  AMS-CHECK-DIGIT-FAILED  VALUE '11'.
               88  AMS-SYSTEM-ERROR        VALUE '99'.
           05  AMS-RESPONSE-MESSAGE        PIC X(50).
           05  AMS-ACCOUNT-NUMBER          PIC X(12).
