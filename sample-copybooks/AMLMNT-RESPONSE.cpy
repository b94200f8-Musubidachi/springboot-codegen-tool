      ******************************************************************
      * SAMPLE RESPONSE COPYBOOK FOR AML CASE MAINTENANCE
      * Program: AMLMNT
      *
      * On success the case's status, assignee and filing deadline
      * after the action come back, with the days left to the
      * deadline (negative once it has passed).
      ******************************************************************
       01  AMLMNT-RESPONSE.
           05  ALS-TRANSACTION-ID          PIC X(8).
           05  ALS-RESPONSE-CODE           PIC X(2).
               88  ALS-SUCCESS             VALUE '00'.
               88  ALS-NOT-FOUND           VALUE '01'.
               88  ALS-CASE-CLOSED         VALUE '02'.
               88  ALS-MISSING-DATA        VALUE '03'.
               88  ALS-INVALID-DISPOSITION VALUE '04'.
               88  ALS-INVALID-FUNCTION    VALUE '05'.
               88  ALS-SYSTEM-ERROR        VALUE '99'.
           05  ALS-RESPONSE-MESSAGE        PIC X(50).
           05  ALS-CASE-STATUS             PIC X(1).
           05  ALS-ASSIGNED-TO             PIC X(8).
           05  ALS-FILING-DEADLINE         PIC 9(8).
           05  ALS-DAYS-TO-DEADLINE        PIC S9(5).
