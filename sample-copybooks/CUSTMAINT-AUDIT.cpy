      * File:    CUSTMAINT.AUDIT  (sequential, written by CUSTMAINT)
      *
      * Before/after image of every field CUSTMAINT is allowed to
      * change, plus who made the change and when.  The taxpayer ID
      * is imaged by its last four digits only, with the W-9
      * certification status; the audit is not another place the
      * full number is kept.  194 bytes.
      ******************************************************************
       01  CUSTMAINT-AUDIT-RECORD.
           05  CMA-CUSTOMER-ID             PIC 9(10).
               10  CMA-BEF-CREDIT-LIMIT    PIC S9(9)V99 COMP-3.
               10  CMA-BEF-PHONE           PIC X(15).
               10  CMA-BEF-EMAIL           PIC X(50).
               10  CMA-BEF-TIN-LAST4       PIC X(4).
               10  CMA-BEF-TIN-CERT        PIC X(1).
           05  CMA-AFTER-IMAGE.
               10  CMA-AFT-STATUS          PIC X(1).
               10  CMA-AFT-CREDIT-LIMIT    PIC S9(9)V99 COMP-3.
               10  CMA-AFT-PHONE           PIC X(15).
               10  CMA-AFT-EMAIL           PIC X(50).
               10  CMA-AFT-TIN-LAST4       PIC X(4).
               10  CMA-AFT-TIN-CERT        PIC X(1).
