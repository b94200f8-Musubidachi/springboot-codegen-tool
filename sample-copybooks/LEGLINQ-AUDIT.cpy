      ******************************************************************
      * LEGAL-ORDER CASE INQUIRY AUDIT RECORD
      * File:    LEGLINQ.AUDIT  (sequential, written by LEGLINQ)
      *
      * One record per LEGLINQ call, built from the request header
      * and the response outcome, the same shape ORDINQ's inquiry
      * audit takes, so "who looked at this customer's legal orders
      * and when" can always be answered.
      ******************************************************************
       01  LEGLINQ-AUDIT-RECORD.
           05  LIA-TRANSACTION-ID          PIC X(8).
           05  LIA-REQUEST-DATE.
               10  LIA-REQ-YEAR            PIC 9(4).
               10  LIA-REQ-MONTH           PIC 9(2).
               10  LIA-REQ-DAY             PIC 9(2).
           05  LIA-REQUEST-TIME            PIC 9(6).
           05  LIA-TERMINAL-ID             PIC X(4).
           05  LIA-CHANNEL-CODE            PIC X(2).
           05  LIA-SEARCH-TYPE             PIC X(1).
           05  LIA-CASE-ID                 PIC X(12).
           05  LIA-CUSTOMER-ID             PIC 9(10).
           05  LIA-RESPONSE-CODE           PIC X(2).
           05  LIA-RESPONSE-TIMESTAMP      PIC 9(14).
