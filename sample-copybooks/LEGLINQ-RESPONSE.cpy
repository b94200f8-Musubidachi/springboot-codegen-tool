      ******************************************************************
      * SAMPLE RESPONSE COPYBOOK FOR LEGAL-ORDER CASE INQUIRY
      * Program: LEGLINQ
      *
      * LIS-CASE-LIST carries one summary row per case on the page.
      * A search by case also fills LIS-ACCOUNT-DETAIL with every
      * account the order froze: the hold placed, the amount held
      * and the benefit-deposit amount protected.
      ******************************************************************
       01  LEGLINQ-RESPONSE.
           05  LIS-HEADER.
               10  LIS-TRANSACTION-ID      PIC X(8).
               10  LIS-RESPONSE-CODE       PIC X(2).
                   88  LIS-SUCCESS              VALUE '00'.
                   88  LIS-CASE-NOT-FOUND       VALUE '01'.
                   88  LIS-CUSTOMER-NO-CASES    VALUE '02'.
                   88  LIS-INVALID-SEARCH-TYPE  VALUE '03'.
                   88  LIS-SYSTEM-ERROR         VALUE '99'.
               10  LIS-RESPONSE-MESSAGE    PIC X(50).
               10  LIS-RESPONSE-TIMESTAMP  PIC 9(14).
           05  LIS-CASE-SUMMARY.
               10  LIS-CASE-COUNT          PIC 9(3) COMP.
               10  LIS-MORE-IND            PIC X(1).
                   88  LIS-MORE-YES        VALUE 'Y'.
                   88  LIS-MORE-NO         VALUE 'N'.
               10  LIS-RESUME-CASE-ID      PIC X(12).
               10  LIS-CASE-LIST OCCURS 10 TIMES.
                   15  LCL-CASE-ID         PIC X(12).
                   15  LCL-CUSTOMER-ID     PIC 9(10).
                   15  LCL-ORDER-TYPE      PIC X(1).
                   15  LCL-CASE-STATUS     PIC X(1).
                   15  LCL-AGENCY-NAME     PIC X(30).
                   15  LCL-AGENCY-REFERENCE PIC X(20).
                   15  LCL-AMOUNT-DEMANDED PIC S9(9)V99 COMP-3.
                   15  LCL-SERVED-DATE     PIC 9(8).
                   15  LCL-REMIT-DATE      PIC 9(8).
                   15  LCL-TOTAL-HELD      PIC S9(9)V99 COMP-3.
                   15  LCL-TOTAL-EXEMPT    PIC S9(9)V99 COMP-3.
                   15  LCL-REMITTED-AMOUNT PIC S9(9)V99 COMP-3.
                   15  LCL-REMITTED-DATE   PIC 9(8).
                   15  LCL-RELEASED-DATE   PIC 9(8).
           05  LIS-ACCOUNT-DETAIL.
               10  LIS-ACCOUNT-COUNT       PIC 9(2).
               10  LIS-ACCOUNT-LIST OCCURS 10 TIMES.
                   15  LAL-ACCOUNT-NUMBER  PIC X(12).
                   15  LAL-HOLD-SEQ        PIC 9(4).
                   15  LAL-HELD-AMOUNT     PIC S9(9)V99 COMP-3.
                   15  LAL-EXEMPT-AMOUNT   PIC S9(9)V99 COMP-3.
           05  FILLER                      PIC X(20).
