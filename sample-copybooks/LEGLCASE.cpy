      ******************************************************************
      * LEGAL-ORDER CASE RECORD
      * File:    LEGLCASE.DAT  (indexed, key = LC-CASE-ID,
      *          alternate key = LC-CUSTOMER-ID with duplicates)
      * Used by: LEGLINTK (opens the case, freezes the funds and
      *          answers the agency; releases a case on instruction),
      *          LEGLREMT (nightly remittance on the remit date),
      *          LEGLINQ (online case inquiry), PRIVRPT
      *
      * One case per levy or garnishment served on a customer.  The
      * case carries every account the order froze: the HOLDMAST
      * legal hold placed on it (LC-HOLD-SEQ, the hold's reference
      * is the case ID), the amount held and the benefit-deposit
      * amount protected from the order.  LC-CASE-ID is 'LGL' plus
      * a nine-digit sequence; writers probe upward from 1 until the
      * write lands.  A remitted or released case stays on file as
      * the record of what was paid over and when.
      ******************************************************************
       01  LEGAL-CASE-RECORD.
           05  LC-CASE-ID                  PIC X(12).
           05  LC-CUSTOMER-ID              PIC 9(10).
           05  LC-ORDER-TYPE               PIC X(1).
               88  LC-TYPE-LEVY            VALUE 'L'.
               88  LC-TYPE-GARNISHMENT     VALUE 'G'.
           05  LC-CASE-STATUS              PIC X(1).
               88  LC-CASE-ACTIVE          VALUE 'A'.
               88  LC-CASE-REMITTED        VALUE 'M'.
               88  LC-CASE-RELEASED        VALUE 'R'.
           05  LC-AGENCY-NAME              PIC X(30).
           05  LC-AGENCY-REFERENCE         PIC X(20).
           05  LC-AMOUNT-DEMANDED          PIC S9(9)V99 COMP-3.
           05  LC-SERVED-DATE              PIC 9(8).
           05  LC-REMIT-DATE               PIC 9(8).
           05  LC-OPENED-DATE              PIC 9(8).
           05  LC-TOTAL-HELD               PIC S9(9)V99 COMP-3.
           05  LC-TOTAL-EXEMPT             PIC S9(9)V99 COMP-3.
           05  LC-REMITTED-AMOUNT          PIC S9(9)V99 COMP-3.
           05  LC-REMITTED-DATE            PIC 9(8).
           05  LC-RELEASED-DATE            PIC 9(8).
           05  LC-ACCOUNT-COUNT            PIC 9(2).
           05  LC-ACCOUNT-ENTRY OCCURS 10 TIMES.
               10  LC-ACCOUNT-NUMBER       PIC X(12).
               10  LC-HOLD-SEQ             PIC 9(4).
               10  LC-HELD-AMOUNT          PIC S9(9)V99 COMP-3.
               10  LC-EXEMPT-AMOUNT        PIC S9(9)V99 COMP-3.
