      *   when the request asks for it.  RESP-CONTACT-INFO gained
      *   contact-preference, do-not-contact and address-validation
      *   fields.  RESP-PAGINATION gained a resume key to support
      *   cursor-based continuation.  ACCOUNT-LIST gained
      *   AVAILABLE-BALANCE - the memo-adjusted balance less the
      *   account's active funds holds - beside ACCOUNT-BALANCE.
      *   RESP-ACCOUNT-VALUATION added, one entry per ACCOUNT-LIST
      *   entry, with the account's currency and its balance in the
      *   reporting currency (the same as ACCOUNT-BALANCE on a
      *   reporting-currency account).  It follows the existing
      *   groups so ACCOUNT-LIST keeps its place in export images.
      ******************************************************************
       01  CUSTINQ-RESPONSE.
           05  RESP-HEADER.
                   15  ACCOUNT-TYPE        PIC X(3).
                   15  ACCOUNT-STATUS      PIC X(1).
                   15  ACCOUNT-BALANCE     PIC S9(9)V99 COMP-3.
                   15  AVAILABLE-BALANCE   PIC S9(9)V99 COMP-3.
                   15  INTEREST-RATE       PIC 9(2)V9(4) COMP-3.
                   15  ACCOUNT-OWNERSHIP   PIC X(1).
                       88  ACCT-OWN-PRIMARY VALUE 'P'.
                   15  CONTACT-DATE        PIC 9(8).
                   15  CONTACT-CHANNEL     PIC X(1).
                   15  CONTACT-NOTICE-TYPE PIC X(8).
           05  RESP-ACCOUNT-VALUATION.
               10  VALUATION-LIST OCCURS 10 TIMES.
                   15  ACCOUNT-CURRENCY    PIC X(3).
                   15  REPORTING-BALANCE   PIC S9(9)V99 COMP-3.
           05  FILLER                      PIC X(30).
