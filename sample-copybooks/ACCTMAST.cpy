      * ACCOUNT MASTER RECORD
      * File:    ACCTMAST.DAT  (indexed, key = AM-ACCOUNT-NUMBER,
      *          alternate key = AM-CUSTOMER-ID)
      * Used by: CUSTINQ, CUSTINQ-EXPORT, BALRECON, ACCTMNT, STMTGEN,
      *          GLSUM, GLPROOF, ODWAIVE, BRSCORE, BRMAINT, FXREVAL,
      *          PRIVRPT, ACHORIG, ACCTCDCV, SAVCONV
      *
      * One record per account; AM-CUSTOMER-ID ties it back to
      * CUSTMAST-RECORD.  Sorted/grouped by AM-CUSTOMER-ID when
      * pricing index: RATEFAN reprices it to index plus
      * AM-RATE-SPREAD whenever the index moves.  Spaces means the
      * account is priced by hand through RATECHG as always.
      * Status W is a charged-off account: CHGOFF wrote the
      * negative balance off to zero and any money that arrives
      * afterwards posts as a recovery against the CHGOFF record.
      * AM-BRANCH-ID is the owning branch, a BRANCH-REF-RECORD key:
      * ACCTMNT sets it at opening and moves it only through its
      * audited transfer function.  The branch's cost center is
      * what GLSUM books the account's movements to.  Spaces is an
      * account opened before branches were carried, reported as
      * unassigned until it is transferred to its branch.
      * AM-CURRENCY-CODE is the currency the account is held in, a
      * CURRENCY-REF-RECORD key set at opening; spaces (an account
      * opened before currencies were carried) and USD are both the
      * reporting currency.  Every amount on a foreign-currency
      * account - balance, postings, fees - is in that currency.
      * AM-REPORTING-BALANCE is then its book value in the
      * reporting currency: each movement adds its FXCONV-converted
      * amount, and FXREVAL restates it at the month-end rate.  It
      * is what the account contributes to CM-TOTAL-BALANCE.  It is
      * not kept (zero) on a reporting-currency account, where the
      * balance itself is the reporting value.
      ******************************************************************
       01  ACCTMAST-RECORD.
           05  AM-ACCOUNT-NUMBER           PIC X(12).
               88  AM-STATUS-INACTIVE      VALUE 'I'.
               88  AM-STATUS-CLOSED        VALUE 'C'.
               88  AM-STATUS-DORMANT       VALUE 'D'.
               88  AM-STATUS-CHARGED-OFF   VALUE 'W'.
           05  AM-ACCOUNT-BALANCE          PIC S9(9)V99 COMP-3.
           05  AM-INTEREST-RATE            PIC 9(2)V9(4) COMP-3.
           05  AM-RATE-INDEX-CODE          PIC X(4).
           05  AM-RATE-SPREAD              PIC S9(2)V9(4) COMP-3.
           05  AM-BRANCH-ID                PIC X(4).
           05  AM-CURRENCY-CODE            PIC X(3).
               88  AM-REPORTING-CURRENCY   VALUES SPACES 'USD'.
           05  AM-REPORTING-BALANCE        PIC S9(9)V99 COMP-3.
