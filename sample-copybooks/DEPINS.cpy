      ******************************************************************
      * DEPOSIT INSURANCE EXTRACT RECORD
      * File:    DEPINSX.DAT  (sequential, fixed 120-byte records,
      *          rewritten by DEPINS at each quarter end)
      * Used by: DEPINS
      *
      * One record per depositor per ownership category, as of the
      * quarter-end date.  DI-DEPOSIT-TOTAL is the depositor's share
      * of every deposit account in the category - the whole balance
      * of an account they own alone, an equal share of a joint one
      * (the primary owner takes the odd cents).  DI-INSURED is that
      * total up to the coverage limit; DI-UNINSURED is the rest.
      * Categories:
      *   SGL  single ownership - one owner, a personal tax ID
      *   BUS  business - one owner whose tax ID is an EIN
      *   JNT  joint ownership - a primary owner plus at least one
      *        secondary owner on ACCTOWN
      ******************************************************************
       01  DEPINS-RECORD.
           05  DI-AS-OF-DATE               PIC 9(8).
           05  DI-CUSTOMER-ID              PIC 9(10).
           05  DI-CUSTOMER-NAME            PIC X(30).
           05  DI-TAX-ID                   PIC X(9).
           05  DI-CATEGORY                 PIC X(3).
               88  DI-CAT-SINGLE           VALUE 'SGL'.
               88  DI-CAT-BUSINESS         VALUE 'BUS'.
               88  DI-CAT-JOINT            VALUE 'JNT'.
           05  DI-ACCOUNT-COUNT            PIC 9(3).
           05  DI-DEPOSIT-TOTAL            PIC 9(11)V99.
           05  DI-INSURED                  PIC 9(11)V99.
           05  DI-UNINSURED                PIC 9(11)V99.
           05  FILLER                      PIC X(18).
