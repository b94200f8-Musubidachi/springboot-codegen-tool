      * Used by: COLLFEED (opens on first 60-day hit, suppresses
      *          dunning while a case is in promise or dispute),
      *          COLLMNT (notes, promises, disputes, closes),
      *          COLLCHK (nightly promise check against POSTJRNL),
      *          CHGOFF (charge-off eligibility, closes the case),
      *          CRBUREAU (dispute code, first-delinquency date),
      *          PRIVRPT
      *
      * One case per delinquent account - the memory collections
      * never had: who was called, what was promised, whether the
      * promise was kept.  A case in promise or dispute state holds
      * the dunning letters; dunning a customer who paid yesterday
      * is how we lose them.
      * CL-FIRST-90-DATE is the night COLLFEED first saw the
      * account in the 90-day bucket; zero means it never reached
      * it.  CHGOFF will not write off an account without it.
      ******************************************************************
       01  COLL-CASE-RECORD.
           05  CL-ACCOUNT-NUMBER           PIC X(12).
           05  CL-PROMISE-AMOUNT           PIC S9(9)V99 COMP-3.
           05  CL-PROMISE-DATE             PIC 9(8).
           05  CL-CONTACT-NOTES            PIC X(60).
           05  CL-FIRST-90-DATE            PIC 9(8).
