      ******************************************************************
      * TARGETED NOTICE RECORD
      * File:    NTCTARG.DAT  (line sequential)
      * Used by: SCHDRATE (queues change-in-terms notices),
      *          NTCROUTE (routes a targeted run, then empties the
      *          file)
      *
      * One record per customer a targeted notice run is for, with
      * the contact-history notice type and the substitution values
      * that notice carries, already edited for print.  While the
      * file holds records NTCROUTE sends only to the customers on
      * it instead of walking the whole customer master.
      ******************************************************************
       01  NTC-TARGET-RECORD.
           05  NX-CUSTOMER-ID              PIC 9(10).
           05  NX-NOTICE-TYPE              PIC X(8).
           05  NX-ACCOUNT-NUMBER           PIC X(12).
           05  NX-OLD-RATE                 PIC X(8).
           05  NX-NEW-RATE                 PIC X(8).
           05  NX-EFFECTIVE-DATE           PIC X(10).
