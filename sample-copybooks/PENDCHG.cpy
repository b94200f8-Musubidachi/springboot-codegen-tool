      * eyes.  A customer change carries the whole CUSTMAINT-REQUEST
      * image so the approved apply replays exactly what the maker
      * keyed; a rate change carries the account and new rate.
      * PC-REQUEST-IMAGE is sized with room over the request (124
      * bytes since the tax ID fields were added).
      * PC-EFFECTIVE-DATE carries a rate change's future effective
      * date through review (zero when it applies on approval).
      ******************************************************************
       01  PEND-CHG-RECORD.
           05  PC-PENDING-ID               PIC 9(7).
           05  PC-CUSTOMER-ID              PIC 9(10).
           05  PC-ACCOUNT-NUMBER           PIC X(12).
           05  PC-NEW-RATE                 PIC 9(2)V9(4).
           05  PC-REQUEST-IMAGE            PIC X(160).
           05  PC-EFFECTIVE-DATE           PIC 9(8).
