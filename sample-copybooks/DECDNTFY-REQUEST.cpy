      ******************************************************************
      * SAMPLE REQUEST COPYBOOK FOR DECEASED-CUSTOMER NOTIFICATION
      * Program: DECDNTFY
      *
      * Names the customer reported deceased, the date of death and
      * who reported it.  The override lets the notification through
      * while the nightly sweep holds the batch interlock.
      ******************************************************************
       01  DECDNTFY-REQUEST.
           05  DNR-HEADER.
               10  DNR-TRANSACTION-ID      PIC X(8).
               10  DNR-ENTERED-BY          PIC X(8).
           05  DNR-CUSTOMER-ID             PIC 9(10).
           05  DNR-DATE-OF-DEATH           PIC 9(8).
           05  DNR-INFORMANT-NAME          PIC X(30).
           05  DNR-OVERRIDE-IND            PIC X(1).
               88  DNR-BATCH-OVERRIDE      VALUE 'Y'.
