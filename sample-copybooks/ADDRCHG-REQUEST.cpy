      ******************************************************************
      * SAMPLE REQUEST COPYBOOK FOR MAILING ADDRESS CHANGE
      * Program: ADDRCHG
      *
      * Names the customer and carries the complete new mailing
      * address, laid out as CM-MAILING-ADDRESS is, so a single
      * line can be cleared by sending it as spaces.  The override
      * lets the change through while the nightly sweep holds the
      * batch interlock, the convention CUSTMAINT's request uses.
      ******************************************************************
       01  ADDRCHG-REQUEST.
           05  ACR-HEADER.
               10  ACR-TRANSACTION-ID      PIC X(8).
               10  ACR-CHANGED-BY          PIC X(8).
           05  ACR-CUSTOMER-ID             PIC 9(10).
           05  ACR-NEW-ADDRESS.
               10  ACR-STREET-LINE-1       PIC X(40).
               10  ACR-STREET-LINE-2       PIC X(40).
               10  ACR-CITY                PIC X(25).
               10  ACR-STATE-CODE          PIC X(2).
               10  ACR-POSTAL-CODE         PIC X(10).
               10  ACR-COUNTRY-CODE        PIC X(3).
           05  ACR-OVERRIDE-IND            PIC X(1).
               88  ACR-BATCH-OVERRIDE      VALUE 'Y'.
