      * allowed to change.  A field is only touched when its own
      * update indicator is 'Y', so one call can change just the
      * status, just the credit limit, just the contact fields, or
      * any combination of them.  CMR-TAX-ID-CHANGE carries the
      * taxpayer ID, its type and the W-9 certification status; it
      * sits at the tail so a request image pended before it was
      * added still replays field for field.  A tax ID change always
      * needs the second operator.
      ******************************************************************
       01  CUSTMAINT-REQUEST.
           05  CMR-HEADER.
                   88  CMR-CHANGE-APPROVED      VALUE 'Y'.
           05  CMR-OVERRIDE-IND            PIC X(1).
               88  CMR-BATCH-OVERRIDE      VALUE 'Y'.
           05  CMR-TAX-ID-CHANGE.
               10  CMR-UPDATE-TAX-ID-IND   PIC X(1).
                   88  CMR-UPDATE-TAX-ID        VALUE 'Y'.
               10  CMR-NEW-TAX-ID          PIC X(9).
               10  CMR-NEW-TAX-ID-TYPE     PIC X(1).
                   88  CMR-NEW-TAX-ID-SSN       VALUE 'S'.
                   88  CMR-NEW-TAX-ID-EIN       VALUE 'E'.
               10  CMR-NEW-TIN-CERT-STATUS PIC X(1).
                   88  CMR-NEW-TIN-CERTIFIED    VALUE 'C'.
                   88  CMR-NEW-TIN-UNCERTIFIED  VALUE 'U'.
                   88  CMR-NEW-TIN-IRS-NOTIFIED VALUE 'N'.
