      ******************************************************************
      * DUPLICATE-SCREEN SNAPSHOT RECORD
      * File:    DUPSNAP.DAT  (indexed, key = DS-CUSTOMER-ID)
      * Used by: DUPFIND
      *
      * One record per customer DUPFIND has compared, holding the
      * fields the duplicate screen matches on as they stood when
      * the customer was last compared.  A customer with no record,
      * or whose phonetic key, postal code, phone or street line no
      * longer agrees with it, has been added or changed since.
      ******************************************************************
       01  DUP-SNAP-RECORD.
           05  DS-CUSTOMER-ID              PIC 9(10).
           05  DS-SOUNDEX-KEY              PIC X(10).
           05  DS-POSTAL-CODE              PIC X(10).
           05  DS-PRIMARY-PHONE            PIC X(15).
           05  DS-STREET-LINE-1            PIC X(40).
           05  DS-COMPARED-DATE            PIC 9(8).
           05  FILLER                      PIC X(7).
