      * Creates a new CUSTMAST record under the next control-record
      * CUSTOMER-ID.  The duplicate override is for the agent who
      * has looked at the flagged match and confirmed this really
      * is a different person.  CAQ-TAX-ID and its type are the
      * taxpayer ID off the application (spaces when the customer
      * has not supplied one yet); CAQ-TIN-CERTIFIED-IND is 'Y' when
      * the customer signed the W-9 certification with it.
      ******************************************************************
       01  CUSTADD-REQUEST.
           05  CAQ-HEADER.
               88  CAQ-DUP-OVERRIDE        VALUE 'Y'.
           05  CAQ-BATCH-OVERRIDE-IND      PIC X(1).
               88  CAQ-BATCH-OVERRIDE      VALUE 'Y'.
           05  CAQ-TAX-ID                  PIC X(9).
           05  CAQ-TAX-ID-TYPE             PIC X(1).
               88  CAQ-TAX-ID-SSN          VALUE 'S'.
               88  CAQ-TAX-ID-EIN          VALUE 'E'.
           05  CAQ-TIN-CERTIFIED-IND       PIC X(1).
               88  CAQ-TIN-CERTIFIED       VALUE 'Y'.
           05  FILLER                      PIC X(9).
