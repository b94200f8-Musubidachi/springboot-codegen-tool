      ******************************************************************
      * SAMPLE RESPONSE COPYBOOK FOR MAILING ADDRESS CHANGE
      * Program: ADDRCHG
      *
      * ACS-INVALID-ADDRESS carries ADDRVAL's reason in the message.
      * ACS-CONFIRM-SENT-IND says whether the change-confirmation
      * letter was queued to the old address; ACS-PRIOR-EFFECTIVE-
      * FROM is the date the replaced address had stood since.
      ******************************************************************
       01  ADDRCHG-RESPONSE.
           05  ACS-TRANSACTION-ID          PIC X(8).
           05  ACS-RESPONSE-CODE           PIC X(2).
               88  ACS-SUCCESS             VALUE '00'.
               88  ACS-NOT-FOUND           VALUE '01'.
               88  ACS-INVALID-ADDRESS     VALUE '02'.
               88  ACS-ADDRESS-UNCHANGED   VALUE '03'.
               88  ACS-MERGED              VALUE '04'.
               88  ACS-BATCH-IN-PROGRESS   VALUE '05'.
               88  ACS-DECEASED            VALUE '06'.
               88  ACS-SYSTEM-ERROR        VALUE '99'.
           05  ACS-RESPONSE-MESSAGE        PIC X(50).
           05  ACS-CONFIRM-SENT-IND        PIC X(1).
               88  ACS-CONFIRM-SENT        VALUE 'Y'.
           05  ACS-PRIOR-EFFECTIVE-FROM    PIC 9(8).
