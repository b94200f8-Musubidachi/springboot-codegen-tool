      *                    and production data: Soundex keeps the
      *                    first letter verbatim and the mask
      *                    changes it.
      *   2026-10-15  ROK  The taxpayer ID is masked too: a captured
      *                    ID becomes 9 plus the last eight digits
      *                    of the customer ID, still nine digits and
      *                    unique per customer, never a real number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTMASK.
           MOVE SPACES TO CM-EMAIL-ADDRESS.
           MOVE '1000 MASKED AVENUE' TO CM-STREET-LINE-1.
           MOVE SPACES TO CM-STREET-LINE-2.
           IF CM-TAX-ID NOT = SPACES
               MOVE SPACES TO CM-TAX-ID
               STRING '9' CM-CUSTOMER-ID (3:8)
                   DELIMITED BY SIZE INTO CM-TAX-ID
           END-IF.
           MOVE SPACES TO CUSTMSKD-RECORD.
           MOVE CUSTMAST-RECORD TO CUSTMSKD-RECORD.
           WRITE CUSTMSKD-RECORD.
