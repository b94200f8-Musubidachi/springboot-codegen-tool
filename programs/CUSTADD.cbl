      *                    NAMENDX row, so the name-search index
      *                    stays current between NDXBLD's nightly
      *                    rebuilds.
      *   2026-10-15  ROK  Captures the taxpayer ID, its type and the
      *                    W-9 certification off the application.  A
      *                    supplied ID must be nine digits typed SSN
      *                    or EIN; a customer with no ID, or one who
      *                    did not certify, opens uncertified and is
      *                    subject to backup withholding.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTADD.
      * 2000-VALIDATE-REQUEST - the name must be present, the
      * opening date must pass DATEVAL, and the mailing address
      * must pass ADDRVAL, the same edits the rest of the system
      * applies.  A tax ID, when supplied, must be nine digits with
      * an SSN or EIN type.
      ******************************************************************
       2000-VALIDATE-REQUEST.
           IF CAQ-CUSTOMER-NAME = SPACES
           IF NOT WS-ADDR-VALID
               SET CAS-INVALID-ADDRESS TO TRUE
               MOVE WS-ADDR-VALID-MSG TO CAS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF CAQ-TAX-ID = SPACES
               GO TO 2000-EXIT
           END-IF.
           IF CAQ-TAX-ID NOT NUMERIC
               OR (NOT CAQ-TAX-ID-SSN AND NOT CAQ-TAX-ID-EIN)
               SET CAS-INVALID-TAX-ID TO TRUE
               MOVE 'TAX ID MUST BE 9 DIGITS, TYPE S OR E' TO
                   CAS-RESPONSE-MESSAGE
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           MOVE CAQ-MAILING-ADDRESS TO CM-MAILING-ADDRESS.
           MOVE 0 TO CM-MERGED-TO-ID.
           MOVE 0 TO CM-STMT-CYCLE.
           MOVE CAQ-TAX-ID TO CM-TAX-ID.
           MOVE SPACES TO CM-TAX-ID-TYPE.
           SET CM-TIN-UNCERTIFIED TO TRUE.
           MOVE WS-CURRENT-DATE TO CM-TIN-CERT-DATE.
           IF CAQ-TAX-ID NOT = SPACES
               MOVE CAQ-TAX-ID-TYPE TO CM-TAX-ID-TYPE
               IF CAQ-TIN-CERTIFIED
                   SET CM-TIN-CERTIFIED TO TRUE
               END-IF
           END-IF.
           MOVE WS-NEXT-CUSTOMER-ID TO CM-CUSTOMER-ID.
           MOVE 'N' TO WS-RECORD-WRITTEN-IND.
           MOVE 0 TO WS-PROBE-COUNT.
