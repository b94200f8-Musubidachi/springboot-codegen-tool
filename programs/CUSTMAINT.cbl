      *                    the history CUSTINQ returns finally has a
      *                    live feeder instead of answering from the
      *                    years-old one-off load.
      *   2026-10-15  ROK  Taxpayer ID maintenance: CMR-TAX-ID-CHANGE
      *                    sets the tax ID, its type and the W-9
      *                    certification status.  The change always
      *                    pends for a second operator, the audit
      *                    images the ID's last four digits and the
      *                    certification, and a certification change
      *                    lands a CUSTHIST row.  Audit line widened
      *                    to 194 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.
       COPY "CUSTMAST".

       FD  CUSTMAINT-AUDIT-FILE.
       01  CUSTMAINT-AUDIT-LINE             PIC X(194).

       FD  CUSTHIST-FILE.
       COPY "CUSTHIST".
      ******************************************************************
      * 2000-VALIDATE-REQUEST - the customer must exist, at least one
      * field must be selected for update, and a new status (if
      * selected) must be one CUSTMAST-RECORD recognizes.  A new tax
      * ID must be nine digits with an SSN or EIN type, or spaces to
      * clear it, and the certification status one CUSTMAST-RECORD
      * recognizes; a cleared ID cannot stay certified.
      ******************************************************************
       2000-VALIDATE-REQUEST.
           MOVE CMR-CUSTOMER-ID TO CM-CUSTOMER-ID.
               AND NOT CMR-UPDATE-CR-LIMIT
               AND NOT CMR-UPDATE-PHONE
               AND NOT CMR-UPDATE-EMAIL
               AND NOT CMR-UPDATE-TAX-ID
               SET CMS-NO-FIELDS-SELECTED TO TRUE
               MOVE 'NO UPDATE FLAGS SELECTED' TO CMS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           IF CMR-UPDATE-TAX-ID
               PERFORM 2100-VALIDATE-TAX-ID THRU 2100-EXIT
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-VALIDATE-TAX-ID.
           IF NOT CMR-NEW-TIN-CERTIFIED
               AND NOT CMR-NEW-TIN-UNCERTIFIED
               AND NOT CMR-NEW-TIN-IRS-NOTIFIED
               SET CMS-INVALID-TAX-ID TO TRUE
               MOVE 'NEW TIN CERTIFICATION STATUS NOT VALID' TO
                   CMS-RESPONSE-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           IF CMR-NEW-TAX-ID = SPACES
               IF CMR-NEW-TIN-CERTIFIED
                   SET CMS-INVALID-TAX-ID TO TRUE
                   MOVE 'NO TAX ID - CANNOT BE CERTIFIED' TO
                       CMS-RESPONSE-MESSAGE
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF CMR-NEW-TAX-ID NOT NUMERIC
               OR (NOT CMR-NEW-TAX-ID-SSN
                   AND NOT CMR-NEW-TAX-ID-EIN)
               SET CMS-INVALID-TAX-ID TO TRUE
               MOVE 'NEW TAX ID MUST BE 9 DIGITS, TYPE S OR E' TO
                   CMS-RESPONSE-MESSAGE
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CHECK-THRESHOLDS - a change past the sensitivity rules
      * pends for a second operator instead of applying, unless the
           IF CMR-UPDATE-STATUS AND CMR-NEW-STATUS-SUSPENDED
               SET WS-NEEDS-CHECKER TO TRUE
           END-IF.
           IF CMR-UPDATE-TAX-ID
               SET WS-NEEDS-CHECKER TO TRUE
           END-IF.
           IF CMR-UPDATE-CR-LIMIT
               COMPUTE WS-LIMIT-DELTA =
                   CMR-NEW-CREDIT-LIMIT - CM-CREDIT-LIMIT
           MOVE CM-CREDIT-LIMIT       TO CMA-BEF-CREDIT-LIMIT.
           MOVE CM-PRIMARY-PHONE      TO CMA-BEF-PHONE.
           MOVE CM-EMAIL-ADDRESS      TO CMA-BEF-EMAIL.
           MOVE CM-TAX-ID (6:4)       TO CMA-BEF-TIN-LAST4.
           MOVE CM-TIN-CERT-STATUS    TO CMA-BEF-TIN-CERT.

           IF CMR-UPDATE-STATUS
               MOVE CMR-NEW-CUSTOMER-STATUS TO CM-CUSTOMER-STATUS
               MOVE CMR-NEW-EMAIL-ADDRESS TO CM-EMAIL-ADDRESS
               MOVE 'N' TO CM-EMAIL-UNDELIV-IND
           END-IF.
           IF CMR-UPDATE-TAX-ID
               MOVE CMR-NEW-TAX-ID TO CM-TAX-ID
               MOVE CMR-NEW-TAX-ID-TYPE TO CM-TAX-ID-TYPE
               IF CMR-NEW-TIN-CERT-STATUS NOT = CM-TIN-CERT-STATUS
                   MOVE WS-CURRENT-DATE TO CM-TIN-CERT-DATE
               END-IF
               MOVE CMR-NEW-TIN-CERT-STATUS TO CM-TIN-CERT-STATUS
           END-IF.

           REWRITE CUSTMAST-RECORD
               INVALID KEY
           MOVE CM-CREDIT-LIMIT       TO CMA-AFT-CREDIT-LIMIT.
           MOVE CM-PRIMARY-PHONE      TO CMA-AFT-PHONE.
           MOVE CM-EMAIL-ADDRESS      TO CMA-AFT-EMAIL.
           MOVE CM-TAX-ID (6:4)       TO CMA-AFT-TIN-LAST4.
           MOVE CM-TIN-CERT-STATUS    TO CMA-AFT-TIN-CERT.
           MOVE SPACES TO CUSTMAINT-AUDIT-LINE.
           MOVE CUSTMAINT-AUDIT-RECORD TO CUSTMAINT-AUDIT-LINE.
           WRITE CUSTMAINT-AUDIT-LINE.
               AND CMA-BEF-STATUS NOT = CM-CUSTOMER-STATUS
               PERFORM 3100-WRITE-STATUS-HISTORY THRU 3100-EXIT
           END-IF.
           IF CMR-UPDATE-TAX-ID
               AND CMA-BEF-TIN-CERT NOT = CM-TIN-CERT-STATUS
               PERFORM 3200-WRITE-CERT-HISTORY THRU 3200-EXIT
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3200-WRITE-CERT-HISTORY - a W-9 certification change starts
      * or stops backup withholding, so it gets its own history row
      * the way a status change does.
      ******************************************************************
       3200-WRITE-CERT-HISTORY.
           INITIALIZE CUSTHIST-RECORD.
           MOVE CMR-CUSTOMER-ID TO CH-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE TO CH-EFFECTIVE-DATE.
           MOVE 1 TO CH-HIST-SEQ.
           SET CH-STATUS-CHANGE TO TRUE.
           STRING 'TIN CERT ' CMA-BEF-TIN-CERT
               DELIMITED BY SIZE INTO CH-OLD-VALUE.
           STRING 'TIN CERT ' CM-TIN-CERT-STATUS
               DELIMITED BY SIZE INTO CH-NEW-VALUE.
           MOVE 'N' TO WS-HIST-WRITTEN-IND.
           PERFORM 3110-TRY-ONE-HISTORY-WRITE THRU 3110-EXIT
               UNTIL WS-HIST-WRITTEN
                   OR CH-HIST-SEQ > 999.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
