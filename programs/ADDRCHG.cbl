      ******************************************************************
      * PROGRAM-ID: ADDRCHG
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Mailing address change transaction.  Until now nothing in
      *   the system changed CM-MAILING-ADDRESS: the ADDRWORK
      *   repairs and the BOUNCEIN suppressions they answer were
      *   cleared by back-end file fixes with no trail.  Given a
      *   CUSTOMER-ID and the complete new address, ADDRCHG runs
      *   the address through ADDRVAL, keeps the address it
      *   replaces on the ADDRHIST history file with the dates it
      *   stood between, applies the new one with CM-MAIL-UNDELIV-
      *   IND cleared, and stamps CM-ADDR-CHANGE-DATE - the date
      *   MEMOPOST and ACCTCLSE hold large withdrawals and closeout
      *   disbursements for review against.  As a fraud control a
      *   change-confirmation letter goes to the OLD address on the
      *   NTCMAIL notice file, whatever the customer's contact
      *   preference, with a CNTCHIST contact row, so a customer
      *   whose address was changed without their knowledge hears
      *   of it at the address they still live at.  An old address
      *   already marked undeliverable gets no letter.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRCHG.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT ADDRHIST-FILE ASSIGN TO "ADDRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HIST-KEY
               FILE STATUS IS WS-ADDRHIST-STATUS.

           SELECT CNTCHIST-FILE ASSIGN TO "CNTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-HIST-KEY
               FILE STATUS IS WS-CNTCHIST-STATUS.

           SELECT NTCMAIL-FILE ASSIGN TO "NTCMAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTCMAIL-STATUS.

           SELECT SYSSTAT-FILE ASSIGN TO "SYSSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  ADDRHIST-FILE.
       COPY "ADDRHIST".

       FD  CNTCHIST-FILE.
       COPY "CNTCHIST".

       FD  NTCMAIL-FILE.
       01  NTCMAIL-REC.
           05  NM-CUSTOMER-ID               PIC 9(10).
           05  NM-MAILING-ADDRESS           PIC X(120).
           05  NM-NOTICE-TEXT               PIC X(2000).

       FD  SYSSTAT-FILE.
       COPY "SYSSTAT".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ADDRHIST-STATUS           PIC X(2).
           05  WS-CNTCHIST-STATUS           PIC X(2).
           05  WS-NTCMAIL-STATUS            PIC X(2).
           05  WS-SYSSTAT-STATUS            PIC X(2).
               88  WS-SYSSTAT-OK            VALUE '00'.

       01  WS-ADDRESS-RESULT.
           05  WS-ADDR-VALID-IND            PIC X(1).
               88  WS-ADDR-VALID            VALUE 'Y'.
           05  WS-ADDR-VALID-MSG            PIC X(40).

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE              PIC 9(8).
           05  WS-CURRENT-TIME              PIC 9(6).
           05  WS-EFFECTIVE-FROM            PIC 9(8).
           05  WS-HIST-SCAN-DONE-IND        PIC X(1).
               88  WS-HIST-SCAN-DONE        VALUE 'Y'.
           05  WS-HIST-WRITTEN-IND          PIC X(1).
               88  WS-HIST-WRITTEN          VALUE 'Y'.
           05  WS-CONTACT-WRITTEN-IND       PIC X(1).
               88  WS-CONTACT-WRITTEN       VALUE 'Y'.
           05  WS-OLD-UNDELIV-IND           PIC X(1).
               88  WS-OLD-UNDELIVERABLE     VALUE 'Y'.
           05  WS-OLD-ADDRESS               PIC X(120).
           05  WS-DATE-DISPLAY              PIC 9999/99/99.

       LINKAGE SECTION.
       COPY "ADDRCHG-REQUEST".
       COPY "ADDRCHG-RESPONSE".

       PROCEDURE DIVISION USING ADDRCHG-REQUEST ADDRCHG-RESPONSE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF ACS-SUCCESS
               PERFORM 1500-CHECK-INTERLOCK THRU 1500-EXIT
           END-IF.
           IF ACS-SUCCESS
               PERFORM 2000-VALIDATE-REQUEST THRU 2000-EXIT
           END-IF.
           IF ACS-SUCCESS
               PERFORM 3000-FIND-EFFECTIVE-FROM THRU 3000-EXIT
               PERFORM 4000-APPLY-NEW-ADDRESS THRU 4000-EXIT
           END-IF.
           IF ACS-SUCCESS
               PERFORM 5000-WRITE-ADDRESS-HISTORY THRU 5000-EXIT
               PERFORM 6000-SEND-CONFIRMATION THRU 6000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - clear the response and open the files,
      * creating the history files and the notice file on first
      * use.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO ADDRCHG-RESPONSE.
           MOVE ACR-TRANSACTION-ID TO ACS-TRANSACTION-ID.
           SET ACS-SUCCESS TO TRUE.
           MOVE SPACES TO ACS-RESPONSE-MESSAGE.
           MOVE 'N' TO ACS-CONFIRM-SENT-IND.
           MOVE 0 TO ACS-PRIOR-EFFECTIVE-FROM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN I-O CUSTMAST-FILE.
           OPEN I-O ADDRHIST-FILE.
           IF WS-ADDRHIST-STATUS = '35'
               OPEN OUTPUT ADDRHIST-FILE
               CLOSE ADDRHIST-FILE
               OPEN I-O ADDRHIST-FILE
           END-IF.
           OPEN I-O CNTCHIST-FILE.
           IF WS-CNTCHIST-STATUS = '35'
               OPEN OUTPUT CNTCHIST-FILE
               CLOSE CNTCHIST-FILE
               OPEN I-O CNTCHIST-FILE
           END-IF.
           OPEN EXTEND NTCMAIL-FILE.
           IF WS-NTCMAIL-STATUS = '35'
               OPEN OUTPUT NTCMAIL-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CHECK-INTERLOCK - no address changes under the nightly
      * sweep unless the operator overrides.  A missing status file
      * means no sweep has ever run; proceed.
      ******************************************************************
       1500-CHECK-INTERLOCK.
           IF ACR-BATCH-OVERRIDE
               GO TO 1500-EXIT
           END-IF.
           OPEN INPUT SYSSTAT-FILE.
           IF NOT WS-SYSSTAT-OK
               GO TO 1500-EXIT
           END-IF.
           READ SYSSTAT-FILE
               AT END
                   CLOSE SYSSTAT-FILE
                   GO TO 1500-EXIT
           END-READ.
           CLOSE SYSSTAT-FILE.
           IF SY-BATCH-RUNNING
               SET ACS-BATCH-IN-PROGRESS TO TRUE
               MOVE 'BATCH SWEEP IN PROGRESS - RETRY AFTER SWEEP' TO
                   ACS-RESPONSE-MESSAGE
           END-IF.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VALIDATE-REQUEST - the customer must be on file,
      * neither merged away nor deceased, and the new address must
      * pass ADDRVAL and differ from the one on file.
      ******************************************************************
       2000-VALIDATE-REQUEST.
           MOVE ACR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   SET ACS-NOT-FOUND TO TRUE
                   MOVE 'CUSTOMER NOT ON FILE' TO ACS-RESPONSE-MESSAGE
                   GO TO 2000-EXIT
           END-READ.
           IF CM-MERGED
               SET ACS-MERGED TO TRUE
               MOVE 'CUSTOMER IS A MERGED RECORD' TO
                   ACS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF CM-DECEASED
               SET ACS-DECEASED TO TRUE
               MOVE 'CUSTOMER IS RECORDED AS DECEASED' TO
                   ACS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           CALL 'ADDRVAL' USING ACR-NEW-ADDRESS
               WS-ADDRESS-RESULT.
           IF NOT WS-ADDR-VALID
               SET ACS-INVALID-ADDRESS TO TRUE
               MOVE WS-ADDR-VALID-MSG TO ACS-RESPONSE-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF ACR-NEW-ADDRESS = CM-MAILING-ADDRESS
               SET ACS-ADDRESS-UNCHANGED TO TRUE
               MOVE 'NEW ADDRESS IS THE ADDRESS ON FILE' TO
                   ACS-RESPONSE-MESSAGE
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIND-EFFECTIVE-FROM - the address being replaced has
      * stood since the customer's last change, the latest history
      * row's AH-EFFECTIVE-TO; with no history, since the customer
      * was opened.
      ******************************************************************
       3000-FIND-EFFECTIVE-FROM.
           MOVE CM-DATE-OPENED TO WS-EFFECTIVE-FROM.
           MOVE 'N' TO WS-HIST-SCAN-DONE-IND.
           MOVE ACR-CUSTOMER-ID TO AH-CUSTOMER-ID.
           MOVE 0 TO AH-CHANGE-DATE.
           MOVE 0 TO AH-HIST-SEQ.
           START ADDRHIST-FILE KEY IS NOT LESS THAN AH-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-SCAN-DONE-IND
           END-START.
           PERFORM 3100-CHECK-ONE-HISTORY-ROW THRU 3100-EXIT
               UNTIL WS-HIST-SCAN-DONE.
           MOVE WS-EFFECTIVE-FROM TO ACS-PRIOR-EFFECTIVE-FROM.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-HISTORY-ROW.
           READ ADDRHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-SCAN-DONE-IND
                   GO TO 3100-EXIT
           END-READ.
           IF AH-CUSTOMER-ID NOT = ACR-CUSTOMER-ID
               MOVE 'Y' TO WS-HIST-SCAN-DONE-IND
               GO TO 3100-EXIT
           END-IF.
           MOVE AH-EFFECTIVE-TO TO WS-EFFECTIVE-FROM.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APPLY-NEW-ADDRESS - keep the old address for the
      * history row and the confirmation letter, then put the new
      * one on the master with the undeliverable flag down and the
      * change dated.
      ******************************************************************
       4000-APPLY-NEW-ADDRESS.
           MOVE ACR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   SET ACS-SYSTEM-ERROR TO TRUE
                   MOVE 'CUSTOMER LOST MID-CHANGE' TO
                       ACS-RESPONSE-MESSAGE
                   GO TO 4000-EXIT
           END-READ.
           MOVE CM-MAILING-ADDRESS TO WS-OLD-ADDRESS.
           MOVE CM-MAIL-UNDELIV-IND TO WS-OLD-UNDELIV-IND.
           MOVE ACR-NEW-ADDRESS TO CM-MAILING-ADDRESS.
           MOVE 'N' TO CM-MAIL-UNDELIV-IND.
           MOVE WS-CURRENT-DATE TO CM-ADDR-CHANGE-DATE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   SET ACS-SYSTEM-ERROR TO TRUE
                   MOVE 'REWRITE OF CUSTOMER ADDRESS FAILED' TO
                       ACS-RESPONSE-MESSAGE
                   GO TO 4000-EXIT
           END-REWRITE.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-ADDRESS-HISTORY - the replaced address with the
      * dates it stood between, probing the daily sequence upward
      * until the key is free.
      ******************************************************************
       5000-WRITE-ADDRESS-HISTORY.
           MOVE SPACES TO ADDR-HIST-RECORD.
           MOVE ACR-CUSTOMER-ID TO AH-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE TO AH-CHANGE-DATE.
           MOVE 1 TO AH-HIST-SEQ.
           MOVE WS-EFFECTIVE-FROM TO AH-EFFECTIVE-FROM.
           MOVE WS-CURRENT-DATE TO AH-EFFECTIVE-TO.
           MOVE WS-OLD-ADDRESS TO AH-OLD-ADDRESS.
           MOVE WS-OLD-UNDELIV-IND TO AH-OLD-UNDELIV-IND.
           MOVE WS-CURRENT-TIME TO AH-CHANGE-TIME.
           MOVE ACR-CHANGED-BY TO AH-CHANGED-BY.
           MOVE 'N' TO AH-CONFIRM-SENT-IND.
           IF NOT WS-OLD-UNDELIVERABLE
               SET AH-CONFIRM-SENT TO TRUE
           END-IF.
           MOVE 'N' TO WS-HIST-WRITTEN-IND.
           PERFORM 5100-TRY-ONE-HISTORY-WRITE THRU 5100-EXIT
               UNTIL WS-HIST-WRITTEN
                   OR AH-HIST-SEQ > 999.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-TRY-ONE-HISTORY-WRITE.
           WRITE ADDR-HIST-RECORD
               INVALID KEY
                   ADD 1 TO AH-HIST-SEQ
               NOT INVALID KEY
                   SET WS-HIST-WRITTEN TO TRUE
           END-WRITE.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-SEND-CONFIRMATION - the change-confirmation letter to
      * the address just replaced, on the mail notice file whatever
      * the contact preference or do-not-contact flag says - it is
      * a security notice, not marketing - and its contact-history
      * row.  An old address BOUNCEIN has marked undeliverable
      * would only bounce again; it gets nothing.
      ******************************************************************
       6000-SEND-CONFIRMATION.
           IF WS-OLD-UNDELIVERABLE
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-DATE-DISPLAY.
           MOVE SPACES TO NTCMAIL-REC.
           MOVE ACR-CUSTOMER-ID TO NM-CUSTOMER-ID.
           MOVE WS-OLD-ADDRESS TO NM-MAILING-ADDRESS.
           STRING 'DEAR ' DELIMITED BY SIZE
               CM-CUSTOMER-NAME DELIMITED BY '  '
               ', THE MAILING ADDRESS WE HOLD FOR YOU WAS CHANGED ON '
               DELIMITED BY SIZE
               WS-DATE-DISPLAY DELIMITED BY SIZE
               '. IF YOU DID NOT ASK FOR THIS CHANGE, PLEASE CALL US'
               DELIMITED BY SIZE
               ' AT ONCE.' DELIMITED BY SIZE
               INTO NM-NOTICE-TEXT.
           WRITE NTCMAIL-REC.
           SET ACS-CONFIRM-SENT TO TRUE.
           MOVE ACR-CUSTOMER-ID TO CT-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE TO CT-CONTACT-DATE.
           MOVE 1 TO CT-CONTACT-SEQ.
           SET CT-CHANNEL-MAIL TO TRUE.
           MOVE 'ADDRCONF' TO CT-NOTICE-TYPE.
           MOVE 'N' TO WS-CONTACT-WRITTEN-IND.
           PERFORM 6100-TRY-ONE-CONTACT-WRITE THRU 6100-EXIT
               UNTIL WS-CONTACT-WRITTEN
                   OR CT-CONTACT-SEQ > 999.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       6100-TRY-ONE-CONTACT-WRITE.
           WRITE CNTC-HIST-RECORD
               INVALID KEY
                   ADD 1 TO CT-CONTACT-SEQ
               NOT INVALID KEY
                   SET WS-CONTACT-WRITTEN TO TRUE
           END-WRITE.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files.
      ******************************************************************
       9000-TERMINATE.
           CLOSE CUSTMAST-FILE.
           CLOSE ADDRHIST-FILE.
           CLOSE CNTCHIST-FILE.
           CLOSE NTCMAIL-FILE.
       9000-EXIT.
           EXIT.
