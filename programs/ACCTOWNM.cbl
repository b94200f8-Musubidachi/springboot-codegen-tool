      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  The feed's account number must pass the
      *                    ACCTCHK check digit before it is looked
      *                    up; a failure is rejected as such.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOWNM.
           05  WS-OWNERS-REMOVED            PIC 9(7) COMP VALUE 0.
           05  WS-ENTRIES-REJECTED          PIC 9(7) COMP VALUE 0.

       COPY "ACCTCHK-PARM".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ADD-ONE-OWNER - the account number must pass its check
      * digit, both sides must exist, and the primary owner needs
      * no cross-reference row.
      ******************************************************************
       2100-ADD-ONE-OWNER.
           SET ACK-FUNC-VALIDATE TO TRUE.
           MOVE AF-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER.
           CALL "ACCTCHK" USING ACCTCHK-PARM.
           IF ACK-CHECK-DIGIT-FAILED
               MOVE 'ACCOUNT NUMBER FAILS CHECK DIGIT' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
           EXIT.

      ******************************************************************
      * 2200-REMOVE-ONE-OWNER - delete the cross-reference row, once
      * the account number passes its check digit.
      ******************************************************************
       2200-REMOVE-ONE-OWNER.
           SET ACK-FUNC-VALIDATE TO TRUE.
           MOVE AF-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER.
           CALL "ACCTCHK" USING ACCTCHK-PARM.
           IF ACK-CHECK-DIGIT-FAILED
               MOVE 'ACCOUNT NUMBER FAILS CHECK DIGIT' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE AF-ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER.
           MOVE AF-CUSTOMER-ID TO AO-CUSTOMER-ID.
           READ ACCTOWN-FILE
