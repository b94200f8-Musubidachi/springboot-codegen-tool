      ******************************************************************
      * PROGRAM-ID: ODLKMNT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Overdraft protection link maintenance.  Reads ODLFEED (one
      *   link or unlink action per line) against the ODLINK master:
      *   a link names the account to protect and the account that
      *   protects it, and an unlink takes the protection off.  Both
      *   accounts must be on file, open, different, and belong to
      *   the same primary customer, in the same currency; the
      *   protecting account cannot itself be under protection, so
      *   a sweep never chains.  ODSWEEP does the nightly sweep.
      *   Entries that cannot be applied go to the reject report.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  Both accounts must be held in the same
      *                    currency, so a sweep never converts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODLKMNT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODLFEED-FILE ASSIGN TO "ODLFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODLFEED-STATUS.

           SELECT ODLINK-FILE ASSIGN TO "ODLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-PROTECTED-ACCOUNT
               FILE STATUS IS WS-ODLINK-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT ODLREJ-FILE ASSIGN TO "ODLREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODLREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ODLFEED-FILE.
       01  ODLFEED-LINE.
           05  OF-ACTION                    PIC X(1).
               88  OF-ACTION-LINK           VALUE 'L'.
               88  OF-ACTION-UNLINK         VALUE 'U'.
           05  OF-PROTECTED-ACCOUNT         PIC X(12).
           05  OF-PROTECTING-ACCOUNT        PIC X(12).
           05  OF-ENTERED-BY                PIC X(8).

       FD  ODLINK-FILE.
       COPY "ODLINK".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  ODLREJ-FILE.
       01  ODLREJ-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ODLFEED-STATUS            PIC X(2).
               88  WS-ODLFEED-OK            VALUE '00'.
               88  WS-ODLFEED-EOF           VALUE '10'.
           05  WS-ODLINK-STATUS             PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-ODLREJ-STATUS             PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
               88  WS-EOF-REACHED           VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-REJECT-REASON             PIC X(35).
           05  WS-PROTECTED-CUSTOMER        PIC 9(10).
           05  WS-PROTECTED-CURRENCY        PIC X(3).
           05  WS-LINK-ON-FILE-IND          PIC X(1).
               88  WS-LINK-ON-FILE          VALUE 'Y'.
           05  WS-LINKS-ADDED               PIC 9(7) COMP VALUE 0.
           05  WS-LINKS-REMOVED             PIC 9(7) COMP VALUE 0.
           05  WS-ENTRIES-REJECTED          PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the feed, the link master for update
      * (created on first use), the account master for validation,
      * and the reject report.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ODLFEED-FILE.
           IF NOT WS-ODLFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN I-O ODLINK-FILE.
           IF WS-ODLINK-STATUS = '35'
               OPEN OUTPUT ODLINK-FILE
               CLOSE ODLINK-FILE
               OPEN I-O ODLINK-FILE
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           OPEN OUTPUT ODLREJ-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-ENTRY - one link or unlink action.
      ******************************************************************
       2000-APPLY-ONE-ENTRY.
           READ ODLFEED-FILE.
           IF WS-ODLFEED-EOF
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-ODLFEED-OK
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF OF-ACTION-LINK
               PERFORM 2100-LINK-ONE-ACCOUNT THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF OF-ACTION-UNLINK
               PERFORM 2200-UNLINK-ONE-ACCOUNT THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON.
           PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LINK-ONE-ACCOUNT - both accounts on file and open, not
      * the same account, one primary customer and one currency,
      * and the protecting account not protected itself.  An
      * account already linked is relinked to the new protecting
      * account.
      ******************************************************************
       2100-LINK-ONE-ACCOUNT.
           IF OF-PROTECTED-ACCOUNT = OF-PROTECTING-ACCOUNT
               MOVE 'AN ACCOUNT CANNOT PROTECT ITSELF' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE OF-PROTECTED-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'PROTECTED ACCOUNT NOT ON FILE' TO
                       WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               MOVE 'PROTECTED ACCOUNT IS CLOSED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE AM-CUSTOMER-ID TO WS-PROTECTED-CUSTOMER.
           MOVE AM-CURRENCY-CODE TO WS-PROTECTED-CURRENCY.
           IF AM-REPORTING-CURRENCY
               MOVE 'USD' TO WS-PROTECTED-CURRENCY
           END-IF.
           MOVE OF-PROTECTING-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'PROTECTING ACCOUNT NOT ON FILE' TO
                       WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               MOVE 'PROTECTING ACCOUNT IS CLOSED' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF AM-CUSTOMER-ID NOT = WS-PROTECTED-CUSTOMER
               MOVE 'ACCOUNTS HAVE DIFFERENT OWNERS' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF (AM-REPORTING-CURRENCY
                   AND WS-PROTECTED-CURRENCY NOT = 'USD')
               OR (NOT AM-REPORTING-CURRENCY
                   AND AM-CURRENCY-CODE NOT = WS-PROTECTED-CURRENCY)
               MOVE 'ACCOUNTS HAVE DIFFERENT CURRENCIES' TO
                   WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE OF-PROTECTING-ACCOUNT TO OL-PROTECTED-ACCOUNT.
           READ ODLINK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OL-LINK-ACTIVE
                       MOVE 'PROTECTING ACCOUNT IS PROTECTED' TO
                           WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                       GO TO 2100-EXIT
                   END-IF
           END-READ.
           MOVE 'N' TO WS-LINK-ON-FILE-IND.
           MOVE OF-PROTECTED-ACCOUNT TO OL-PROTECTED-ACCOUNT.
           READ ODLINK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LINK-ON-FILE-IND
           END-READ.
           INITIALIZE OD-LINK-RECORD.
           MOVE OF-PROTECTED-ACCOUNT TO OL-PROTECTED-ACCOUNT.
           MOVE OF-PROTECTING-ACCOUNT TO OL-PROTECTING-ACCOUNT.
           MOVE WS-PROTECTED-CUSTOMER TO OL-CUSTOMER-ID.
           SET OL-LINK-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO OL-ADDED-DATE.
           MOVE OF-ENTERED-BY TO OL-ADDED-BY.
           MOVE 0 TO OL-REMOVED-DATE.
           MOVE 0 TO OL-LAST-SWEEP-DATE.
           MOVE 0 TO OL-LAST-SWEEP-AMOUNT.
           IF WS-LINK-ON-FILE
               REWRITE OD-LINK-RECORD
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                       GO TO 2100-EXIT
               END-REWRITE
           ELSE
               WRITE OD-LINK-RECORD
                   INVALID KEY
                       MOVE 'WRITE FAILED' TO WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                       GO TO 2100-EXIT
               END-WRITE
           END-IF.
           ADD 1 TO WS-LINKS-ADDED.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-UNLINK-ONE-ACCOUNT - take the protection off; the
      * record stays on file with its removal date.
      ******************************************************************
       2200-UNLINK-ONE-ACCOUNT.
           MOVE OF-PROTECTED-ACCOUNT TO OL-PROTECTED-ACCOUNT.
           READ ODLINK-FILE
               INVALID KEY
                   MOVE 'ACCOUNT IS NOT LINKED' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF NOT OL-LINK-ACTIVE
               MOVE 'LINK ALREADY REMOVED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           SET OL-LINK-REMOVED TO TRUE.
           MOVE WS-RUN-DATE TO OL-REMOVED-DATE.
           REWRITE OD-LINK-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-REWRITE.
           ADD 1 TO WS-LINKS-REMOVED.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-REJECT-LINE - report one feed entry that could
      * not be applied.
      ******************************************************************
       2900-WRITE-REJECT-LINE.
           ADD 1 TO WS-ENTRIES-REJECTED.
           MOVE SPACES TO ODLREJ-LINE.
           STRING 'ACCOUNT ' OF-PROTECTED-ACCOUNT
               ' ACTION ' OF-ACTION
               ' REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO ODLREJ-LINE.
           WRITE ODLREJ-LINE.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
       9000-TERMINATE.
           CLOSE ODLFEED-FILE.
           CLOSE ODLINK-FILE.
           CLOSE ACCTMAST-FILE.
           CLOSE ODLREJ-FILE.
           DISPLAY 'ODLKMNT LINKS ADDED:       ' WS-LINKS-ADDED.
           DISPLAY 'ODLKMNT LINKS REMOVED:     ' WS-LINKS-REMOVED.
           DISPLAY 'ODLKMNT ENTRIES REJECTED:  ' WS-ENTRIES-REJECTED.
       9000-EXIT.
           EXIT.
