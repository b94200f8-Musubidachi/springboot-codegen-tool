      ******************************************************************
      * PROGRAM-ID: WDLIMIT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Monthly debit-count keeper for account types that limit
      *   their customer-initiated debits a month (ATR-DEBIT-COUNT-
      *   LIMIT).  Every program that posts such a debit - POSTBAT
      *   for the posted split, STORDRUN for standing orders,
      *   ODSWEEP for overdraft-protection transfers out of the
      *   protecting account - calls it once the debit has posted,
      *   so the account's WDCOUNT record counts them all in one
      *   place.  The count starts again at the first debit of a
      *   new month.  A debit past the limit comes back over the
      *   limit with the type's excess-item fee, which the caller
      *   charges through its own journal and then reports back as
      *   charged for the month's total; the first debit over in a
      *   month extends the account's run of months over the limit,
      *   or starts a new run when the month before was not over.
      *   The files are opened on the first call of the run and
      *   kept open until the caller's close call.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WDLIMIT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-TYPE-CODE
               FILE STATUS IS WS-ACCTTYPE-STATUS.

           SELECT WDCOUNT-FILE ASSIGN TO "WDCOUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-ACCOUNT-NUMBER
               FILE STATUS IS WS-WDCOUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTTYPE-FILE.
       COPY "ACCTTYPE-REF".

       FD  WDCOUNT-FILE.
       COPY "WDCOUNT".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCTTYPE-STATUS           PIC X(2).
               88  WS-ACCTTYPE-OK           VALUE '00'.
           05  WS-WDCOUNT-STATUS            PIC X(2).
               88  WS-WDCOUNT-OK            VALUE '00'.
               88  WS-WDCOUNT-NOT-FOUND     VALUE '35'.

       01  WS-WORK-FIELDS.
           05  WS-FILES-TRIED-IND           PIC X(1) VALUE 'N'.
               88  WS-FILES-TRIED           VALUE 'Y'.
           05  WS-ACCTTYPE-OPEN-IND         PIC X(1) VALUE 'N'.
               88  WS-ACCTTYPE-OPEN         VALUE 'Y'.
           05  WS-WDCOUNT-OPEN-IND          PIC X(1) VALUE 'N'.
               88  WS-WDCOUNT-OPEN          VALUE 'Y'.
           05  WS-WC-ON-FILE-IND            PIC X(1).
               88  WS-WC-ON-FILE            VALUE 'Y'.
           05  WS-RUN-MONTH                 PIC 9(6).
           05  WS-RUN-MONTH-GRP REDEFINES WS-RUN-MONTH.
               10  WS-RUN-MONTH-YYYY        PIC 9(4).
               10  WS-RUN-MONTH-MM          PIC 9(2).
           05  WS-PRIOR-MONTH               PIC 9(6).

       LINKAGE SECTION.
       COPY "WDLIMIT-PARM".

       PROCEDURE DIVISION USING WDLIMIT-PARM.
       0000-MAINLINE.
           IF WLP-FUNC-CLOSE
               PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
               GO TO 0000-EXIT
           END-IF.
           IF NOT WS-FILES-TRIED
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF.
           IF WLP-FUNC-FEE-CHARGED
               PERFORM 2500-ADD-FEE-CHARGED THRU 2500-EXIT
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-COUNT-ONE-DEBIT THRU 2000-EXIT.
           GO TO 0000-EXIT.
       0000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-OPEN-FILES - the type table for reading and the count
      * file for update, created on first use.  No type table means
      * no type is limited.
      ******************************************************************
       1000-OPEN-FILES.
           MOVE 'Y' TO WS-FILES-TRIED-IND.
           MOVE 'N' TO WS-ACCTTYPE-OPEN-IND.
           MOVE 'N' TO WS-WDCOUNT-OPEN-IND.
           OPEN INPUT ACCTTYPE-FILE.
           IF WS-ACCTTYPE-OK
               MOVE 'Y' TO WS-ACCTTYPE-OPEN-IND
           END-IF.
           OPEN I-O WDCOUNT-FILE.
           IF WS-WDCOUNT-NOT-FOUND
               OPEN OUTPUT WDCOUNT-FILE
               CLOSE WDCOUNT-FILE
               OPEN I-O WDCOUNT-FILE
           END-IF.
           IF WS-WDCOUNT-OK
               MOVE 'Y' TO WS-WDCOUNT-OPEN-IND
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-COUNT-ONE-DEBIT - count the debit against the month's
      * limit for the account's type, resetting the count at the
      * first debit of a new month.  A count that cannot be
      * written comes back as a file error with no fee, so nothing
      * is charged that the count does not show.
      ******************************************************************
       2000-COUNT-ONE-DEBIT.
           MOVE 0 TO WLP-EXCESS-FEE.
           SET WLP-NOT-LIMITED TO TRUE.
           IF NOT WS-ACCTTYPE-OPEN
               GO TO 2000-EXIT
           END-IF.
           MOVE WLP-ACCOUNT-TYPE TO ATR-TYPE-CODE.
           READ ACCTTYPE-FILE
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ.
           IF ATR-DEBIT-COUNT-LIMIT NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           IF ATR-DEBIT-COUNT-LIMIT = 0
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-WDCOUNT-OPEN
               SET WLP-COUNT-FILE-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SET-MONTHS THRU 2100-EXIT.
           MOVE 'Y' TO WS-WC-ON-FILE-IND.
           MOVE WLP-ACCOUNT-NUMBER TO WC-ACCOUNT-NUMBER.
           READ WDCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-WC-ON-FILE-IND
           END-READ.
           IF NOT WS-WC-ON-FILE
               MOVE SPACES TO WD-COUNT-RECORD
               MOVE WLP-ACCOUNT-NUMBER TO WC-ACCOUNT-NUMBER
               MOVE 0 TO WC-COUNT-MONTH
               MOVE 0 TO WC-OVER-STREAK
               MOVE 0 TO WC-LAST-OVER-MONTH
           END-IF.
           IF WC-COUNT-MONTH NOT = WS-RUN-MONTH
               MOVE WS-RUN-MONTH TO WC-COUNT-MONTH
               MOVE 0 TO WC-DEBIT-COUNT
               MOVE 0 TO WC-EXCESS-COUNT
               MOVE 0 TO WC-EXCESS-FEES
           END-IF.
           SET WLP-COUNTED TO TRUE.
           ADD 1 TO WC-DEBIT-COUNT.
           MOVE ATR-DEBIT-COUNT-LIMIT TO WC-DEBIT-LIMIT.
           MOVE WLP-RUN-DATE TO WC-LAST-DEBIT-DATE.
           IF WC-DEBIT-COUNT > WC-DEBIT-LIMIT
               ADD 1 TO WC-EXCESS-COUNT
               SET WLP-OVER-LIMIT TO TRUE
               PERFORM 2200-SET-EXCESS-FEE THRU 2200-EXIT
           END-IF.
           IF WC-EXCESS-COUNT > 0
               AND WC-LAST-OVER-MONTH NOT = WS-RUN-MONTH
               IF WC-LAST-OVER-MONTH = WS-PRIOR-MONTH
                   ADD 1 TO WC-OVER-STREAK
               ELSE
                   MOVE 1 TO WC-OVER-STREAK
               END-IF
               MOVE WS-RUN-MONTH TO WC-LAST-OVER-MONTH
           END-IF.
           IF WS-WC-ON-FILE
               REWRITE WD-COUNT-RECORD
                   INVALID KEY
                       SET WLP-COUNT-FILE-ERROR TO TRUE
                       MOVE 0 TO WLP-EXCESS-FEE
               END-REWRITE
           ELSE
               WRITE WD-COUNT-RECORD
                   INVALID KEY
                       SET WLP-COUNT-FILE-ERROR TO TRUE
                       MOVE 0 TO WLP-EXCESS-FEE
               END-WRITE
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SET-MONTHS - the month of the caller's run date and the
      * month before it, for the reset and the run of months over.
      ******************************************************************
       2100-SET-MONTHS.
           MOVE WLP-RUN-DATE (1:6) TO WS-RUN-MONTH.
           IF WS-RUN-MONTH-MM = 1
               COMPUTE WS-PRIOR-MONTH =
                   (WS-RUN-MONTH-YYYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-RUN-MONTH - 1
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SET-EXCESS-FEE - the type's excess-item fee for one
      * debit past the limit; a type with no fee counts the excess
      * and charges nothing.
      ******************************************************************
       2200-SET-EXCESS-FEE.
           IF ATR-EXCESS-ITEM-FEE NOT NUMERIC
               GO TO 2200-EXIT
           END-IF.
           MOVE ATR-EXCESS-ITEM-FEE TO WLP-EXCESS-FEE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ADD-FEE-CHARGED - the caller has charged the excess-
      * item fee it was handed; add it to the month's total.
      ******************************************************************
       2500-ADD-FEE-CHARGED.
           SET WLP-COUNTED TO TRUE.
           IF NOT WS-WDCOUNT-OPEN
               SET WLP-COUNT-FILE-ERROR TO TRUE
               GO TO 2500-EXIT
           END-IF.
           MOVE WLP-ACCOUNT-NUMBER TO WC-ACCOUNT-NUMBER.
           READ WDCOUNT-FILE
               INVALID KEY
                   SET WLP-COUNT-FILE-ERROR TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           ADD WLP-EXCESS-FEE TO WC-EXCESS-FEES.
           REWRITE WD-COUNT-RECORD
               INVALID KEY
                   SET WLP-COUNT-FILE-ERROR TO TRUE
           END-REWRITE.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CLOSE-FILES - close the files for the caller that is
      * done, so the next caller of the run opens them afresh.
      ******************************************************************
       3000-CLOSE-FILES.
           IF WS-ACCTTYPE-OPEN
               CLOSE ACCTTYPE-FILE
           END-IF.
           IF WS-WDCOUNT-OPEN
               CLOSE WDCOUNT-FILE
           END-IF.
           MOVE 'N' TO WS-ACCTTYPE-OPEN-IND.
           MOVE 'N' TO WS-WDCOUNT-OPEN-IND.
           MOVE 'N' TO WS-FILES-TRIED-IND.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
