      *   TXNS entry's TXN-DATE, buckets TXN-AMOUNT into current/
      *   30/60/90-day groups off the elapsed days, and rolls the
      *   buckets up per ACCOUNT-NUMBER onto TXNAGE-RPT-FILE.
      *   Installment loans on LOANMAST are aged by their days past
      *   due rather than by their feed entries.
      *
      * MODIFICATION HISTORY
      *   2026-08-09  ROK  Original version.
      *                    of bucketing it as a transaction record,
      *                    where its count and hash digits read as a
      *                    phantom entry count and garbage dates.
      *   2026-10-15  ROK  Installment loans are aged off LOANMAST
      *                    instead of the feed: each loan past due
      *                    gets one line with its amount past due
      *                    in the bucket its days past due fall in,
      *                    so COLLFEED duns and cases loans the way
      *                    it does deposit accounts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNAGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNAGE-RPT-STATUS.

           SELECT LOANMAST-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOANMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXNFEED-FILE
       FD  TXNAGE-RPT-FILE.
       01  TXNAGE-RPT-LINE                  PIC X(80).

       FD  LOANMAST-FILE.
       COPY "LOANMAST".

       WORKING-STORAGE SECTION.
       COPY "TXNAGE-RPT".

               88  WS-TXNFEED-OK            VALUE '00'.
               88  WS-TXNFEED-EOF           VALUE '10'.
           05  WS-TXNAGE-RPT-STATUS         PIC X(2).
           05  WS-LOANMAST-STATUS           PIC X(2).
               88  WS-LOANMAST-OK           VALUE '00'.

       01  WS-FEED-RECORD-LEN               PIC 9(4) COMP.

           05  WS-RUN-SERIAL-DAYS           PIC 9(7) COMP.
           05  WS-TXN-SERIAL-DAYS           PIC 9(7) COMP.
           05  WS-ELAPSED-DAYS              PIC 9(7) COMP.
           05  WS-LOANMAST-OPEN-IND         PIC X(1).
               88  WS-LOANMAST-OPEN         VALUE 'Y'.
           05  WS-LOAN-EOF-IND              PIC X(1).
               88  WS-LOAN-EOF              VALUE 'Y'.

       01  WS-AGE-BUCKETS.
           05  WS-BUCKET-CURRENT            PIC S9(9)V99 COMP-3.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-FEED THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 2500-AGE-ONE-LOAN THRU 2500-EXIT
               UNTIL WS-LOAN-EOF.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           GOBACK.

               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN OUTPUT TXNAGE-RPT-FILE.
           MOVE 'N' TO WS-LOANMAST-OPEN-IND.
           MOVE 'Y' TO WS-LOAN-EOF-IND.
           OPEN INPUT LOANMAST-FILE.
           IF WS-LOANMAST-OK
               MOVE 'Y' TO WS-LOANMAST-OPEN-IND
               MOVE 'N' TO WS-LOAN-EOF-IND
           END-IF.
       1000-EXIT.
           EXIT.

           IF ACCOUNT-NUMBER = '*TRAILER*'
               GO TO 2000-EXIT
           END-IF.
           IF WS-LOANMAST-OPEN
               MOVE ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER
               READ LOANMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 2000-EXIT
               END-READ
           END-IF.
           MOVE 0 TO WS-BUCKET-CURRENT.
           MOVE 0 TO WS-BUCKET-30.
           MOVE 0 TO WS-BUCKET-60.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-AGE-ONE-LOAN - a loan's delinquency is its days past
      * due off the oldest unpaid installment, kept by LOANBILL and
      * cleared by payment posting.  A loan past due gets one line
      * with its amount past due in the matching bucket; a current
      * loan gets none.
      ******************************************************************
       2500-AGE-ONE-LOAN.
           READ LOANMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAN-EOF-IND
                   GO TO 2500-EXIT
           END-READ.
           IF NOT LN-STAT-ACTIVE
               OR LN-DAYS-PAST-DUE = 0
               OR LN-PAST-DUE-AMOUNT NOT > 0
               GO TO 2500-EXIT
           END-IF.
           MOVE 0 TO WS-BUCKET-CURRENT.
           MOVE 0 TO WS-BUCKET-30.
           MOVE 0 TO WS-BUCKET-60.
           MOVE 0 TO WS-BUCKET-90.
           EVALUATE TRUE
               WHEN LN-DAYS-PAST-DUE < TXB-LIMIT-1
                   MOVE LN-PAST-DUE-AMOUNT TO WS-BUCKET-CURRENT
               WHEN LN-DAYS-PAST-DUE < TXB-LIMIT-2
                   MOVE LN-PAST-DUE-AMOUNT TO WS-BUCKET-30
               WHEN LN-DAYS-PAST-DUE < TXB-LIMIT-3
                   MOVE LN-PAST-DUE-AMOUNT TO WS-BUCKET-60
               WHEN OTHER
                   MOVE LN-PAST-DUE-AMOUNT TO WS-BUCKET-90
           END-EVALUATE.
           MOVE SPACES TO TXNAGE-RPT-RECORD.
           MOVE LN-ACCOUNT-NUMBER TO TA-ACCOUNT-NUMBER.
           MOVE WS-BUCKET-CURRENT TO TA-BUCKET-CURRENT.
           MOVE WS-BUCKET-30 TO TA-BUCKET-30.
           MOVE WS-BUCKET-60 TO TA-BUCKET-60.
           MOVE WS-BUCKET-90 TO TA-BUCKET-90.
           MOVE TXNAGE-RPT-RECORD TO TXNAGE-RPT-LINE.
           WRITE TXNAGE-RPT-LINE.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - close the files.
      ******************************************************************
       3000-TERMINATE.
           CLOSE TXNFEED-FILE.
           CLOSE TXNAGE-RPT-FILE.
           IF WS-LOANMAST-OPEN
               CLOSE LOANMAST-FILE
           END-IF.
       3000-EXIT.
           EXIT.
