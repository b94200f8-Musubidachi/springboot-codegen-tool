      *                    naming the same original already-
      *                    reversed, so the second excepts instead
      *                    of backing the original out twice.
      *   2026-10-15  ROK  Debits now check the available balance -
      *                    the ledger less the account's active
      *                    HOLDMAST holds.  A debit that would dip
      *                    into held funds goes to the exception
      *                    report instead of posting; an account
      *                    with nothing held overdraws exactly as
      *                    before, for ODFEE to fee.
      *   2026-10-15  ROK  Debits are checked against the account's
      *                    STOPPAY stop-payment orders in force.  A
      *                    debit a stop catches does not post: it
      *                    goes to the RETITEMS returned-items file
      *                    and the STOPRPT stopped-items report, and
      *                    the account type's stop-payment fee is
      *                    charged through the journal.
      *   2026-10-15  ROK  A debit posted to a term deposit before
      *                    its TERMDEP maturity date is charged the
      *                    early-withdrawal penalty - the account
      *                    type's ATR-EARLY-WD-DAYS of interest on
      *                    the amount withdrawn at the locked rate -
      *                    through the journal.
      *   2026-10-15  ROK  A credit posted to an active installment
      *                    loan is applied on LOANMAST - interest
      *                    due first, then principal due, anything
      *                    over as a prepayment of principal.
      *   2026-10-15  ROK  A credit to a charged-off account is
      *                    journaled as a RECOVERY against its
      *                    CHGOFF record, up to the amount still
      *                    out; only the excess reaches the
      *                    balance.  Recovery rows are never
      *                    matched by a reversal.
      *   2026-10-15  ROK  Postings to a foreign-currency account post
      *                    in the account's currency; every movement
      *                    is converted through FXCONV, and the
      *                    reporting amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal's new
      *                    PJ-REPORTING-AMOUNT.  A foreign posting
      *                    with no rate loaded goes to the exception
      *                    report.  POSTJRNL-LINE widened to the
      *                    100-byte journal record.
      *   2026-10-15  ROK  Each posting's TP-TXN-DATE is checked
      *                    against the accounting-period calendar
      *                    through PERCHK.  A movement dated into a
      *                    month PERCLOSE has closed still posts
      *                    tonight, into the open period, with the
      *                    date kept on PJ-VALUE-DATE and the row
      *                    flagged PJ-PRIOR-PERIOD-ADJ.
      *   2026-10-15  ROK  Held reversals are matched off the journal
      *                    index by account - the original may sit in
      *                    a month already rolled off the live
      *                    journal.  JRNLSYNC indexes tonight's own
      *                    postings first.
      *   2026-10-15  ROK  Commit-interval checkpoint and restart.
      *                    Every POSTCOMMIT records read (NIGHTPRM,
      *                    default 500) the journal and reports are
      *                    flushed and POSTCKPT rewritten with the
      *                    last TXN-ID read and the counts.  A run
      *                    that finds the night's checkpoint still in
      *                    flight confirms it against the journal
      *                    tail, finishes the one movement caught
      *                    between journal and master, skips the
      *                    records already done and treats anything
      *                    journaled past the checkpoint as posted.
      *                    Each movement is now journaled before its
      *                    masters are rewritten.
      *   2026-10-15  ROK  Customer-initiated debits to an account
      *                    whose type carries a monthly debit-count
      *                    limit are counted for the month on
      *                    WDCOUNT; each one past the limit is
      *                    charged the type's excess-item fee through
      *                    the journal, and the months in a row the
      *                    account has gone over are kept for the
      *                    SAVCONV conversion report.
      *   2026-10-15  ROK  Posting follows the account and customer
      *                    status.  A posting to a closed account
      *                    goes back to the sender on RETITEMS
      *                    (reason AC) instead of posting; one to a
      *                    dormant account wakes the account, and a
      *                    dormant customer, with CUSTHIST status
      *                    rows; a debit for a suspended customer is
      *                    held on the exception report for review.
      *                    Each outcome is counted back to the
      *                    driver and carried on the checkpoint.
      *   2026-10-15  ROK  A debit to a charged-off account goes back
      *                    to the sender on RETITEMS (reason CO) and
      *                    is counted with the returns.
      *   2026-10-15  ROK  The monthly debit count moved to WDLIMIT,
      *                    which STORDRUN and ODSWEEP now call for
      *                    their debits too.  A count or fee total
      *                    WDCOUNT would not take goes to the
      *                    exception report.
      *   2026-10-15  ROK  A master rewrite that fails after its
      *                    journal row is written is backed out by a
      *                    cancelling row (PJ-CANCELLING-ROW) and
      *                    reported; a restart treats the pair as not
      *                    posted.  The checkpoint now carries the
      *                    RETITEMS row count, and a restart skips
      *                    items already on the returned-items file
      *                    instead of returning them twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTBAT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT POSTEXC-FILE ASSIGN TO "POSTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTEXC-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

           SELECT STOPPAY-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-STOP-KEY
               FILE STATUS IS WS-STOPPAY-STATUS.

           SELECT ACCTTYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-TYPE-CODE
               FILE STATUS IS WS-ACCTTYPE-STATUS.

           SELECT CUSTHIST-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT RETITEMS-FILE ASSIGN TO "RETITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETITEMS-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCOUNT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.

           SELECT LOANMAST-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT CHGOFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT STOPRPT-FILE ASSIGN TO "STOPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOPRPT-STATUS.

           SELECT NIGHTPRM-FILE ASSIGN TO "NIGHTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTPRM-STATUS.

           SELECT POSTCKPT-FILE ASSIGN TO "POSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTCKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXNPOST-FILE.
       COPY "CUSTMAST".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  POSTEXC-FILE.
       01  POSTEXC-LINE                     PIC X(80).

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  STOPPAY-FILE.
       COPY "STOPPAY".

       FD  ACCTTYPE-FILE.
       COPY "ACCTTYPE-REF".

       FD  RETITEMS-FILE.
       01  RETITEMS-LINE.
           05  RI-ACCOUNT-NUMBER            PIC X(12).
           05  RI-TXN-ID                    PIC X(12).
           05  RI-TXN-DATE                  PIC 9(8).
           05  RI-AMOUNT                    PIC 9(9)V99.
           05  RI-RETURN-REASON             PIC X(2).
               88  RI-RETURN-STOP-PAYMENT   VALUE 'SP'.
               88  RI-RETURN-ACCT-CLOSED    VALUE 'AC'.
               88  RI-RETURN-CHARGED-OFF    VALUE 'CO'.
           05  RI-STOP-SEQ                  PIC 9(4).
           05  RI-RETURN-DATE               PIC 9(8).
           05  RI-ENTRY-SIDE                PIC X(1).
               88  RI-DEBIT-ITEM            VALUE 'D'.
               88  RI-CREDIT-ITEM           VALUE 'C'.

       FD  CUSTHIST-FILE.
       COPY "CUSTHIST".

       FD  TERMDEP-FILE.
       COPY "TERMDEP".

       FD  LOANMAST-FILE.
       COPY "LOANMAST".

       FD  CHGOFF-FILE.
       COPY "CHGOFF".

       FD  STOPRPT-FILE.
       01  STOPRPT-LINE                     PIC X(100).

       FD  NIGHTPRM-FILE.
       01  NIGHTPRM-LINE.
           05  PRM-KEYWORD                  PIC X(12).
           05  PRM-VALUE                    PIC 9(10).

       FD  POSTCKPT-FILE.
       01  POSTCKPT-LINE                    PIC X(180).

       WORKING-STORAGE SECTION.
       COPY "TXNPOST".
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".
       COPY "PERCHK-PARM".
       COPY "POSTCKPT".
       COPY "WDLIMIT-PARM".

       01  WS-FILE-STATUSES.
           05  WS-TXNPOST-STATUS            PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-POSTJRNL-STATUS           PIC X(2).
               88  WS-POSTJRNL-OK           VALUE '00'.
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-POSTEXC-STATUS            PIC X(2).
           05  WS-HOLDMAST-STATUS           PIC X(2).
               88  WS-HOLDMAST-OK           VALUE '00'.
           05  WS-STOPPAY-STATUS            PIC X(2).
               88  WS-STOPPAY-OK            VALUE '00'.
           05  WS-ACCTTYPE-STATUS           PIC X(2).
               88  WS-ACCTTYPE-OK           VALUE '00'.
           05  WS-RETITEMS-STATUS           PIC X(2).
               88  WS-RETITEMS-OK           VALUE '00'.
           05  WS-CUSTHIST-STATUS           PIC X(2).
               88  WS-CUSTHIST-OK           VALUE '00'.
               88  WS-CUSTHIST-NOT-FOUND    VALUE '35'.
           05  WS-STOPRPT-STATUS            PIC X(2).
           05  WS-TERMDEP-STATUS            PIC X(2).
               88  WS-TERMDEP-OK            VALUE '00'.
           05  WS-LOANMAST-STATUS           PIC X(2).
               88  WS-LOANMAST-OK           VALUE '00'.
           05  WS-CHGOFF-STATUS             PIC X(2).
               88  WS-CHGOFF-OK             VALUE '00'.
           05  WS-NIGHTPRM-STATUS           PIC X(2).
               88  WS-NIGHTPRM-OK           VALUE '00'.
           05  WS-POSTCKPT-STATUS           PIC X(2).
               88  WS-POSTCKPT-OK           VALUE '00'.

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
           05  WS-JRNL-SCAN-DONE-IND        PIC X(1).
               88  WS-JRNL-SCAN-DONE        VALUE 'Y'.
           05  WS-OFFSET-AMOUNT             PIC S9(9)V99 COMP-3.
           05  WS-HOLD-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-AVAILABLE-BALANCE         PIC S9(11)V99 COMP-3.
           05  WS-HOLD-SCAN-DONE-IND        PIC X(1).
               88  WS-HOLD-SCAN-DONE        VALUE 'Y'.
           05  WS-HOLDMAST-OPEN-IND         PIC X(1).
               88  WS-HOLDMAST-OPEN         VALUE 'Y'.
           05  WS-STOPPAY-OPEN-IND          PIC X(1).
               88  WS-STOPPAY-OPEN          VALUE 'Y'.
           05  WS-ACCTTYPE-OPEN-IND         PIC X(1).
               88  WS-ACCTTYPE-OPEN         VALUE 'Y'.
           05  WS-STOP-SCAN-DONE-IND        PIC X(1).
               88  WS-STOP-SCAN-DONE        VALUE 'Y'.
           05  WS-STOP-MATCHED-IND          PIC X(1).
               88  WS-STOP-MATCHED          VALUE 'Y'.
           05  WS-DEBIT-AMOUNT              PIC S9(9)V99 COMP-3.
           05  WS-STOP-FEE                  PIC S9(9)V99 COMP-3.
           05  WS-ITEMS-STOPPED             PIC 9(7) COMP.
           05  WS-STOPPED-TOTAL             PIC S9(11)V99 COMP-3.
           05  WS-FEES-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-TERMDEP-OPEN-IND          PIC X(1).
               88  WS-TERMDEP-OPEN          VALUE 'Y'.
           05  WS-PENALTY-AMOUNT            PIC S9(9)V99 COMP-3.
           05  WS-LOANMAST-OPEN-IND         PIC X(1).
               88  WS-LOANMAST-OPEN         VALUE 'Y'.
           05  WS-PAYMENT-LEFT              PIC S9(9)V99 COMP-3.
           05  WS-PAYMENT-PART              PIC S9(9)V99 COMP-3.
           05  WS-CHGOFF-OPEN-IND           PIC X(1).
               88  WS-CHGOFF-OPEN           VALUE 'Y'.
           05  WS-RECOVERY-AMOUNT           PIC S9(9)V99 COMP-3.
           05  WS-PARM-EOF-IND              PIC X(1).
               88  WS-PARM-LOAD-DONE        VALUE 'Y'.
           05  WS-EXCESS-FEE                PIC S9(9)V99 COMP-3.
           05  WS-RETURN-REASON             PIC X(2).
           05  WS-CUSTHIST-OPEN-IND         PIC X(1).
               88  WS-CUSTHIST-OPEN         VALUE 'Y'.
           05  WS-HIST-WRITTEN-IND          PIC X(1).
               88  WS-HIST-WRITTEN          VALUE 'Y'.
           05  WS-ACCT-WOKEN-IND            PIC X(1).
               88  WS-ACCT-WOKEN            VALUE 'Y'.
           05  WS-CUST-WOKEN-IND            PIC X(1).
               88  WS-CUST-WOKEN            VALUE 'Y'.
           05  WS-OLD-CUST-STATUS           PIC X(1).

      ******************************************************************
      * Checkpoint and restart.  The commit interval is POSTCOMMIT on
      * NIGHTPRM; a restart keeps the interval the night started
      * with, so the records it replays are never more than one
      * interval.  WS-JRNL-ROWS is the live journal's row count as
      * of the last row this run wrote.
      ******************************************************************
       01  WS-RESTART-FIELDS.
           05  WS-COMMIT-INTERVAL           PIC 9(7) COMP VALUE 500.
           05  WS-RECORDS-READ              PIC 9(9) COMP.
           05  WS-SINCE-CKPT                PIC 9(7) COMP.
           05  WS-SKIP-LEFT                 PIC 9(9) COMP.
           05  WS-FIRST-TXN-ID              PIC X(12).
           05  WS-LAST-TXN-ID               PIC X(12).
           05  WS-JRNL-ROWS                 PIC 9(9) COMP.
           05  WS-LAST-JRNL-TXN-ID          PIC X(12).
           05  WS-CKPT-ROW-TXN-ID           PIC X(12).
           05  WS-RESTART-COUNT             PIC 9(3).
           05  WS-PRIOR-SKIPPED             PIC 9(7) COMP.
           05  WS-RESTART-IND               PIC X(1).
               88  WS-RESTARTING            VALUE 'Y'.
           05  WS-JRNL-READ-DONE-IND        PIC X(1).
               88  WS-JRNL-READ-DONE        VALUE 'Y'.
           05  WS-TAIL-OVERFLOW-IND         PIC X(1).
               88  WS-TAIL-OVERFLOW         VALUE 'Y'.
           05  WS-ALREADY-POSTED-IND        PIC X(1).
               88  WS-ALREADY-POSTED        VALUE 'Y'.
           05  WS-TAIL-TXN-ID               PIC X(12).
           05  WS-TAIL-ACCOUNT              PIC X(12).
           05  WS-TAIL-AMOUNT               PIC S9(9)V99 COMP-3.
           05  WS-TAIL-RECOVERED            PIC S9(9)V99 COMP-3.
           05  WS-TAIL-SUB                  PIC 9(4) COMP.
           05  WS-COMPLETE-AMOUNT           PIC S9(9)V99 COMP-3.
           05  WS-COMPLETE-DATE             PIC 9(8).
           05  WS-LAST-ROW-IMAGE            PIC X(100).
           05  WS-RETITEMS-ROWS             PIC 9(7) COMP.
           05  WS-RI-READ-DONE-IND          PIC X(1).
               88  WS-RI-READ-DONE          VALUE 'Y'.
           05  WS-ITEM-RETURNED-IND         PIC X(1).
               88  WS-ITEM-RETURNED         VALUE 'Y'.
           05  WS-CANCEL-FOUND-IND          PIC X(1).
               88  WS-CANCEL-FOUND          VALUE 'Y'.
           05  WS-RI-COUNT-KEPT-IND         PIC X(1).
               88  WS-RI-COUNT-KEPT         VALUE 'Y'.

      ******************************************************************
      * On a restart, the movements journaled past the checkpoint
      * row: each is an already-posted record of the interval being
      * replayed, used up as the record comes round again.
      ******************************************************************
       01  WS-JRNL-TAIL-TABLE.
           05  WS-TAIL-COUNT                PIC 9(4) COMP VALUE 0.
           05  WS-TAIL-ENTRY OCCURS 1 TO 3000
                   DEPENDING ON WS-TAIL-COUNT.
               10  TL-TXN-ID                PIC X(12).
               10  TL-ACCOUNT-NUMBER        PIC X(12).
               10  TL-TXN-AMOUNT            PIC S9(9)V99 COMP-3.
               10  TL-RECOVERY-IND          PIC X(1).
                   88  TL-RECOVERY          VALUE 'Y'.
               10  TL-USED-IND              PIC X(1).
                   88  TL-USED              VALUE 'Y'.

      ******************************************************************
      * On a restart, the items written to RETITEMS past the
      * checkpoint's row count: each was returned by a record of the
      * interval being replayed and is not returned again.
      ******************************************************************
       01  WS-RETITEMS-TAIL-TABLE.
           05  WS-RI-TAIL-COUNT             PIC 9(4) COMP VALUE 0.
           05  WS-RI-TAIL-ENTRY OCCURS 1 TO 3000
                   DEPENDING ON WS-RI-TAIL-COUNT.
               10  RT-TXN-ID                PIC X(12).
               10  RT-ACCOUNT-NUMBER        PIC X(12).
               10  RT-USED-IND              PIC X(1).
                   88  RT-USED              VALUE 'Y'.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-STOP-DISPLAY-FIELDS.
           05  WS-STOP-SEQ-DISPLAY          PIC 9(4).
           05  WS-STOP-AMOUNT-DISPLAY       PIC -(9)9.99.
           05  WS-STOP-FEE-DISPLAY          PIC -(9)9.99.
           05  WS-STOP-COUNT-DISPLAY        PIC ZZZ,ZZ9.
           05  WS-STOP-TOTAL-DISPLAY        PIC -(11)9.99.
           05  WS-STOP-FEES-DISPLAY         PIC -(11)9.99.

      ******************************************************************
      * Reversal lines held through the main pass, matched against
               10  RB-ORIG-TXN-ID           PIC X(12).
               10  RB-ACCOUNT-NUMBER        PIC X(12).
               10  RB-TXN-AMOUNT            PIC S9(9)V99 COMP-3.
               10  RB-TXN-DATE              PIC 9(8).
               10  RB-MATCHED-IND           PIC X(1).
                   88  RB-MATCHED           VALUE 'Y'.
               10  RB-ALREADY-IND           PIC X(1).
                   88  RB-ALREADY-REVERSED  VALUE 'Y'.
               10  RB-ALREADY-BY-TXN-ID     PIC X(12).
               10  RB-POSTED-IND            PIC X(1).
                   88  RB-POSTED            VALUE 'Y'.

       LINKAGE SECTION.
       01  POSTBAT-TXNS-APPLIED             PIC 9(7) COMP.
       01  POSTBAT-EXCEPTIONS               PIC 9(7) COMP.
       01  POSTBAT-RETURN-CODE              PIC 9(2).
       01  POSTBAT-RESTARTED-IND            PIC X(1).
       01  POSTBAT-RESUMED-AFTER            PIC 9(9) COMP.
       01  POSTBAT-TXNS-SKIPPED             PIC 9(7) COMP.
       01  POSTBAT-TXNS-RETURNED            PIC 9(7) COMP.
       01  POSTBAT-TXNS-REACTIVATED         PIC 9(7) COMP.
       01  POSTBAT-TXNS-HELD                PIC 9(7) COMP.

       PROCEDURE DIVISION USING POSTBAT-TXNS-APPLIED
           POSTBAT-EXCEPTIONS POSTBAT-RETURN-CODE
           POSTBAT-RESTARTED-IND POSTBAT-RESUMED-AFTER
           POSTBAT-TXNS-SKIPPED POSTBAT-TXNS-RETURNED
           POSTBAT-TXNS-REACTIVATED POSTBAT-TXNS-HELD.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-POST-ONE-TXN THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 2950-TAKE-CHECKPOINT THRU 2950-EXIT.
           IF WS-RVSL-COUNT > 0
               PERFORM 3000-MATCH-REVERSALS THRU 3000-EXIT
               PERFORM 4000-APPLY-ONE-REVERSAL THRU 4000-EXIT
      ******************************************************************
      * 1000-INITIALIZE - open the posted split for input, the two
      * masters for update, and the journal and exception report for
      * append, and prime the end-of-file switch.  The night's
      * checkpoint decides whether this is a fresh pass or a
      * restart; a fresh pass counts the live journal's rows and
      * records its starting point before anything posts, so a pass
      * that stops inside its first interval is still a restart.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 0 TO POSTBAT-TXNS-APPLIED.
           MOVE 0 TO POSTBAT-EXCEPTIONS.
           MOVE 0 TO POSTBAT-RETURN-CODE.
           MOVE 'N' TO POSTBAT-RESTARTED-IND.
           MOVE 0 TO POSTBAT-RESUMED-AFTER.
           MOVE 0 TO POSTBAT-TXNS-SKIPPED.
           MOVE 0 TO POSTBAT-TXNS-RETURNED.
           MOVE 0 TO POSTBAT-TXNS-REACTIVATED.
           MOVE 0 TO POSTBAT-TXNS-HELD.
           MOVE 0 TO WS-ITEMS-STOPPED.
           MOVE 0 TO WS-STOPPED-TOTAL.
           MOVE 0 TO WS-FEES-TOTAL.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-SINCE-CKPT.
           MOVE 0 TO WS-SKIP-LEFT.
           MOVE 0 TO WS-RESTART-COUNT.
           MOVE 0 TO WS-PRIOR-SKIPPED.
           MOVE 0 TO WS-TAIL-COUNT.
           MOVE 0 TO WS-RI-TAIL-COUNT.
           MOVE 0 TO WS-RETITEMS-ROWS.
           MOVE SPACES TO WS-FIRST-TXN-ID.
           MOVE SPACES TO WS-LAST-TXN-ID.
           MOVE 'N' TO WS-ALREADY-POSTED-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1500-LOAD-PARAMETERS THRU 1500-EXIT.
           PERFORM 1600-LOAD-CHECKPOINT THRU 1600-EXIT.
           OPEN INPUT TXNPOST-FILE.
           IF NOT WS-TXNPOST-OK
               MOVE 8 TO POSTBAT-RETURN-CODE
           END-IF.
           OPEN I-O ACCTMAST-FILE.
           OPEN I-O CUSTMAST-FILE.
           MOVE 'N' TO WS-CUSTHIST-OPEN-IND.
           OPEN I-O CUSTHIST-FILE.
           IF WS-CUSTHIST-NOT-FOUND
               OPEN OUTPUT CUSTHIST-FILE
               CLOSE CUSTHIST-FILE
               OPEN I-O CUSTHIST-FILE
           END-IF.
           IF WS-CUSTHIST-OK
               MOVE 'Y' TO WS-CUSTHIST-OPEN-IND
           END-IF.
           PERFORM 1700-READ-JOURNAL THRU 1700-EXIT.
           PERFORM 1750-READ-RETURNED-ITEMS THRU 1750-EXIT.
           PERFORM 1800-COMPLETE-LAST-ROW THRU 1800-EXIT.
           OPEN EXTEND POSTJRNL-FILE.
           OPEN EXTEND POSTEXC-FILE.
           MOVE 'N' TO WS-HOLDMAST-OPEN-IND.
           OPEN INPUT HOLDMAST-FILE.
           IF WS-HOLDMAST-OK
               MOVE 'Y' TO WS-HOLDMAST-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-STOPPAY-OPEN-IND.
           OPEN I-O STOPPAY-FILE.
           IF WS-STOPPAY-OK
               MOVE 'Y' TO WS-STOPPAY-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-ACCTTYPE-OPEN-IND.
           OPEN INPUT ACCTTYPE-FILE.
           IF WS-ACCTTYPE-OK
               MOVE 'Y' TO WS-ACCTTYPE-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-TERMDEP-OPEN-IND.
           OPEN I-O TERMDEP-FILE.
           IF WS-TERMDEP-OK
               MOVE 'Y' TO WS-TERMDEP-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-LOANMAST-OPEN-IND.
           OPEN I-O LOANMAST-FILE.
           IF WS-LOANMAST-OK
               MOVE 'Y' TO WS-LOANMAST-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-CHGOFF-OPEN-IND.
           OPEN I-O CHGOFF-FILE.
           IF WS-CHGOFF-OK
               MOVE 'Y' TO WS-CHGOFF-OPEN-IND
           END-IF.
           IF WS-RESTARTING
               OPEN EXTEND RETITEMS-FILE
               OPEN EXTEND STOPRPT-FILE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RETITEMS-FILE.
           OPEN OUTPUT STOPRPT-FILE.
           MOVE SPACES TO STOPRPT-LINE.
           STRING 'STOPPED ITEMS REPORT - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO STOPRPT-LINE.
           WRITE STOPRPT-LINE.
           IF POSTBAT-RETURN-CODE = 8
               GO TO 1000-EXIT
           END-IF.
           SET PK-IN-FLIGHT TO TRUE.
           PERFORM 2960-WRITE-CHECKPOINT THRU 2960-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-PARAMETERS - the POSTCOMMIT keyword off the run-
      * parameter file; a missing file runs the compiled default.
      ******************************************************************
       1500-LOAD-PARAMETERS.
           MOVE 'N' TO WS-PARM-EOF-IND.
           OPEN INPUT NIGHTPRM-FILE.
           IF NOT WS-NIGHTPRM-OK
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-ONE-PARAMETER THRU 1510-EXIT
               UNTIL WS-PARM-LOAD-DONE.
           CLOSE NIGHTPRM-FILE.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-PARAMETER.
           READ NIGHTPRM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-IND
                   GO TO 1510-EXIT
           END-READ.
           IF PRM-KEYWORD = 'POSTCOMMIT  '
               AND PRM-VALUE NUMERIC
               AND PRM-VALUE > 0
               AND PRM-VALUE < 10000000
               MOVE PRM-VALUE TO WS-COMMIT-INTERVAL
           END-IF.
           GO TO 1510-EXIT.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1600-LOAD-CHECKPOINT - a checkpoint still in flight means the
      * last pass stopped part-way: this run is a restart of that
      * night, with its run date, its commit interval and its counts
      * as they stood, and the records already read to skip.  No
      * checkpoint, or a completed one, is a fresh pass.
      ******************************************************************
       1600-LOAD-CHECKPOINT.
           MOVE 'N' TO WS-RESTART-IND.
           OPEN INPUT POSTCKPT-FILE.
           IF WS-POSTCKPT-OK
               READ POSTCKPT-FILE INTO POST-CKPT-RECORD
                   AT END
                       MOVE '10' TO WS-POSTCKPT-STATUS
               END-READ
           END-IF.
           IF WS-POSTCKPT-OK AND PK-IN-FLIGHT
               MOVE 'Y' TO WS-RESTART-IND
           END-IF.
           IF WS-POSTCKPT-STATUS NOT = '35'
               CLOSE POSTCKPT-FILE
           END-IF.
           IF NOT WS-RESTARTING
               GO TO 1600-EXIT
           END-IF.
           MOVE PK-RUN-DATE TO WS-RUN-DATE.
           IF PK-COMMIT-INTERVAL > 0
               MOVE PK-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
           END-IF.
           MOVE PK-RECORDS-READ TO WS-SKIP-LEFT.
           MOVE PK-TXNS-APPLIED TO POSTBAT-TXNS-APPLIED.
           MOVE PK-EXCEPTIONS TO POSTBAT-EXCEPTIONS.
           MOVE PK-ITEMS-STOPPED TO WS-ITEMS-STOPPED.
           MOVE PK-STOPPED-TOTAL TO WS-STOPPED-TOTAL.
           MOVE PK-FEES-TOTAL TO WS-FEES-TOTAL.
           MOVE PK-TXNS-SKIPPED TO WS-PRIOR-SKIPPED.
           MOVE PK-TXNS-RETURNED TO POSTBAT-TXNS-RETURNED.
           MOVE PK-TXNS-REACTIVATED TO POSTBAT-TXNS-REACTIVATED.
           MOVE PK-TXNS-HELD TO POSTBAT-TXNS-HELD.
           COMPUTE WS-RESTART-COUNT = PK-RESTART-COUNT + 1.
           MOVE 'Y' TO POSTBAT-RESTARTED-IND.
           MOVE PK-RECORDS-READ TO POSTBAT-RESUMED-AFTER.
           GO TO 1600-EXIT.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1700-READ-JOURNAL - count the live journal's rows, the base
      * every checkpoint of this pass is measured from.  On a restart
      * the checkpoint's row must be there and must be the movement
      * it names; every row past it goes to the tail table as already
      * posted.  A journal that does not agree with the checkpoint,
      * or a tail too long to hold, stops the restart before anything
      * posts.
      ******************************************************************
       1700-READ-JOURNAL.
           MOVE 0 TO WS-JRNL-ROWS.
           MOVE SPACES TO WS-LAST-JRNL-TXN-ID.
           MOVE SPACES TO WS-CKPT-ROW-TXN-ID.
           MOVE SPACES TO WS-LAST-ROW-IMAGE.
           MOVE 'N' TO WS-TAIL-OVERFLOW-IND.
           MOVE 'N' TO WS-JRNL-READ-DONE-IND.
           OPEN INPUT POSTJRNL-FILE.
           IF WS-POSTJRNL-OK
               PERFORM 1710-READ-ONE-JOURNAL-ROW THRU 1710-EXIT
                   UNTIL WS-JRNL-READ-DONE
           END-IF.
           IF WS-POSTJRNL-STATUS NOT = '35'
               CLOSE POSTJRNL-FILE
           END-IF.
           IF NOT WS-RESTARTING
               GO TO 1700-EXIT
           END-IF.
           IF WS-JRNL-ROWS < PK-JRNL-ROWS
               MOVE 'JOURNAL SHORTER THAN CHECKPOINT' TO
                   WS-EXCEPTION-REASON
               PERFORM 1900-REFUSE-RESTART THRU 1900-EXIT
               GO TO 1700-EXIT
           END-IF.
           IF PK-JRNL-ROWS > 0
               AND WS-CKPT-ROW-TXN-ID NOT = PK-LAST-JRNL-TXN-ID
               MOVE 'JOURNAL ROW DOES NOT MATCH CHECKPOINT' TO
                   WS-EXCEPTION-REASON
               PERFORM 1900-REFUSE-RESTART THRU 1900-EXIT
               GO TO 1700-EXIT
           END-IF.
           IF WS-TAIL-OVERFLOW
               MOVE 'JOURNAL TAIL PAST CHECKPOINT TOO LONG' TO
                   WS-EXCEPTION-REASON
               PERFORM 1900-REFUSE-RESTART THRU 1900-EXIT
               GO TO 1700-EXIT
           END-IF.
           GO TO 1700-EXIT.
       1700-EXIT.
           EXIT.

       1710-READ-ONE-JOURNAL-ROW.
           READ POSTJRNL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-READ-DONE-IND
                   GO TO 1710-EXIT
           END-READ.
           IF NOT WS-POSTJRNL-OK
               MOVE 'Y' TO WS-JRNL-READ-DONE-IND
               GO TO 1710-EXIT
           END-IF.
           ADD 1 TO WS-JRNL-ROWS.
           MOVE POSTJRNL-LINE TO POST-JRNL-RECORD.
           MOVE PJ-TXN-ID TO WS-LAST-JRNL-TXN-ID.
           IF NOT WS-RESTARTING
               GO TO 1710-EXIT
           END-IF.
           IF WS-JRNL-ROWS = PK-JRNL-ROWS
               MOVE PJ-TXN-ID TO WS-CKPT-ROW-TXN-ID
           END-IF.
           IF WS-JRNL-ROWS NOT > PK-JRNL-ROWS
               GO TO 1710-EXIT
           END-IF.
           IF PJ-CANCELLING-ROW
               PERFORM 1720-CANCEL-TAIL-ROW THRU 1720-EXIT
               MOVE POSTJRNL-LINE TO WS-LAST-ROW-IMAGE
               GO TO 1710-EXIT
           END-IF.
           IF WS-TAIL-COUNT = 3000
               MOVE 'Y' TO WS-TAIL-OVERFLOW-IND
               GO TO 1710-EXIT
           END-IF.
           ADD 1 TO WS-TAIL-COUNT.
           MOVE PJ-TXN-ID TO TL-TXN-ID (WS-TAIL-COUNT).
           MOVE PJ-ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER (WS-TAIL-COUNT).
           MOVE PJ-TXN-AMOUNT TO TL-TXN-AMOUNT (WS-TAIL-COUNT).
           MOVE 'N' TO TL-RECOVERY-IND (WS-TAIL-COUNT).
           IF PJ-SOURCE = 'RECOVERY'
               MOVE 'Y' TO TL-RECOVERY-IND (WS-TAIL-COUNT)
           END-IF.
           MOVE 'N' TO TL-USED-IND (WS-TAIL-COUNT).
           MOVE POSTJRNL-LINE TO WS-LAST-ROW-IMAGE.
           GO TO 1710-EXIT.
       1710-EXIT.
           EXIT.

      ******************************************************************
      * 1720-CANCEL-TAIL-ROW - a cancelling row backs out the latest
      * tail row for its TXN-ID and account, whose master rewrite
      * failed: that row is used up here, so the record it belongs
      * to is posted again when it comes round.
      ******************************************************************
       1720-CANCEL-TAIL-ROW.
           MOVE 'N' TO WS-CANCEL-FOUND-IND.
           PERFORM 1725-CHECK-ONE-CANCEL THRU 1725-EXIT
               VARYING WS-TAIL-SUB FROM WS-TAIL-COUNT BY -1
               UNTIL WS-TAIL-SUB < 1
                  OR WS-CANCEL-FOUND.
           GO TO 1720-EXIT.
       1720-EXIT.
           EXIT.

       1725-CHECK-ONE-CANCEL.
           IF TL-USED (WS-TAIL-SUB)
               GO TO 1725-EXIT
           END-IF.
           IF TL-TXN-ID (WS-TAIL-SUB) = PJ-ORIG-TXN-ID
               AND TL-ACCOUNT-NUMBER (WS-TAIL-SUB) = PJ-ACCOUNT-NUMBER
               MOVE 'Y' TO TL-USED-IND (WS-TAIL-SUB)
               MOVE 'Y' TO WS-CANCEL-FOUND-IND
           END-IF.
           GO TO 1725-EXIT.
       1725-EXIT.
           EXIT.

      ******************************************************************
      * 1750-READ-RETURNED-ITEMS - on a restart, the returned-items
      * file must hold at least the checkpoint's row count; every
      * row past it goes to the RETITEMS tail table as already
      * returned.  A checkpoint written before the count was kept
      * carries none and leaves the tail empty.  A file that does
      * not agree with the checkpoint, or a tail too long to hold,
      * stops the restart before anything posts.
      ******************************************************************
       1750-READ-RETURNED-ITEMS.
           IF NOT WS-RESTARTING OR POSTBAT-RETURN-CODE = 8
               GO TO 1750-EXIT
           END-IF.
           MOVE 'Y' TO WS-RI-COUNT-KEPT-IND.
           IF PK-RETITEMS-ROWS NOT NUMERIC
               MOVE 'N' TO WS-RI-COUNT-KEPT-IND
               MOVE 0 TO PK-RETITEMS-ROWS
           END-IF.
           MOVE 'N' TO WS-TAIL-OVERFLOW-IND.
           MOVE 'N' TO WS-RI-READ-DONE-IND.
           OPEN INPUT RETITEMS-FILE.
           IF WS-RETITEMS-OK
               PERFORM 1760-READ-ONE-RETURNED-ITEM THRU 1760-EXIT
                   UNTIL WS-RI-READ-DONE
           END-IF.
           IF WS-RETITEMS-STATUS NOT = '35'
               CLOSE RETITEMS-FILE
           END-IF.
           IF NOT WS-RI-COUNT-KEPT
               GO TO 1750-EXIT
           END-IF.
           IF WS-RETITEMS-ROWS < PK-RETITEMS-ROWS
               MOVE 'RETURNED ITEMS SHORTER THAN CHECKPOINT' TO
                   WS-EXCEPTION-REASON
               PERFORM 1900-REFUSE-RESTART THRU 1900-EXIT
               GO TO 1750-EXIT
           END-IF.
           IF WS-TAIL-OVERFLOW
               MOVE 'RETURNED ITEMS PAST CHECKPOINT TOO LONG' TO
                   WS-EXCEPTION-REASON
               PERFORM 1900-REFUSE-RESTART THRU 1900-EXIT
               GO TO 1750-EXIT
           END-IF.
           GO TO 1750-EXIT.
       1750-EXIT.
           EXIT.

       1760-READ-ONE-RETURNED-ITEM.
           READ RETITEMS-FILE
               AT END
                   MOVE 'Y' TO WS-RI-READ-DONE-IND
                   GO TO 1760-EXIT
           END-READ.
           IF NOT WS-RETITEMS-OK
               MOVE 'Y' TO WS-RI-READ-DONE-IND
               GO TO 1760-EXIT
           END-IF.
           ADD 1 TO WS-RETITEMS-ROWS.
           IF NOT WS-RI-COUNT-KEPT
               GO TO 1760-EXIT
           END-IF.
           IF WS-RETITEMS-ROWS NOT > PK-RETITEMS-ROWS
               GO TO 1760-EXIT
           END-IF.
           IF WS-RI-TAIL-COUNT = 3000
               MOVE 'Y' TO WS-TAIL-OVERFLOW-IND
               GO TO 1760-EXIT
           END-IF.
           ADD 1 TO WS-RI-TAIL-COUNT.
           MOVE RI-TXN-ID TO RT-TXN-ID (WS-RI-TAIL-COUNT).
           MOVE RI-ACCOUNT-NUMBER TO
               RT-ACCOUNT-NUMBER (WS-RI-TAIL-COUNT).
           MOVE 'N' TO RT-USED-IND (WS-RI-TAIL-COUNT).
           GO TO 1760-EXIT.
       1760-EXIT.
           EXIT.

      ******************************************************************
      * 1800-COMPLETE-LAST-ROW - a movement is journaled before its
      * masters are rewritten, so only the last row of the tail can
      * have been caught between the two.  If its account still
      * holds the row's before balance, the account and customer
      * are brought to where the row says they went, and woken if
      * the movement was the customer's own and found them dormant.
      * A cancelling row last means the rewrite failed and was
      * backed out; there is nothing to complete.
      ******************************************************************
       1800-COMPLETE-LAST-ROW.
           IF NOT WS-RESTARTING
               GO TO 1800-EXIT
           END-IF.
           IF WS-TAIL-COUNT = 0 OR POSTBAT-RETURN-CODE = 8
               GO TO 1800-EXIT
           END-IF.
           MOVE WS-LAST-ROW-IMAGE TO POST-JRNL-RECORD.
           IF PJ-SOURCE NOT = 'POSTBAT '
               GO TO 1800-EXIT
           END-IF.
           IF PJ-CANCELLING-ROW
               GO TO 1800-EXIT
           END-IF.
           IF PJ-BEFORE-BALANCE = PJ-AFTER-BALANCE
               GO TO 1800-EXIT
           END-IF.
           MOVE PJ-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 1800-EXIT
           END-READ.
           IF AM-ACCOUNT-BALANCE NOT = PJ-BEFORE-BALANCE
               GO TO 1800-EXIT
           END-IF.
           MOVE PJ-AFTER-BALANCE TO AM-ACCOUNT-BALANCE.
           MOVE 'N' TO WS-ACCT-WOKEN-IND.
           MOVE 'N' TO WS-CUST-WOKEN-IND.
           IF PJ-ORIG-TXN-ID = SPACES
               AND PJ-TXN-ID (1:3) NOT = 'SPF'
               AND PJ-TXN-ID (1:3) NOT = 'EWP'
               AND PJ-TXN-ID (1:3) NOT = 'XWF'
               AND AM-STATUS-DORMANT
               SET AM-STATUS-ACTIVE TO TRUE
               MOVE 'Y' TO WS-ACCT-WOKEN-IND
           END-IF.
           MOVE PJ-TXN-AMOUNT TO WS-COMPLETE-AMOUNT.
           IF PJ-CURRENCY-CODE NOT = SPACES
               MOVE PJ-REPORTING-AMOUNT TO WS-COMPLETE-AMOUNT
               ADD PJ-REPORTING-AMOUNT TO AM-REPORTING-BALANCE
           END-IF.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   GO TO 1800-EXIT
           END-REWRITE.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   GO TO 1800-EXIT
           END-READ.
           ADD WS-COMPLETE-AMOUNT TO CM-TOTAL-BALANCE.
           MOVE PJ-POST-DATE TO WS-COMPLETE-DATE.
           IF PJ-VALUE-DATE > 0
               MOVE PJ-VALUE-DATE TO WS-COMPLETE-DATE
           END-IF.
           IF PJ-ORIG-TXN-ID = SPACES
               AND PJ-TXN-ID (1:3) NOT = 'SPF'
               AND PJ-TXN-ID (1:3) NOT = 'EWP'
               AND PJ-TXN-ID (1:3) NOT = 'XWF'
               AND WS-COMPLETE-DATE > CM-LAST-ACTIVITY-DATE
               MOVE WS-COMPLETE-DATE TO CM-LAST-ACTIVITY-DATE
           END-IF.
           MOVE CM-CUSTOMER-STATUS TO WS-OLD-CUST-STATUS.
           IF WS-ACCT-WOKEN AND CM-DORMANT
               SET CM-ACTIVE TO TRUE
               MOVE 'Y' TO WS-CUST-WOKEN-IND
           END-IF.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ACCT-WOKEN
               PERFORM 2080-WRITE-REACTIVATION THRU 2080-EXIT
           END-IF.
           GO TO 1800-EXIT.
       1800-EXIT.
           EXIT.

      ******************************************************************
      * 1900-REFUSE-RESTART - the checkpoint, the journal and the
      * posted split do not agree.  Nothing more posts and the
      * checkpoint is left as it is for the night to be looked at.
      ******************************************************************
       1900-REFUSE-RESTART.
           MOVE 8 TO POSTBAT-RETURN-CODE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           MOVE 0 TO WS-RVSL-COUNT.
           MOVE 0 TO WS-TAIL-COUNT.
           DISPLAY 'POSTBAT RESTART REFUSED - ' WS-EXCEPTION-REASON.
           GO TO 1900-EXIT.
       1900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-POST-ONE-TXN - read one posted line and apply it to the
      * account and customer masters, journaling the movement.  A
      * line whose account or customer cannot be found is written to
      * the exception report and touches nothing.  A posting to a
      * closed account, or a debit to a charged-off one, goes back
      * to its sender; a debit for a suspended customer is held for
      * review; a posting that finds the account or customer
      * dormant wakes it.  An account rewrite that fails after the
      * journal row is written backs the row out.  A checkpoint is
      * taken before every POSTCOMMIT'th record.  On a restart the
      * records the checkpoint already covers are read past, and a
      * record of the interval being replayed whose movement is on
      * the journal tail is counted and not posted again.
      ******************************************************************
       2000-POST-ONE-TXN.
           IF WS-SINCE-CKPT NOT < WS-COMMIT-INTERVAL
               PERFORM 2950-TAKE-CHECKPOINT THRU 2950-EXIT
           END-IF.
           READ TXNPOST-FILE.
           IF WS-TXNPOST-EOF
               MOVE 'Y' TO WS-EOF-SWITCH
               IF WS-SKIP-LEFT > 0
                   MOVE 'POSTED SPLIT SHORTER THAN CHECKPOINT' TO
                       WS-EXCEPTION-REASON
                   PERFORM 1900-REFUSE-RESTART THRU 1900-EXIT
               END-IF
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-TXNPOST-OK
               GO TO 2000-EXIT
           END-IF.
           MOVE TXNPOST-LINE TO TXNPOST-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF WS-RECORDS-READ = 1
               MOVE TP-TXN-ID TO WS-FIRST-TXN-ID
           END-IF.
           MOVE TP-TXN-ID TO WS-LAST-TXN-ID.
           IF WS-SKIP-LEFT > 0
               PERFORM 2010-SKIP-ONE-DONE-TXN THRU 2010-EXIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-SINCE-CKPT.
           IF TP-IS-REVERSAL
               PERFORM 2050-HOLD-ONE-REVERSAL THRU 2050-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-TAIL-RECOVERED.
           MOVE 'N' TO WS-ALREADY-POSTED-IND.
           IF WS-TAIL-COUNT > 0
               MOVE TP-TXN-ID TO WS-TAIL-TXN-ID
               MOVE TP-ACCOUNT-NUMBER TO WS-TAIL-ACCOUNT
               PERFORM 2020-FIND-POSTED-ROW THRU 2020-EXIT
           END-IF.
           IF WS-ALREADY-POSTED
               ADD 1 TO POSTBAT-TXNS-APPLIED
               ADD 1 TO POSTBAT-TXNS-SKIPPED
               GO TO 2000-EXIT
           END-IF.
           IF WS-TAIL-RECOVERED NOT = 0
               SUBTRACT WS-TAIL-RECOVERED FROM TP-TXN-AMOUNT
               IF TP-TXN-AMOUNT = 0
                   ADD 1 TO POSTBAT-TXNS-APPLIED
                   ADD 1 TO POSTBAT-TXNS-SKIPPED
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           MOVE TP-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
                   GO TO 2000-EXIT
           END-READ.
           IF AM-STATUS-CLOSED
               MOVE 'AC' TO WS-RETURN-REASON
               PERFORM 2060-RETURN-TO-SENDER THRU 2060-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF TP-TXN-AMOUNT < 0 AND AM-STATUS-CHARGED-OFF
               MOVE 'CO' TO WS-RETURN-REASON
               PERFORM 2060-RETURN-TO-SENDER THRU 2060-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF TP-TXN-AMOUNT < 0 AND CM-SUSPENDED
               PERFORM 2070-HOLD-SUSPENDED-DEBIT THRU 2070-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF TP-TXN-AMOUNT > 0 AND AM-STATUS-CHARGED-OFF
               AND WS-TAIL-RECOVERED = 0
               PERFORM 2700-POST-RECOVERY THRU 2700-EXIT
               IF TP-TXN-AMOUNT = 0
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF TP-TXN-AMOUNT < 0
               PERFORM 2300-CHECK-STOP-PAYMENTS THRU 2300-EXIT
               IF WS-STOP-MATCHED
                   PERFORM 2400-RETURN-STOPPED-ITEM THRU 2400-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF TP-TXN-AMOUNT < 0
               PERFORM 2200-SUM-ACTIVE-HOLDS THRU 2200-EXIT
               COMPUTE WS-AVAILABLE-BALANCE =
                   AM-ACCOUNT-BALANCE - WS-HOLD-TOTAL
               IF WS-HOLD-TOTAL > 0
                   AND WS-AVAILABLE-BALANCE + TP-TXN-AMOUNT < 0
                   MOVE 'DEBIT EXCEEDS AVAILABLE - FUNDS HELD' TO
                       WS-EXCEPTION-REASON
                   PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           INITIALIZE POST-JRNL-RECORD.
           MOVE TP-TXN-ID TO PJ-TXN-ID.
           MOVE TP-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'POSTBAT ' TO PJ-SOURCE.
           MOVE TP-TXN-AMOUNT TO PJ-TXN-AMOUNT.
           MOVE TP-TXN-DATE TO PCK-TXN-DATE.
           PERFORM 2900-CHECK-PERIOD THRU 2900-EXIT.
           PERFORM 2800-CONVERT-MOVEMENT THRU 2800-EXIT.
           IF FXC-NO-RATE
               MOVE 'NO EXCHANGE RATE FOR ACCOUNT CURRENCY' TO
                   WS-EXCEPTION-REASON
               PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD TP-TXN-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           PERFORM 2990-WRITE-JOURNAL-ROW THRU 2990-EXIT.
           MOVE 'N' TO WS-ACCT-WOKEN-IND.
           MOVE 'N' TO WS-CUST-WOKEN-IND.
           IF AM-STATUS-DORMANT
               SET AM-STATUS-ACTIVE TO TRUE
               MOVE 'Y' TO WS-ACCT-WOKEN-IND
           END-IF.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF ACCTMAST-FILE FAILED' TO
                       WS-EXCEPTION-REASON
                   PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
                   PERFORM 2995-CANCEL-JOURNAL-ROW THRU 2995-EXIT
                   GO TO 2000-EXIT
           END-REWRITE.
           ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE.
           IF TP-TXN-DATE > CM-LAST-ACTIVITY-DATE
               MOVE TP-TXN-DATE TO CM-LAST-ACTIVITY-DATE
           END-IF.
           MOVE CM-CUSTOMER-STATUS TO WS-OLD-CUST-STATUS.
           IF CM-DORMANT
               SET CM-ACTIVE TO TRUE
               MOVE 'Y' TO WS-CUST-WOKEN-IND
           END-IF.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF CUSTMAST-FILE FAILED' TO
                   PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
                   GO TO 2000-EXIT
           END-REWRITE.
           ADD 1 TO POSTBAT-TXNS-APPLIED.
           IF WS-ACCT-WOKEN OR WS-CUST-WOKEN
               PERFORM 2080-WRITE-REACTIVATION THRU 2080-EXIT
           END-IF.
           IF TP-TXN-AMOUNT < 0
               PERFORM 2500-CHARGE-EARLY-WD-PENALTY THRU 2500-EXIT
               PERFORM 2550-COUNT-SAVINGS-DEBIT THRU 2550-EXIT
           END-IF.
           IF TP-TXN-AMOUNT > 0
               PERFORM 2600-APPLY-LOAN-PAYMENT THRU 2600-EXIT
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-SKIP-ONE-DONE-TXN - a record the checkpoint already
      * covers.  Reversal lines are held again, the reversal phase
      * not having run; everything else was dealt with before the
      * stop.  The first and last records read past must be the
      * ones the checkpoint names, or this is not the same split.
      ******************************************************************
       2010-SKIP-ONE-DONE-TXN.
           IF WS-RECORDS-READ = 1
               AND TP-TXN-ID NOT = PK-FIRST-TXN-ID
               MOVE 'POSTED SPLIT DOES NOT MATCH CHECKPOINT' TO
                   WS-EXCEPTION-REASON
               PERFORM 1900-REFUSE-RESTART THRU 1900-EXIT
               GO TO 2010-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-SKIP-LEFT.
           IF WS-SKIP-LEFT = 0
               AND TP-TXN-ID NOT = PK-LAST-TXN-ID
               MOVE 'POSTED SPLIT DOES NOT MATCH CHECKPOINT' TO
                   WS-EXCEPTION-REASON
               PERFORM 1900-REFUSE-RESTART THRU 1900-EXIT
               GO TO 2010-EXIT
           END-IF.
           IF TP-IS-REVERSAL
               PERFORM 2050-HOLD-ONE-REVERSAL THRU 2050-EXIT
           END-IF.
           GO TO 2010-EXIT.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2020-FIND-POSTED-ROW - look for WS-TAIL-TXN-ID on account
      * WS-TAIL-ACCOUNT among the tail rows not yet used up.  A
      * movement row sets WS-ALREADY-POSTED; a RECOVERY row is
      * totalled in WS-TAIL-RECOVERED, the part of a credit already
      * booked against the charge-off.
      ******************************************************************
       2020-FIND-POSTED-ROW.
           PERFORM 2025-CHECK-ONE-TAIL-ROW THRU 2025-EXIT
               VARYING WS-TAIL-SUB FROM 1 BY 1
               UNTIL WS-TAIL-SUB > WS-TAIL-COUNT
                  OR WS-ALREADY-POSTED.
           GO TO 2020-EXIT.
       2020-EXIT.
           EXIT.

       2025-CHECK-ONE-TAIL-ROW.
           IF TL-USED (WS-TAIL-SUB)
               GO TO 2025-EXIT
           END-IF.
           IF TL-TXN-ID (WS-TAIL-SUB) NOT = WS-TAIL-TXN-ID
               OR TL-ACCOUNT-NUMBER (WS-TAIL-SUB) NOT = WS-TAIL-ACCOUNT
               GO TO 2025-EXIT
           END-IF.
           MOVE 'Y' TO TL-USED-IND (WS-TAIL-SUB).
           MOVE TL-TXN-AMOUNT (WS-TAIL-SUB) TO WS-TAIL-AMOUNT.
           IF TL-RECOVERY (WS-TAIL-SUB)
               ADD TL-TXN-AMOUNT (WS-TAIL-SUB) TO WS-TAIL-RECOVERED
               GO TO 2025-EXIT
           END-IF.
           MOVE 'Y' TO WS-ALREADY-POSTED-IND.
           GO TO 2025-EXIT.
       2025-EXIT.
           EXIT.

      ******************************************************************
      * 2030-FIND-POSTED-STOP - a stopped item of the interval being
      * replayed that was already returned had its stop-payment fee
      * charged if the fee is on the journal tail; the fee goes
      * back on the fee total and is not charged again.
      ******************************************************************
       2030-FIND-POSTED-STOP.
           MOVE 'N' TO WS-ALREADY-POSTED-IND.
           MOVE SPACES TO WS-TAIL-TXN-ID.
           STRING 'SPF' WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-TAIL-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO WS-TAIL-ACCOUNT.
           PERFORM 2020-FIND-POSTED-ROW THRU 2020-EXIT.
           IF NOT WS-ALREADY-POSTED
               GO TO 2030-EXIT
           END-IF.
           COMPUTE WS-STOP-FEE = WS-TAIL-AMOUNT * -1.
           ADD WS-STOP-FEE TO WS-FEES-TOTAL.
           GO TO 2030-EXIT.
       2030-EXIT.
           EXIT.

      ******************************************************************
      * 2040-FIND-RETURNED-ITEM - look for the record's TXN-ID on
      * its account among the RETITEMS tail rows not yet used up.
      * One found was returned before the stop and is not written
      * again.
      ******************************************************************
       2040-FIND-RETURNED-ITEM.
           MOVE 'N' TO WS-ITEM-RETURNED-IND.
           PERFORM 2045-CHECK-ONE-RETURNED-ROW THRU 2045-EXIT
               VARYING WS-TAIL-SUB FROM 1 BY 1
               UNTIL WS-TAIL-SUB > WS-RI-TAIL-COUNT
                  OR WS-ITEM-RETURNED.
           GO TO 2040-EXIT.
       2040-EXIT.
           EXIT.

       2045-CHECK-ONE-RETURNED-ROW.
           IF RT-USED (WS-TAIL-SUB)
               GO TO 2045-EXIT
           END-IF.
           IF RT-TXN-ID (WS-TAIL-SUB) = TP-TXN-ID
               AND RT-ACCOUNT-NUMBER (WS-TAIL-SUB) = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO RT-USED-IND (WS-TAIL-SUB)
               MOVE 'Y' TO WS-ITEM-RETURNED-IND
           END-IF.
           GO TO 2045-EXIT.
       2045-EXIT.
           EXIT.

      ******************************************************************
      * 2050-HOLD-ONE-REVERSAL - park one reversal line for the
      * journal match; a money-moving line past the table's capacity
           MOVE TP-ACCOUNT-NUMBER TO
               RB-ACCOUNT-NUMBER (WS-RVSL-COUNT).
           MOVE TP-TXN-AMOUNT TO RB-TXN-AMOUNT (WS-RVSL-COUNT).
           MOVE TP-TXN-DATE TO RB-TXN-DATE (WS-RVSL-COUNT).
           MOVE 'N' TO RB-MATCHED-IND (WS-RVSL-COUNT).
           MOVE 'N' TO RB-ALREADY-IND (WS-RVSL-COUNT).
           MOVE SPACES TO RB-ALREADY-BY-TXN-ID (WS-RVSL-COUNT).
           MOVE 'N' TO RB-POSTED-IND (WS-RVSL-COUNT).
           GO TO 2050-EXIT.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2060-RETURN-TO-SENDER - the account was closed, its balance
      * already settled by the closeout (reason AC), or written off
      * and taking no more debits (reason CO, set by the caller in
      * WS-RETURN-REASON); the posting goes back out on the
      * returned-items file with the side it would have posted to,
      * and touches nothing.  On a restart an item already returned
      * before the stop is counted again but not written twice.
      ******************************************************************
       2060-RETURN-TO-SENDER.
           ADD 1 TO POSTBAT-TXNS-RETURNED.
           IF WS-RI-TAIL-COUNT > 0
               PERFORM 2040-FIND-RETURNED-ITEM THRU 2040-EXIT
               IF WS-ITEM-RETURNED
                   ADD 1 TO POSTBAT-TXNS-SKIPPED
                   GO TO 2060-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO RETITEMS-LINE.
           MOVE AM-ACCOUNT-NUMBER TO RI-ACCOUNT-NUMBER.
           MOVE TP-TXN-ID TO RI-TXN-ID.
           MOVE TP-TXN-DATE TO RI-TXN-DATE.
           SET RI-CREDIT-ITEM TO TRUE.
           MOVE TP-TXN-AMOUNT TO RI-AMOUNT.
           IF TP-TXN-AMOUNT < 0
               SET RI-DEBIT-ITEM TO TRUE
               COMPUTE RI-AMOUNT = TP-TXN-AMOUNT * -1
           END-IF.
           MOVE WS-RETURN-REASON TO RI-RETURN-REASON.
           MOVE 0 TO RI-STOP-SEQ.
           MOVE WS-RUN-DATE TO RI-RETURN-DATE.
           WRITE RETITEMS-LINE.
           ADD 1 TO WS-RETITEMS-ROWS.
           GO TO 2060-EXIT.
       2060-EXIT.
           EXIT.

      ******************************************************************
      * 2070-HOLD-SUSPENDED-DEBIT - the customer is suspended; the
      * debit is not posted but listed on the exception report for
      * review.  Credits to a suspended customer post as usual.
      ******************************************************************
       2070-HOLD-SUSPENDED-DEBIT.
           ADD 1 TO POSTBAT-TXNS-HELD.
           MOVE SPACES TO POSTEXC-LINE.
           STRING 'TXN ' TP-TXN-ID ' ACCOUNT ' TP-ACCOUNT-NUMBER
               ' HELD FOR REVIEW - CUSTOMER SUSPENDED'
               DELIMITED BY SIZE INTO POSTEXC-LINE.
           WRITE POSTEXC-LINE.
           GO TO 2070-EXIT.
       2070-EXIT.
           EXIT.

      ******************************************************************
      * 2080-WRITE-REACTIVATION - the customer's own activity woke a
      * dormant account or customer.  The account row names the
      * account in the old value, as the closing row does; the
      * customer row carries the status before and after.
      ******************************************************************
       2080-WRITE-REACTIVATION.
           ADD 1 TO POSTBAT-TXNS-REACTIVATED.
           IF NOT WS-CUSTHIST-OPEN
               GO TO 2080-EXIT
           END-IF.
           IF WS-ACCT-WOKEN
               INITIALIZE CUSTHIST-RECORD
               MOVE AM-CUSTOMER-ID TO CH-CUSTOMER-ID
               MOVE WS-RUN-DATE TO CH-EFFECTIVE-DATE
               MOVE 1 TO CH-HIST-SEQ
               SET CH-STATUS-CHANGE TO TRUE
               MOVE AM-ACCOUNT-NUMBER TO CH-OLD-VALUE
               MOVE 'ACCT REACTIVATED' TO CH-NEW-VALUE
               MOVE 'N' TO WS-HIST-WRITTEN-IND
               PERFORM 2085-TRY-ONE-HISTORY-WRITE THRU 2085-EXIT
                   UNTIL WS-HIST-WRITTEN
                       OR CH-HIST-SEQ > 999
           END-IF.
           IF WS-CUST-WOKEN
               INITIALIZE CUSTHIST-RECORD
               MOVE AM-CUSTOMER-ID TO CH-CUSTOMER-ID
               MOVE WS-RUN-DATE TO CH-EFFECTIVE-DATE
               MOVE 1 TO CH-HIST-SEQ
               SET CH-STATUS-CHANGE TO TRUE
               MOVE WS-OLD-CUST-STATUS TO CH-OLD-VALUE
               MOVE CM-CUSTOMER-STATUS TO CH-NEW-VALUE
               MOVE 'N' TO WS-HIST-WRITTEN-IND
               PERFORM 2085-TRY-ONE-HISTORY-WRITE THRU 2085-EXIT
                   UNTIL WS-HIST-WRITTEN
                       OR CH-HIST-SEQ > 999
           END-IF.
           GO TO 2080-EXIT.
       2080-EXIT.
           EXIT.

       2085-TRY-ONE-HISTORY-WRITE.
           WRITE CUSTHIST-RECORD
               INVALID KEY
                   ADD 1 TO CH-HIST-SEQ
               NOT INVALID KEY
                   SET WS-HIST-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2085-EXIT.
       2085-EXIT.
           EXIT.

      ******************************************************************
      * 2100-WRITE-EXCEPTION - report one posted line that could not
      * be applied, with the check that failed.
      ******************************************************************
       2100-WRITE-EXCEPTION.
           ADD 1 TO POSTBAT-EXCEPTIONS.
           MOVE SPACES TO POSTEXC-LINE.
           STRING 'TXN ' TP-TXN-ID ' ACCOUNT ' TP-ACCOUNT-NUMBER
               ' NOT POSTED - ' WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO POSTEXC-LINE.
           WRITE POSTEXC-LINE.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-WRITE-POSTED-EXCEPTION - report one line that did post
      * but whose follow-on bookkeeping could not be completed.
      ******************************************************************
       2110-WRITE-POSTED-EXCEPTION.
           ADD 1 TO POSTBAT-EXCEPTIONS.
           MOVE SPACES TO POSTEXC-LINE.
           STRING 'TXN ' TP-TXN-ID ' ACCOUNT ' TP-ACCOUNT-NUMBER
               ' POSTED - ' WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO POSTEXC-LINE.
           WRITE POSTEXC-LINE.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SUM-ACTIVE-HOLDS - the account's holds still in force
      * tonight: active, and either held until released or not yet
      * past expiry.  No hold master means nothing is held.
      ******************************************************************
       2200-SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF NOT WS-HOLDMAST-OPEN
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-HOLD-SCAN-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-HOLD-SEQ.
           START HOLDMAST-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
           END-START.
           PERFORM 2210-SUM-ONE-HOLD THRU 2210-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2210-SUM-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
                   GO TO 2210-EXIT
           END-READ.
           IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-HOLD-SCAN-DONE-IND
               GO TO 2210-EXIT
           END-IF.
           IF HD-STAT-ACTIVE
               AND (HD-EXPIRY-DATE = 0
                    OR HD-EXPIRY-DATE NOT < WS-RUN-DATE)
               ADD HD-HOLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
           GO TO 2210-EXIT.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHECK-STOP-PAYMENTS - the account's stops in force
      * tonight, first match wins: active and not past expiry, the
      * debit's amount the stop's exact amount or inside its range,
      * and the item's TXN-ID the stop's reference when one was
      * keyed.  The stop that catches the item records the match.
      * No stop master means nothing is stopped.
      ******************************************************************
       2300-CHECK-STOP-PAYMENTS.
           MOVE 'N' TO WS-STOP-MATCHED-IND.
           IF NOT WS-STOPPAY-OPEN
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-DEBIT-AMOUNT = TP-TXN-AMOUNT * -1.
           MOVE 'N' TO WS-STOP-SCAN-DONE-IND.
           MOVE AM-ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER.
           MOVE 0 TO SP-STOP-SEQ.
           START STOPPAY-FILE KEY IS NOT LESS THAN SP-STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STOP-SCAN-DONE-IND
           END-START.
           PERFORM 2310-CHECK-ONE-STOP THRU 2310-EXIT
               UNTIL WS-STOP-SCAN-DONE.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-STOP.
           READ STOPPAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STOP-SCAN-DONE-IND
                   GO TO 2310-EXIT
           END-READ.
           IF SP-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-STOP-SCAN-DONE-IND
               GO TO 2310-EXIT
           END-IF.
           IF NOT SP-STAT-ACTIVE
               GO TO 2310-EXIT
           END-IF.
           IF SP-EXPIRY-DATE NOT = 0
               AND SP-EXPIRY-DATE < WS-RUN-DATE
               GO TO 2310-EXIT
           END-IF.
           IF WS-DEBIT-AMOUNT < SP-AMOUNT-LOW
               OR WS-DEBIT-AMOUNT > SP-AMOUNT-HIGH
               GO TO 2310-EXIT
           END-IF.
           IF SP-REFERENCE NOT = SPACES
               AND SP-REFERENCE NOT = TP-TXN-ID
               GO TO 2310-EXIT
           END-IF.
           MOVE 'Y' TO WS-STOP-MATCHED-IND.
           MOVE 'Y' TO WS-STOP-SCAN-DONE-IND.
           ADD 1 TO SP-MATCH-COUNT.
           MOVE WS-RUN-DATE TO SP-LAST-MATCH-DATE.
           MOVE TP-TXN-ID TO SP-LAST-MATCH-TXN-ID.
           REWRITE STOP-PAY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           GO TO 2310-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-RETURN-STOPPED-ITEM - the stopped debit goes back out on
      * the returned-items file and onto the stopped-items report
      * instead of posting, and the stop-payment fee for the
      * account's type is charged and journaled.  On a restart an
      * item already on the returned-items file goes back on the
      * stopped totals without being returned or reported again,
      * and its fee is charged only if it is not on the journal
      * tail.
      ******************************************************************
       2400-RETURN-STOPPED-ITEM.
           MOVE 'N' TO WS-ITEM-RETURNED-IND.
           IF WS-RI-TAIL-COUNT > 0
               PERFORM 2040-FIND-RETURNED-ITEM THRU 2040-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS-STOPPED.
           ADD WS-DEBIT-AMOUNT TO WS-STOPPED-TOTAL.
           IF NOT WS-ITEM-RETURNED
               GO TO 2410-WRITE-RETURNED-ITEM
           END-IF.
           ADD 1 TO POSTBAT-TXNS-SKIPPED.
           MOVE 0 TO WS-STOP-FEE.
           MOVE 'N' TO WS-ALREADY-POSTED-IND.
           IF WS-TAIL-COUNT > 0
               PERFORM 2030-FIND-POSTED-STOP THRU 2030-EXIT
           END-IF.
           IF NOT WS-ALREADY-POSTED
               PERFORM 2450-CHARGE-STOP-FEE THRU 2450-EXIT
           END-IF.
           GO TO 2400-EXIT.
       2410-WRITE-RETURNED-ITEM.
           MOVE SPACES TO RETITEMS-LINE.
           MOVE AM-ACCOUNT-NUMBER TO RI-ACCOUNT-NUMBER.
           MOVE TP-TXN-ID TO RI-TXN-ID.
           MOVE TP-TXN-DATE TO RI-TXN-DATE.
           MOVE WS-DEBIT-AMOUNT TO RI-AMOUNT.
           SET RI-RETURN-STOP-PAYMENT TO TRUE.
           SET RI-DEBIT-ITEM TO TRUE.
           MOVE SP-STOP-SEQ TO RI-STOP-SEQ.
           MOVE WS-RUN-DATE TO RI-RETURN-DATE.
           WRITE RETITEMS-LINE.
           ADD 1 TO WS-RETITEMS-ROWS.
           PERFORM 2450-CHARGE-STOP-FEE THRU 2450-EXIT.
           MOVE SP-STOP-SEQ TO WS-STOP-SEQ-DISPLAY.
           MOVE WS-DEBIT-AMOUNT TO WS-STOP-AMOUNT-DISPLAY.
           MOVE WS-STOP-FEE TO WS-STOP-FEE-DISPLAY.
           MOVE SPACES TO STOPRPT-LINE.
           STRING 'ACCOUNT ' AM-ACCOUNT-NUMBER
               ' TXN ' TP-TXN-ID
               ' AMOUNT ' WS-STOP-AMOUNT-DISPLAY
               ' STOP ' WS-STOP-SEQ-DISPLAY
               ' FEE ' WS-STOP-FEE-DISPLAY
               ' RETURNED'
               DELIMITED BY SIZE INTO STOPRPT-LINE.
           WRITE STOPRPT-LINE.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

       2450-CHARGE-STOP-FEE.
           MOVE 0 TO WS-STOP-FEE.
           IF NOT WS-ACCTTYPE-OPEN
               GO TO 2450-EXIT
           END-IF.
           MOVE AM-ACCOUNT-TYPE TO ATR-TYPE-CODE.
           READ ACCTTYPE-FILE
               INVALID KEY
                   GO TO 2450-EXIT
           END-READ.
           IF ATR-STOP-PAY-FEE NOT NUMERIC
               GO TO 2450-EXIT
           END-IF.
           IF ATR-STOP-PAY-FEE = 0
               GO TO 2450-EXIT
           END-IF.
           MOVE ATR-STOP-PAY-FEE TO WS-STOP-FEE.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'SPF' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'POSTBAT ' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-STOP-FEE * -1.
           PERFORM 2800-CONVERT-MOVEMENT THRU 2800-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-STOP-FEE FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           PERFORM 2990-WRITE-JOURNAL-ROW THRU 2990-EXIT.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   MOVE 0 TO WS-STOP-FEE
                   ADD 1 TO POSTBAT-EXCEPTIONS
                   PERFORM 2995-CANCEL-JOURNAL-ROW THRU 2995-EXIT
                   GO TO 2450-EXIT
           END-REWRITE.
           ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           ADD WS-STOP-FEE TO WS-FEES-TOTAL.
           GO TO 2450-EXIT.
       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CHARGE-EARLY-WD-PENALTY - a debit just posted to a term
      * deposit still inside its term costs the account type's
      * ATR-EARLY-WD-DAYS of interest on the amount withdrawn, at
      * the rate locked for the term.  Charged through the journal
      * (EWP + run date) and totalled on the TERMDEP record.  No
      * term on file, a term already ended, or a type with no
      * penalty schedule charges nothing.
      ******************************************************************
       2500-CHARGE-EARLY-WD-PENALTY.
           MOVE 0 TO WS-PENALTY-AMOUNT.
           IF NOT WS-TERMDEP-OPEN OR NOT WS-ACCTTYPE-OPEN
               GO TO 2500-EXIT
           END-IF.
           MOVE AM-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
           READ TERMDEP-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF NOT TD-TERM-OPEN
               GO TO 2500-EXIT
           END-IF.
           IF WS-RUN-DATE NOT < TD-MATURITY-DATE
               GO TO 2500-EXIT
           END-IF.
           MOVE AM-ACCOUNT-TYPE TO ATR-TYPE-CODE.
           READ ACCTTYPE-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF ATR-EARLY-WD-DAYS NOT NUMERIC
               GO TO 2500-EXIT
           END-IF.
           IF ATR-EARLY-WD-DAYS = 0
               GO TO 2500-EXIT
           END-IF.
           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
               (TP-TXN-AMOUNT * -1) * TD-LOCKED-RATE / 100
               * ATR-EARLY-WD-DAYS / 365.
           IF WS-PENALTY-AMOUNT NOT > 0
               GO TO 2500-EXIT
           END-IF.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'EWP' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'POSTBAT ' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-PENALTY-AMOUNT * -1.
           PERFORM 2800-CONVERT-MOVEMENT THRU 2800-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-PENALTY-AMOUNT FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           PERFORM 2990-WRITE-JOURNAL-ROW THRU 2990-EXIT.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   ADD 1 TO POSTBAT-EXCEPTIONS
                   PERFORM 2995-CANCEL-JOURNAL-ROW THRU 2995-EXIT
                   GO TO 2500-EXIT
           END-REWRITE.
           ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           ADD WS-PENALTY-AMOUNT TO TD-PENALTY-TOTAL.
           MOVE WS-RUN-DATE TO TD-LAST-PENALTY-DATE.
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2550-COUNT-SAVINGS-DEBIT - a customer-initiated debit just
      * posted, counted by WDLIMIT against the monthly debit limit
      * of the account's type.  Only the posted split's own debits
      * reach here: interest and fees post under their own
      * PJ-SOURCE or under POSTBAT's fee TXN-IDs, and reversals
      * through the reversal phase, so none of them is counted.
      * A debit past the limit is charged the type's excess-item
      * fee.  A debit WDCOUNT could not count has still posted and
      * goes on the exception report as such.
      ******************************************************************
       2550-COUNT-SAVINGS-DEBIT.
           SET WLP-FUNC-COUNT TO TRUE.
           MOVE AM-ACCOUNT-NUMBER TO WLP-ACCOUNT-NUMBER.
           MOVE AM-ACCOUNT-TYPE TO WLP-ACCOUNT-TYPE.
           MOVE WS-RUN-DATE TO WLP-RUN-DATE.
           CALL "WDLIMIT" USING WDLIMIT-PARM.
           IF WLP-COUNT-FILE-ERROR
               MOVE 'NOT COUNTED ON WDCOUNT-FILE' TO
                   WS-EXCEPTION-REASON
               PERFORM 2110-WRITE-POSTED-EXCEPTION THRU 2110-EXIT
               GO TO 2550-EXIT
           END-IF.
           IF WLP-OVER-LIMIT AND WLP-EXCESS-FEE > 0
               PERFORM 2560-CHARGE-EXCESS-FEE THRU 2560-EXIT
           END-IF.
           GO TO 2550-EXIT.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2560-CHARGE-EXCESS-FEE - the excess-item fee WDLIMIT set for
      * one debit past the month's limit, charged through the
      * journal (XWF + run date) and then totalled for the month on
      * WDCOUNT.
      ******************************************************************
       2560-CHARGE-EXCESS-FEE.
           MOVE WLP-EXCESS-FEE TO WS-EXCESS-FEE.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'XWF' WS-RUN-DATE DELIMITED BY SIZE
               INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'POSTBAT ' TO PJ-SOURCE.
           COMPUTE PJ-TXN-AMOUNT = WS-EXCESS-FEE * -1.
           PERFORM 2800-CONVERT-MOVEMENT THRU 2800-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           SUBTRACT WS-EXCESS-FEE FROM AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           PERFORM 2990-WRITE-JOURNAL-ROW THRU 2990-EXIT.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   ADD 1 TO POSTBAT-EXCEPTIONS
                   PERFORM 2995-CANCEL-JOURNAL-ROW THRU 2995-EXIT
                   GO TO 2560-EXIT
           END-REWRITE.
           ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           SET WLP-FUNC-FEE-CHARGED TO TRUE.
           MOVE WS-EXCESS-FEE TO WLP-EXCESS-FEE.
           CALL "WDLIMIT" USING WDLIMIT-PARM.
           IF WLP-COUNT-FILE-ERROR
               MOVE 'FEE NOT TOTALLED ON WDCOUNT' TO
                   WS-EXCEPTION-REASON
               PERFORM 2110-WRITE-POSTED-EXCEPTION THRU 2110-EXIT
           END-IF.
           GO TO 2560-EXIT.
       2560-EXIT.
           EXIT.

      ******************************************************************
      * 2600-APPLY-LOAN-PAYMENT - a credit just posted to an active
      * installment loan.  The ledger already shows the whole
      * payment; here it is split on LOANMAST: interest due is
      * cleared first, then principal due, and what is left comes
      * off the principal not yet billed as a prepayment.  Anything
      * beyond the whole payoff stays on the account as a credit.
      * Interest and principal due paid count toward the bills, so
      * once the bills are covered the loan is current again.
      ******************************************************************
       2600-APPLY-LOAN-PAYMENT.
           IF NOT WS-LOANMAST-OPEN
               GO TO 2600-EXIT
           END-IF.
           MOVE TP-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER.
           READ LOANMAST-FILE
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ.
           IF NOT LN-STAT-ACTIVE
               GO TO 2600-EXIT
           END-IF.
           MOVE TP-TXN-AMOUNT TO WS-PAYMENT-LEFT.
           MOVE WS-PAYMENT-LEFT TO WS-PAYMENT-PART.
           IF WS-PAYMENT-PART > LN-INTEREST-DUE
               MOVE LN-INTEREST-DUE TO WS-PAYMENT-PART
           END-IF.
           SUBTRACT WS-PAYMENT-PART FROM LN-INTEREST-DUE.
           ADD WS-PAYMENT-PART TO LN-TOTAL-PAID.
           SUBTRACT WS-PAYMENT-PART FROM WS-PAYMENT-LEFT.
           MOVE WS-PAYMENT-LEFT TO WS-PAYMENT-PART.
           IF WS-PAYMENT-PART > LN-PRINCIPAL-DUE
               MOVE LN-PRINCIPAL-DUE TO WS-PAYMENT-PART
           END-IF.
           SUBTRACT WS-PAYMENT-PART FROM LN-PRINCIPAL-DUE.
           SUBTRACT WS-PAYMENT-PART FROM LN-PRINCIPAL-BALANCE.
           ADD WS-PAYMENT-PART TO LN-TOTAL-PAID.
           SUBTRACT WS-PAYMENT-PART FROM WS-PAYMENT-LEFT.
           COMPUTE WS-PAYMENT-PART =
               LN-PRINCIPAL-BALANCE - LN-PRINCIPAL-DUE.
           IF WS-PAYMENT-PART > WS-PAYMENT-LEFT
               MOVE WS-PAYMENT-LEFT TO WS-PAYMENT-PART
           END-IF.
           IF WS-PAYMENT-PART > 0
               SUBTRACT WS-PAYMENT-PART FROM LN-PRINCIPAL-BALANCE
               ADD WS-PAYMENT-PART TO LN-PREPAID-TOTAL
           END-IF.
           MOVE WS-RUN-DATE TO LN-LAST-PAYMENT-DATE.
           MOVE TP-TXN-AMOUNT TO LN-LAST-PAYMENT-AMOUNT.
           COMPUTE LN-CURRENT-DUE-AMOUNT =
               LN-INTEREST-DUE + LN-PRINCIPAL-DUE.
           IF LN-TOTAL-PAID NOT < LN-TOTAL-BILLED
               MOVE 0 TO LN-OLDEST-UNPAID-DATE
               MOVE 0 TO LN-PAST-DUE-AMOUNT
               MOVE 0 TO LN-DAYS-PAST-DUE
           END-IF.
           IF LN-PRINCIPAL-BALANCE = 0 AND LN-INTEREST-DUE = 0
               SET LN-STAT-PAID-OFF TO TRUE
               MOVE WS-RUN-DATE TO LN-PAID-OFF-DATE
           END-IF.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF LOANMAST-FILE FAILED' TO
                       WS-EXCEPTION-REASON
                   PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
           END-REWRITE.
           GO TO 2600-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-POST-RECOVERY - money arriving on a charged-off account
      * is a recovery of the amount written off, not a deposit.  Up
      * to what is still out on the CHGOFF record is journaled under
      * source RECOVERY with the balance unchanged (before = after)
      * and counted on the record; TP-TXN-AMOUNT is left holding
      * the excess, if any, which the caller posts as usual.  No
      * charge-off record, or nothing left out, posts the whole
      * credit as usual.
      ******************************************************************
       2700-POST-RECOVERY.
           IF NOT WS-CHGOFF-OPEN
               GO TO 2700-EXIT
           END-IF.
           MOVE AM-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER.
           READ CHGOFF-FILE
               INVALID KEY
                   GO TO 2700-EXIT
           END-READ.
           COMPUTE WS-RECOVERY-AMOUNT =
               CO-CHARGED-OFF-AMOUNT - CO-RECOVERED-TO-DATE.
           IF WS-RECOVERY-AMOUNT NOT > 0
               GO TO 2700-EXIT
           END-IF.
           IF WS-RECOVERY-AMOUNT > TP-TXN-AMOUNT
               MOVE TP-TXN-AMOUNT TO WS-RECOVERY-AMOUNT
           END-IF.
           ADD WS-RECOVERY-AMOUNT TO CO-RECOVERED-TO-DATE.
           MOVE WS-RUN-DATE TO CO-LAST-RECOVERY-DATE.
           ADD 1 TO CO-RECOVERY-COUNT.
           REWRITE CHARGE-OFF-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF CHGOFF-FILE FAILED' TO
                       WS-EXCEPTION-REASON
                   PERFORM 2100-WRITE-EXCEPTION THRU 2100-EXIT
                   MOVE 0 TO TP-TXN-AMOUNT
                   GO TO 2700-EXIT
           END-REWRITE.
           INITIALIZE POST-JRNL-RECORD.
           MOVE TP-TXN-ID TO PJ-TXN-ID.
           MOVE TP-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'RECOVERY' TO PJ-SOURCE.
           MOVE WS-RECOVERY-AMOUNT TO PJ-TXN-AMOUNT.
           MOVE TP-TXN-DATE TO PCK-TXN-DATE.
           PERFORM 2900-CHECK-PERIOD THRU 2900-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           IF NOT AM-REPORTING-CURRENCY
               MOVE AM-CURRENCY-CODE TO FXC-CURRENCY-CODE
               MOVE WS-RECOVERY-AMOUNT TO FXC-AMOUNT
               CALL "FXCONV" USING FXCONV-PARM
               MOVE AM-CURRENCY-CODE TO PJ-CURRENCY-CODE
               MOVE FXC-REPORTING-AMOUNT TO PJ-REPORTING-AMOUNT
           END-IF.
           PERFORM 2990-WRITE-JOURNAL-ROW THRU 2990-EXIT.
           SUBTRACT WS-RECOVERY-AMOUNT FROM TP-TXN-AMOUNT.
           IF TP-TXN-AMOUNT = 0
               ADD 1 TO POSTBAT-TXNS-APPLIED
           END-IF.
           GO TO 2700-EXIT.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-CONVERT-MOVEMENT - the journal row being built, in the
      * account's currency, converted to the reporting currency.
      * A foreign-currency row carries the currency and the
      * converted amount, and the amount is added to the account's
      * book value; the caller books FXC-REPORTING-AMOUNT to the
      * customer total.
      ******************************************************************
       2800-CONVERT-MOVEMENT.
           MOVE AM-CURRENCY-CODE TO FXC-CURRENCY-CODE.
           MOVE PJ-TXN-AMOUNT TO FXC-AMOUNT.
           CALL "FXCONV" USING FXCONV-PARM.
           IF AM-REPORTING-CURRENCY OR FXC-NO-RATE
               GO TO 2800-EXIT
           END-IF.
           MOVE AM-CURRENCY-CODE TO PJ-CURRENCY-CODE.
           MOVE FXC-REPORTING-AMOUNT TO PJ-REPORTING-AMOUNT.
           ADD FXC-REPORTING-AMOUNT TO AM-REPORTING-BALANCE.
           GO TO 2800-EXIT.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-CHECK-PERIOD - the journal row being built, against the
      * accounting period of the movement's own date (PCK-TXN-DATE).
      * A date other than tonight is kept on the row; one in a
      * closed month flags the row as a prior-period adjustment.
      * The row posts under tonight's date either way.
      ******************************************************************
       2900-CHECK-PERIOD.
           IF PCK-TXN-DATE NOT NUMERIC
               GO TO 2900-EXIT
           END-IF.
           IF PCK-TXN-DATE NOT = WS-RUN-DATE
               MOVE PCK-TXN-DATE TO PJ-VALUE-DATE
           END-IF.
           CALL "PERCHK" USING PERCHK-PARM.
           IF PCK-PRIOR-PERIOD
               SET PJ-PRIOR-PERIOD-ADJ TO TRUE
           END-IF.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-TAKE-CHECKPOINT - flush the journal and the reports by
      * closing and reopening them, then record the restart point.
      * Taken every POSTCOMMIT records and once more when the main
      * pass ends.  Past this point the tail of any earlier stop is
      * all behind the checkpoint and is no longer needed.
      ******************************************************************
       2950-TAKE-CHECKPOINT.
           IF POSTBAT-RETURN-CODE = 8
               GO TO 2950-EXIT
           END-IF.
           CLOSE POSTJRNL-FILE.
           OPEN EXTEND POSTJRNL-FILE.
           CLOSE POSTEXC-FILE.
           OPEN EXTEND POSTEXC-FILE.
           CLOSE RETITEMS-FILE.
           OPEN EXTEND RETITEMS-FILE.
           CLOSE STOPRPT-FILE.
           OPEN EXTEND STOPRPT-FILE.
           SET PK-IN-FLIGHT TO TRUE.
           PERFORM 2960-WRITE-CHECKPOINT THRU 2960-EXIT.
           MOVE 0 TO WS-SINCE-CKPT.
           MOVE 0 TO WS-TAIL-COUNT.
           MOVE 0 TO WS-RI-TAIL-COUNT.
           GO TO 2950-EXIT.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 2960-WRITE-CHECKPOINT - rewrite POSTCKPT, state as set by
      * the caller, from where the pass stands now.
      ******************************************************************
       2960-WRITE-CHECKPOINT.
           MOVE WS-RUN-DATE TO PK-RUN-DATE.
           MOVE WS-COMMIT-INTERVAL TO PK-COMMIT-INTERVAL.
           MOVE WS-RECORDS-READ TO PK-RECORDS-READ.
           MOVE WS-FIRST-TXN-ID TO PK-FIRST-TXN-ID.
           MOVE WS-LAST-TXN-ID TO PK-LAST-TXN-ID.
           MOVE POSTBAT-TXNS-APPLIED TO PK-TXNS-APPLIED.
           MOVE POSTBAT-EXCEPTIONS TO PK-EXCEPTIONS.
           MOVE WS-JRNL-ROWS TO PK-JRNL-ROWS.
           MOVE WS-LAST-JRNL-TXN-ID TO PK-LAST-JRNL-TXN-ID.
           MOVE WS-ITEMS-STOPPED TO PK-ITEMS-STOPPED.
           MOVE WS-STOPPED-TOTAL TO PK-STOPPED-TOTAL.
           MOVE WS-FEES-TOTAL TO PK-FEES-TOTAL.
           MOVE WS-RESTART-COUNT TO PK-RESTART-COUNT.
           MOVE POSTBAT-TXNS-RETURNED TO PK-TXNS-RETURNED.
           MOVE POSTBAT-TXNS-REACTIVATED TO PK-TXNS-REACTIVATED.
           MOVE POSTBAT-TXNS-HELD TO PK-TXNS-HELD.
           MOVE WS-RETITEMS-ROWS TO PK-RETITEMS-ROWS.
           COMPUTE PK-TXNS-SKIPPED =
               WS-PRIOR-SKIPPED + POSTBAT-TXNS-SKIPPED.
           ACCEPT PK-UPDATE-DATE FROM DATE YYYYMMDD.
           ACCEPT PK-UPDATE-TIME FROM TIME.
           OPEN OUTPUT POSTCKPT-FILE.
           WRITE POSTCKPT-LINE FROM POST-CKPT-RECORD.
           CLOSE POSTCKPT-FILE.
           GO TO 2960-EXIT.
       2960-EXIT.
           EXIT.

      ******************************************************************
      * 2990-WRITE-JOURNAL-ROW - append the row built in
      * POST-JRNL-RECORD and keep the live journal's row count and
      * last TXN-ID for the next checkpoint.
      ******************************************************************
       2990-WRITE-JOURNAL-ROW.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           ADD 1 TO WS-JRNL-ROWS.
           MOVE PJ-TXN-ID TO WS-LAST-JRNL-TXN-ID.
           GO TO 2990-EXIT.
       2990-EXIT.
           EXIT.

      ******************************************************************
      * 2995-CANCEL-JOURNAL-ROW - the ACCTMAST rewrite after the row
      * still in POST-JRNL-RECORD was journaled failed, so the
      * master never took the movement.  A cancelling row is
      * journaled against it - amount negated, balances swapped,
      * PJ-ORIG-TXN-ID naming the row backed out - so the pair nets
      * to nothing, and the exception report says so.  The
      * account's balances in the record area go back to what they
      * were before the movement.
      ******************************************************************
       2995-CANCEL-JOURNAL-ROW.
           MOVE PJ-TXN-ID TO PJ-ORIG-TXN-ID.
           SET PJ-CANCELLING-ROW TO TRUE.
           COMPUTE PJ-TXN-AMOUNT = PJ-TXN-AMOUNT * -1.
           COMPUTE PJ-REPORTING-AMOUNT = PJ-REPORTING-AMOUNT * -1.
           MOVE PJ-BEFORE-BALANCE TO AM-ACCOUNT-BALANCE.
           MOVE PJ-AFTER-BALANCE TO PJ-BEFORE-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           IF PJ-CURRENCY-CODE NOT = SPACES
               ADD PJ-REPORTING-AMOUNT TO AM-REPORTING-BALANCE
           END-IF.
           PERFORM 2990-WRITE-JOURNAL-ROW THRU 2990-EXIT.
           MOVE SPACES TO POSTEXC-LINE.
           STRING 'JOURNAL ROW ' PJ-ORIG-TXN-ID ' ACCOUNT '
               PJ-ACCOUNT-NUMBER ' REVERSED - ACCTMAST REWRITE FAILED'
               DELIMITED BY SIZE INTO POSTEXC-LINE.
           WRITE POSTEXC-LINE.
           GO TO 2995-EXIT.
       2995-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MATCH-REVERSALS - the journal closes so JRNLSYNC can
      * index tonight's own postings, then each held reversal reads
      * its account's rows off the journal index: the original it
      * names must exist on the same account with the exactly
      * offsetting amount, and must not already carry a reversal
      * linked to it.  The journal is reopened for append so the
      * applied reversals land as entries of their own.  No index
      * means nothing matches and every reversal excepts.  On a
      * restart, a reversal already journaled tonight under its own
      * TXN-ID is marked posted.  A cancelling row undoes whichever
      * of these the row it backs out had set.
      ******************************************************************
       3000-MATCH-REVERSALS.
           CLOSE POSTJRNL-FILE.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           OPEN INPUT JRNLNDX-FILE.
           IF WS-JRNLNDX-OK
               PERFORM 3050-MATCH-ONE-HELD-RVSL THRU 3050-EXIT
                   VARYING WS-RB-SUB FROM 1 BY 1
                   UNTIL WS-RB-SUB > WS-RVSL-COUNT
               CLOSE JRNLNDX-FILE
           END-IF.
           OPEN EXTEND POSTJRNL-FILE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3050-MATCH-ONE-HELD-RVSL.
           MOVE 'N' TO WS-JRNL-SCAN-DONE-IND.
           MOVE RB-ACCOUNT-NUMBER (WS-RB-SUB) TO PX-ACCOUNT-NUMBER.
           MOVE 0 TO PX-POST-DATE.
           MOVE 0 TO PX-JRNL-SEQ.
           START JRNLNDX-FILE KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
           END-START.
           PERFORM 3100-SCAN-ONE-JOURNAL-ROW THRU 3100-EXIT
               UNTIL WS-JRNL-SCAN-DONE.
           GO TO 3050-EXIT.
       3050-EXIT.
           EXIT.

       3100-SCAN-ONE-JOURNAL-ROW.
           READ JRNLNDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
                   GO TO 3100-EXIT
           END-READ.
           IF NOT WS-JRNLNDX-OK
               MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
               GO TO 3100-EXIT
           END-IF.
           IF PX-ACCOUNT-NUMBER NOT = RB-ACCOUNT-NUMBER (WS-RB-SUB)
               MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
               GO TO 3100-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           PERFORM 3110-CHECK-ONE-HELD-RVSL THRU 3110-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-HELD-RVSL.
           IF PJ-CANCELLING-ROW
               PERFORM 3120-CHECK-ONE-CANCEL THRU 3120-EXIT
               GO TO 3110-EXIT
           END-IF.
           IF WS-RESTARTING
               AND PJ-TXN-ID = RB-TXN-ID (WS-RB-SUB)
               AND PJ-ORIG-TXN-ID = RB-ORIG-TXN-ID (WS-RB-SUB)
               AND PJ-POST-DATE = WS-RUN-DATE
               MOVE 'Y' TO RB-POSTED-IND (WS-RB-SUB)
               GO TO 3110-EXIT
           END-IF.
           IF PJ-ORIG-TXN-ID = RB-ORIG-TXN-ID (WS-RB-SUB)
               AND PJ-ORIG-TXN-ID NOT = SPACES
               MOVE 'Y' TO RB-ALREADY-IND (WS-RB-SUB)
               MOVE PJ-TXN-ID TO RB-ALREADY-BY-TXN-ID (WS-RB-SUB)
               GO TO 3110-EXIT
           END-IF.
           IF PJ-SOURCE = 'RECOVERY'
               GO TO 3110-EXIT
           END-IF.
           IF PJ-TXN-ID NOT = RB-ORIG-TXN-ID (WS-RB-SUB)
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3120-CHECK-ONE-CANCEL - a cancelling row follows the row it
      * backs out on the index.  The held reversal's own row backed
      * out is no longer posted, its original backed out no longer
      * matches, and the earlier reversal backed out no longer
      * stands in its way.
      ******************************************************************
       3120-CHECK-ONE-CANCEL.
           IF WS-RESTARTING
               AND PJ-ORIG-TXN-ID = RB-TXN-ID (WS-RB-SUB)
               AND PJ-POST-DATE = WS-RUN-DATE
               MOVE 'N' TO RB-POSTED-IND (WS-RB-SUB)
           END-IF.
           IF PJ-ORIG-TXN-ID = RB-ORIG-TXN-ID (WS-RB-SUB)
               MOVE 'N' TO RB-MATCHED-IND (WS-RB-SUB)
           END-IF.
           IF RB-ALREADY-REVERSED (WS-RB-SUB)
               AND PJ-ORIG-TXN-ID = RB-ALREADY-BY-TXN-ID (WS-RB-SUB)
               MOVE 'N' TO RB-ALREADY-IND (WS-RB-SUB)
               MOVE SPACES TO RB-ALREADY-BY-TXN-ID (WS-RB-SUB)
           END-IF.
           GO TO 3120-EXIT.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APPLY-ONE-REVERSAL - a matched reversal applies like
      * any posting, journaled with the link back to the original;
      * anything else goes to the exception report.  A reversal a
      * restart found already journaled tonight is counted, not
      * reapplied.
      ******************************************************************
       4000-APPLY-ONE-REVERSAL.
           IF RB-POSTED (WS-SUB)
               ADD 1 TO POSTBAT-TXNS-APPLIED
               ADD 1 TO POSTBAT-TXNS-SKIPPED
               PERFORM 4050-MARK-SIBLING-RVSLS THRU 4050-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF RB-ALREADY-REVERSED (WS-SUB)
               MOVE 'ORIGINAL ALREADY REVERSED' TO
                   WS-EXCEPTION-REASON
           MOVE 'POSTBAT ' TO PJ-SOURCE.
           MOVE RB-TXN-AMOUNT (WS-SUB) TO PJ-TXN-AMOUNT.
           MOVE RB-ORIG-TXN-ID (WS-SUB) TO PJ-ORIG-TXN-ID.
           MOVE RB-TXN-DATE (WS-SUB) TO PCK-TXN-DATE.
           PERFORM 2900-CHECK-PERIOD THRU 2900-EXIT.
           PERFORM 2800-CONVERT-MOVEMENT THRU 2800-EXIT.
           IF FXC-NO-RATE
               MOVE 'NO EXCHANGE RATE FOR ACCOUNT CURRENCY' TO
                   WS-EXCEPTION-REASON
               PERFORM 4100-WRITE-REVERSAL-EXC THRU 4100-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD RB-TXN-AMOUNT (WS-SUB) TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           PERFORM 2990-WRITE-JOURNAL-ROW THRU 2990-EXIT.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF ACCTMAST-FILE FAILED' TO
                       WS-EXCEPTION-REASON
                   PERFORM 4100-WRITE-REVERSAL-EXC THRU 4100-EXIT
                   PERFORM 2995-CANCEL-JOURNAL-ROW THRU 2995-EXIT
                   GO TO 4000-EXIT
           END-REWRITE.
           ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           ADD 1 TO POSTBAT-TXNS-APPLIED.
           PERFORM 4050-MARK-SIBLING-RVSLS THRU 4050-EXIT.
           GO TO 4000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and mark the night's
      * checkpoint complete.
      ******************************************************************
       9000-TERMINATE.
           IF POSTBAT-RETURN-CODE = 0 AND POSTBAT-EXCEPTIONS > 0
               MOVE 4 TO POSTBAT-RETURN-CODE
           END-IF.
           IF POSTBAT-RETURN-CODE = 0 AND POSTBAT-TXNS-HELD > 0
               MOVE 4 TO POSTBAT-RETURN-CODE
           END-IF.
           CLOSE TXNPOST-FILE.
           CLOSE ACCTMAST-FILE.
           CLOSE CUSTMAST-FILE.
           IF WS-CUSTHIST-OPEN
               CLOSE CUSTHIST-FILE
           END-IF.
           CLOSE POSTJRNL-FILE.
           CLOSE POSTEXC-FILE.
           IF WS-HOLDMAST-OPEN
               CLOSE HOLDMAST-FILE
           END-IF.
           MOVE WS-ITEMS-STOPPED TO WS-STOP-COUNT-DISPLAY.
           MOVE WS-STOPPED-TOTAL TO WS-STOP-TOTAL-DISPLAY.
           MOVE WS-FEES-TOTAL TO WS-STOP-FEES-DISPLAY.
           MOVE SPACES TO STOPRPT-LINE.
           STRING 'ITEMS STOPPED ' WS-STOP-COUNT-DISPLAY
               ' TOTAL AMOUNT ' WS-STOP-TOTAL-DISPLAY
               ' FEES CHARGED ' WS-STOP-FEES-DISPLAY
               DELIMITED BY SIZE INTO STOPRPT-LINE.
           WRITE STOPRPT-LINE.
           IF WS-STOPPAY-OPEN
               CLOSE STOPPAY-FILE
           END-IF.
           IF WS-ACCTTYPE-OPEN
               CLOSE ACCTTYPE-FILE
           END-IF.
           IF WS-TERMDEP-OPEN
               CLOSE TERMDEP-FILE
           END-IF.
           IF WS-LOANMAST-OPEN
               CLOSE LOANMAST-FILE
           END-IF.
           IF WS-CHGOFF-OPEN
               CLOSE CHGOFF-FILE
           END-IF.
           SET WLP-FUNC-CLOSE TO TRUE.
           CALL "WDLIMIT" USING WDLIMIT-PARM.
           CLOSE RETITEMS-FILE.
           CLOSE STOPRPT-FILE.
           IF POSTBAT-RETURN-CODE < 8
               SET PK-COMPLETE TO TRUE
               PERFORM 2960-WRITE-CHECKPOINT THRU 2960-EXIT
           END-IF.
       9000-EXIT.
           EXIT.
