      *                    finance loads the night's journal totals
      *                    from the interface file instead of
      *                    re-keying them.
      *   2026-10-15  ROK  Added the HOLDREL expired-hold release
      *                    step ahead of posting, so the night's
      *                    debit checks run against tonight's
      *                    available balance.
      *   2026-10-15  ROK  Added the LEGLREMT legal-order remittance
      *                    step after the hold release, paying held
      *                    levy and garnishment funds over on their
      *                    remit date.
      *   2026-10-15  ROK  Added the ODSWEEP overdraft protection
      *                    sweep after accrual and ahead of ODFEE, so
      *                    a linked protecting account covers the
      *                    overdraft before any fee is assessed.
      *   2026-10-15  ROK  Added the TDMATUR term deposit maturity
      *                    step after accrual: maturity notices,
      *                    renewals and payouts.
      *   2026-10-15  ROK  Added the LOANBILL installment loan step
      *                    after maturity: disbursements, monthly
      *                    bills and days past due, ahead of the
      *                    aging run that reads them.
      *   2026-10-15  ROK  CHGOFF runs in the post-sweep right after
      *                    COLLFEED: month-end charge-offs of aged
      *                    overdrafts and the nightly recovery
      *                    report.
      *   2026-10-15  ROK  CRBUREAU follows CHGOFF: the month-end
      *                    credit bureau file and its control
      *                    report.
      *   2026-10-15  ROK  DEPINS follows CRBUREAU: the quarter-end
      *                    deposit insurance coverage extract and
      *                    its uninsured-deposits summary.
      *   2026-10-15  ROK  BRSCORE follows DEPINS: the month-end
      *                    branch scorecard.
      *   2026-10-15  ROK  FXLOAD opens the chain, ahead of the
      *                    snapshot: the day's exchange rates onto
      *                    the CURRENCY table before anything
      *                    converts.  FXREVAL follows the closeout:
      *                    the month-end revaluation of foreign-
      *                    currency accounts.
      *   2026-10-15  ROK  CUSTPROF follows BRSCORE: the month-end
      *                    customer profitability report.  FUNDRATE
      *                    is CUSTPROF's own keyword.
      *   2026-10-15  ROK  CASHFCST follows CUSTPROF: the ten-
      *                    business-day cash-flow forecast.
      *                    FCSTLIMIT is CASHFCST's own keyword.
      *   2026-10-15  ROK  PPADJRPT follows CASHFCST: the month-to-
      *                    date prior-period adjustments report.
      *   2026-10-15  ROK  GLPROOF follows GLSUM: the sub-ledger proof
      *                    of the master's balances by account type
      *                    against the GLCTL control balances GLSUM
      *                    has just rolled forward.
      *   2026-10-15  ROK  ACHORIG follows ACCTCLSE: the night's ACH
      *                    origination file from the payments
      *                    STORDRUN and ACCTCLSE queued to external
      *                    payees.
      *   2026-10-15  ROK  CHKISSUE follows ACHORIG: official checks
      *                    for the night's closeout disbursements
      *                    onto the check register, and the
      *                    positive-pay issue file for the bank.
      *   2026-10-15  ROK  OVRDRPT follows GLPROOF: the day's teller
      *                    limit overrides by branch and supervisor
      *                    for the branch managers.
      *   2026-10-15  ROK  DRWRPT follows OVRDRPT: the day's teller
      *                    drawer closes and over/short by branch,
      *                    flagging tellers often out of balance.
      *   2026-10-15  ROK  AMLAGE follows WATCHSCN: open AML alert
      *                    cases near or past their filing deadline
      *                    for the compliance officer.
      *   2026-10-15  ROK  RISKRATE and RISKREVW follow AMLAGE: the
      *                    nightly customer risk rating, and the
      *                    due-diligence reviews coming up.
      *   2026-10-15  ROK  SCHDRATE follows STORDRUN, ahead of
      *                    accrual: change-in-terms notices for newly
      *                    scheduled rate changes, and the changes
      *                    whose effective date has arrived applied.
      *   2026-10-15  ROK  JRNLSYNC opens the chain, ahead of FXLOAD:
      *                    the posting journal index brought level
      *                    with the live journal, and at the first
      *                    run of a month the closed months rolled
      *                    off onto their monthly generations.
      *   2026-10-15  ROK  POSTBAT checkpoints itself every POSTCOMMIT
      *                    records; a posting step that resumes from
      *                    its checkpoint is logged with the records
      *                    it resumed after and those it found
      *                    already posted.  POSTCOMMIT is accepted
      *                    on NIGHTPRM.
      *   2026-10-15  ROK  FEEDMON checks the inbound feeds before
      *                    the first step: a required feed missing
      *                    or implausibly small holds the chain
      *                    with an alert naming it, advisory feeds
      *                    alert only, and an operations override
      *                    that releases a feed is logged.
      *   2026-10-15  ROK  SAVCONV follows CUSTPROF: the month-end
      *                    list of savings accounts over their
      *                    monthly debit limit three months running.
      *   2026-10-15  ROK  The posting log line is followed by
      *                    POSTBAT's status outcomes: postings
      *                    returned from closed accounts, dormant
      *                    accounts woken and suspended customers'
      *                    debits held for review.
      *   2026-10-15  ROK  ODSWEEP moved ahead of accrual, right after
      *                    the scheduled rate changes, so an overdraft
      *                    the sweep covers accrues no debit interest
      *                    for the night and the protecting account
      *                    earns none on the money moved out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.
           05  FILLER  PIC X(11) VALUE 'MEMORECN04K'.
           05  FILLER  PIC X(11) VALUE 'CTRSCAN 04K'.
           05  FILLER  PIC X(11) VALUE 'WATCHSCN04K'.
           05  FILLER  PIC X(11) VALUE 'AMLAGE  04K'.
           05  FILLER  PIC X(11) VALUE 'RISKRATE04K'.
           05  FILLER  PIC X(11) VALUE 'RISKREVW04K'.
           05  FILLER  PIC X(11) VALUE 'NDXBLD  04K'.
           05  FILLER  PIC X(11) VALUE 'MSTSNAP 04S'.
           05  FILLER  PIC X(11) VALUE 'COLLCHK 04K'.
           05  FILLER  PIC X(11) VALUE 'BALALERT04K'.
           05  FILLER  PIC X(11) VALUE 'ACCTCLSE04S'.
           05  FILLER  PIC X(11) VALUE 'HOLDREL 04K'.
           05  FILLER  PIC X(11) VALUE 'LEGLREMT04K'.
           05  FILLER  PIC X(11) VALUE 'ODSWEEP 04S'.
           05  FILLER  PIC X(11) VALUE 'TDMATUR 04S'.
           05  FILLER  PIC X(11) VALUE 'LOANBILL04S'.
           05  FILLER  PIC X(11) VALUE 'CHGOFF  04K'.
           05  FILLER  PIC X(11) VALUE 'CRBUREAU04K'.
           05  FILLER  PIC X(11) VALUE 'DEPINS  04K'.
           05  FILLER  PIC X(11) VALUE 'BRSCORE 04K'.
           05  FILLER  PIC X(11) VALUE 'FXLOAD  04S'.
           05  FILLER  PIC X(11) VALUE 'FXREVAL 04S'.
           05  FILLER  PIC X(11) VALUE 'CUSTPROF04K'.
           05  FILLER  PIC X(11) VALUE 'CASHFCST04K'.
           05  FILLER  PIC X(11) VALUE 'PPADJRPT04K'.
           05  FILLER  PIC X(11) VALUE 'GLPROOF 04K'.
           05  FILLER  PIC X(11) VALUE 'ACHORIG 04S'.
           05  FILLER  PIC X(11) VALUE 'CHKISSUE04K'.
           05  FILLER  PIC X(11) VALUE 'OVRDRPT 04K'.
           05  FILLER  PIC X(11) VALUE 'DRWRPT  04K'.
           05  FILLER  PIC X(11) VALUE 'SCHDRATE04S'.
           05  FILLER  PIC X(11) VALUE 'JRNLSYNC04S'.
           05  FILLER  PIC X(11) VALUE 'FEEDMON 04S'.
           05  FILLER  PIC X(11) VALUE 'SAVCONV 04K'.
       01  WS-STEP-RULES-TABLE REDEFINES WS-STEP-RULES-VALUES.
           05  WS-STEP-RULE-ENTRY OCCURS 49 TIMES.
               10  SR-STEP-NAME             PIC X(8).
               10  SR-MAX-OK-RC             PIC 9(2).
               10  SR-FAIL-ACTION           PIC X(1).
           05  WS-RELEASED-DISPLAY          PIC ZZZ,ZZ9.
           05  WS-CARRIED-DISPLAY           PIC ZZZ,ZZ9.

       01  WS-HOLDREL-FIELDS.
           05  WS-HOLDREL-RELEASED          PIC 9(7) COMP.
           05  WS-HOLDREL-RETURN-CODE       PIC 9(2).
           05  WS-HOLDS-RELEASED-DISPLAY    PIC ZZZ,ZZ9.

       01  WS-LEGLREMT-FIELDS.
           05  WS-LEGLREMT-REMITTED         PIC 9(7) COMP.
           05  WS-LEGLREMT-RETURN-CODE      PIC 9(2).
           05  WS-CASES-REMITTED-DISPLAY    PIC ZZZ,ZZ9.

       01  WS-ODSWEEP-FIELDS.
           05  WS-ODSWEEP-SWEPT             PIC 9(7) COMP.
           05  WS-ODSWEEP-RETURN-CODE       PIC 9(2).
           05  WS-SWEPT-DISPLAY             PIC ZZZ,ZZ9.

       01  WS-TDMATUR-FIELDS.
           05  WS-TDMATUR-MATURED           PIC 9(7) COMP.
           05  WS-TDMATUR-RETURN-CODE       PIC 9(2).
           05  WS-MATURED-DISPLAY           PIC ZZZ,ZZ9.

       01  WS-LOANBILL-FIELDS.
           05  WS-LOANBILL-BILLED           PIC 9(7) COMP.
           05  WS-LOANBILL-RETURN-CODE      PIC 9(2).
           05  WS-LOANS-BILLED-DISPLAY      PIC ZZZ,ZZ9.

       01  WS-CHGOFF-FIELDS.
           05  WS-CHGOFF-CHARGED-OFF        PIC 9(7) COMP.
           05  WS-CHGOFF-RETURN-CODE        PIC 9(2).
           05  WS-CHARGED-OFF-DISPLAY       PIC ZZZ,ZZ9.

       01  WS-CRBUREAU-FIELDS.
           05  WS-CRBUREAU-REPORTED         PIC 9(7) COMP.
           05  WS-CRBUREAU-RETURN-CODE      PIC 9(2).
           05  WS-BUREAU-DISPLAY            PIC ZZZ,ZZ9.

       01  WS-DEPINS-FIELDS.
           05  WS-DEPINS-DEPOSITORS         PIC 9(7) COMP.
           05  WS-DEPINS-RETURN-CODE        PIC 9(2).
           05  WS-DEPOSITORS-DISPLAY        PIC ZZZ,ZZ9.

       01  WS-BRSCORE-FIELDS.
           05  WS-BRSCORE-BRANCHES          PIC 9(7) COMP.
           05  WS-BRSCORE-RETURN-CODE       PIC 9(2).
           05  WS-BRANCHES-DISPLAY          PIC ZZZ,ZZ9.

       01  WS-CUSTPROF-FIELDS.
           05  WS-CUSTPROF-CUSTOMERS        PIC 9(7) COMP.
           05  WS-CUSTPROF-RETURN-CODE      PIC 9(2).
           05  WS-PROFILED-DISPLAY          PIC ZZZ,ZZ9.

       01  WS-SAVCONV-FIELDS.
           05  WS-SAVCONV-CANDIDATES        PIC 9(7) COMP.
           05  WS-SAVCONV-RETURN-CODE       PIC 9(2).
           05  WS-CONVERSIONS-DISPLAY       PIC ZZZ,ZZ9.

       01  WS-CASHFCST-FIELDS.
           05  WS-CASHFCST-DAYS-OVER        PIC 9(7) COMP.
           05  WS-CASHFCST-RETURN-CODE      PIC 9(2).
           05  WS-DAYS-OVER-DISPLAY         PIC ZZZ,ZZ9.

       01  WS-PPADJRPT-FIELDS.
           05  WS-PPADJRPT-ADJUSTMENTS      PIC 9(7) COMP.
           05  WS-PPADJRPT-RETURN-CODE      PIC 9(2).
           05  WS-ADJUSTMENTS-DISPLAY       PIC ZZZ,ZZ9.

       COPY "FEEDMON-PARM".

       01  WS-FEEDMON-FIELDS.
           05  WS-FINDING-SUB               PIC 9(3) COMP.
           05  WS-FEED-ISSUE-TEXT           PIC X(40).
           05  WS-FEED-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05  WS-FEED-FLOOR-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05  WS-FEEDS-CHECKED-DISPLAY     PIC ZZ9.
           05  WS-FEEDS-NOT-DUE-DISPLAY     PIC ZZ9.
           05  WS-FEED-FINDINGS-DISPLAY     PIC ZZ9.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'R'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).
           05  WS-ROWS-INDEXED-DISPLAY      PIC ZZZ,ZZ9.

       01  WS-FXLOAD-FIELDS.
           05  WS-FXLOAD-RATES-LOADED       PIC 9(7) COMP.
           05  WS-FXLOAD-RETURN-CODE        PIC 9(2).
           05  WS-RATES-LOADED-DISPLAY      PIC ZZZ,ZZ9.

       01  WS-FXREVAL-FIELDS.
           05  WS-FXREVAL-ACCOUNTS          PIC 9(7) COMP.
           05  WS-FXREVAL-RETURN-CODE       PIC 9(2).
           05  WS-REVALUED-DISPLAY          PIC ZZZ,ZZ9.

       01  WS-POSTBAT-FIELDS.
           05  WS-POSTBAT-TXNS-APPLIED      PIC 9(7) COMP.
           05  WS-POSTBAT-EXCEPTIONS        PIC 9(7) COMP.
           05  WS-POSTBAT-RETURN-CODE       PIC 9(2).
           05  WS-POSTBAT-RESTARTED-IND     PIC X(1).
               88  WS-POSTBAT-RESTARTED     VALUE 'Y'.
           05  WS-POSTBAT-RESUMED-AFTER     PIC 9(9) COMP.
           05  WS-POSTBAT-TXNS-SKIPPED      PIC 9(7) COMP.
           05  WS-POSTBAT-TXNS-RETURNED     PIC 9(7) COMP.
           05  WS-POSTBAT-TXNS-REACTIVATED  PIC 9(7) COMP.
           05  WS-POSTBAT-TXNS-HELD         PIC 9(7) COMP.
           05  WS-RETURNED-DISPLAY          PIC ZZZ,ZZ9.
           05  WS-REACTIVATED-DISPLAY       PIC ZZZ,ZZ9.
           05  WS-HELD-DISPLAY              PIC ZZZ,ZZ9.
           05  WS-POSTED-DISPLAY            PIC ZZZ,ZZ9.
           05  WS-POST-EXC-DISPLAY          PIC ZZZ,ZZ9.
           05  WS-RESUMED-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
           05  WS-SKIPPED-DISPLAY           PIC ZZZ,ZZ9.

       01  WS-ACCTCLSE-FIELDS.
           05  WS-ACCTCLSE-SETTLED          PIC 9(7) COMP.
           05  WS-ACCTCLSE-RETURN-CODE      PIC 9(2).
           05  WS-SETTLED-DISPLAY           PIC ZZZ,ZZ9.

       01  WS-ACHORIG-FIELDS.
           05  WS-ACHORIG-ENTRIES           PIC 9(7) COMP.
           05  WS-ACHORIG-RETURN-CODE       PIC 9(2).
           05  WS-ACH-ENTRIES-DISPLAY       PIC ZZZ,ZZ9.

       01  WS-CHKISSUE-FIELDS.
           05  WS-CHKISSUE-CHECKS           PIC 9(7) COMP.
           05  WS-CHKISSUE-RETURN-CODE      PIC 9(2).
           05  WS-CHECKS-DISPLAY            PIC ZZZ,ZZ9.

       01  WS-BALALERT-FIELDS.
           05  WS-BALALERT-SENT             PIC 9(7) COMP.
           05  WS-BALALERT-RETURN-CODE     PIC 9(2).
           05  WS-WATCHSCN-RETURN-CODE      PIC 9(2).
           05  WS-WATCH-MATCH-DISPLAY       PIC ZZZ,ZZ9.

       01  WS-AMLAGE-FIELDS.
           05  WS-AMLAGE-CASES-OPEN         PIC 9(7) COMP.
           05  WS-AMLAGE-CASES-DUE          PIC 9(7) COMP.
           05  WS-AMLAGE-RETURN-CODE        PIC 9(2).
           05  WS-AML-OPEN-DISPLAY          PIC ZZZ,ZZ9.
           05  WS-AML-DUE-DISPLAY           PIC ZZZ,ZZ9.

       01  WS-RISK-FIELDS.
           05  WS-RISKRATE-RATED            PIC 9(7) COMP.
           05  WS-RISKRATE-CHANGED          PIC 9(7) COMP.
           05  WS-RISKRATE-RETURN-CODE      PIC 9(2).
           05  WS-RISKREVW-DUE              PIC 9(7) COMP.
           05  WS-RISKREVW-OVERDUE          PIC 9(7) COMP.
           05  WS-RISKREVW-RETURN-CODE      PIC 9(2).
           05  WS-RISK-RATED-DISPLAY        PIC ZZZ,ZZ9.
           05  WS-RISK-CHANGED-DISPLAY      PIC ZZZ,ZZ9.
           05  WS-REVIEW-DUE-DISPLAY        PIC ZZZ,ZZ9.
           05  WS-REVIEW-OVERDUE-DISPLAY    PIC ZZZ,ZZ9.

       01  WS-CTRSCAN-FIELDS.
           05  WS-CTRSCAN-FLAGGED           PIC 9(7) COMP.
           05  WS-CTRSCAN-RETURN-CODE       PIC 9(2).
           05  WS-MEMO-HARD-DISPLAY         PIC ZZZ,ZZ9.
           05  WS-MEMO-EXC-DISPLAY          PIC ZZZ,ZZ9.

       01  WS-SCHDRATE-FIELDS.
           05  WS-SCHDRATE-NOTICES          PIC 9(7) COMP.
           05  WS-SCHDRATE-APPLIED          PIC 9(7) COMP.
           05  WS-SCHDRATE-RETURN-CODE      PIC 9(2).
           05  WS-SCHD-NOTICES-DISPLAY      PIC ZZZ,ZZ9.
           05  WS-SCHD-APPLIED-DISPLAY      PIC ZZZ,ZZ9.

       01  WS-STORD-FIELDS.
           05  WS-STORD-EXECUTED            PIC 9(7) COMP.
           05  WS-STORD-FAILED              PIC 9(7) COMP.
           05  WS-GLSUM-RETURN-CODE         PIC 9(2).
           05  WS-GL-LINES-DISPLAY          PIC ZZZ,ZZ9.

       01  WS-GLPROOF-FIELDS.
           05  WS-GLPROOF-DIFFERENCES       PIC 9(7) COMP.
           05  WS-GLPROOF-RETURN-CODE       PIC 9(2).
           05  WS-GL-DIFFERENCES-DISPLAY    PIC ZZZ,ZZ9.

       01  WS-OVRDRPT-FIELDS.
           05  WS-OVRDRPT-OVERRIDES         PIC 9(7) COMP.
           05  WS-OVRDRPT-RETURN-CODE       PIC 9(2).
           05  WS-OVERRIDES-DISPLAY         PIC ZZZ,ZZ9.

       01  WS-DRWRPT-FIELDS.
           05  WS-DRWRPT-DRAWERS            PIC 9(7) COMP.
           05  WS-DRWRPT-FLAGGED            PIC 9(7) COMP.
           05  WS-DRWRPT-RETURN-CODE        PIC 9(2).
           05  WS-DRAWERS-DISPLAY           PIC ZZZ,ZZ9.
           05  WS-DRAWERS-FLAGGED-DISPLAY   PIC ZZZ,ZZ9.

       01  WS-BALRECON-FIELDS.
           05  WS-BALRECON-LOW-ID           PIC 9(10).
           05  WS-BALRECON-HIGH-ID          PIC 9(10).
           IF WS-TXNAGE-ALREADY-DONE
               GO TO 0000-TAIL
           END-IF.
           PERFORM 1320-RUN-FEED-CHECK THRU 1320-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1330-RUN-JOURNAL-SYNC THRU 1330-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1340-RUN-FX-RATES THRU 1340-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           IF NOT WS-SNAPSHOT-ALREADY-DONE
               PERFORM 1350-RUN-SNAPSHOT THRU 1350-EXIT
               IF WS-RUN-STOPPED
                   GO TO 0000-WRAPUP
               END-IF
           END-IF.
           PERFORM 1450-RUN-HOLD-RELEASE THRU 1450-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1460-RUN-LEGAL-REMIT THRU 1460-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           IF NOT WS-POSTING-ALREADY-DONE
               PERFORM 1500-RUN-POSTING THRU 1500-EXIT
               IF WS-RUN-STOPPED
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1560-RUN-SCHEDULED-RATES THRU 1560-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1650-RUN-OD-SWEEP THRU 1650-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1600-RUN-ACCRUAL THRU 1600-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1620-RUN-TERM-MATURITY THRU 1620-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1630-RUN-LOAN-BILLING THRU 1630-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1700-RUN-OVERDRAFT THRU 1700-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1860-RUN-ACH-ORIGINATION THRU 1860-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1865-RUN-CHECK-ISSUE THRU 1865-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 1870-RUN-FX-REVALUATION THRU 1870-EXIT.
           IF WS-RUN-STOPPED
               GO TO 0000-WRAPUP
           END-IF.
           PERFORM 2000-RUN-STREAM-CYCLE THRU 2000-EXIT
               UNTIL WS-RANGES-DONE OR WS-RUN-STOPPED.
           IF WS-RUN-STOPPED
      ******************************************************************
      * 0510-LOAD-ONE-PARAMETER - one keyword off the file.  The
      * STALEAGEDAYS keyword belongs to ORDRPT, the STMTCYCLE group
      * to CYCASGN/STMTGEN, CTRLIMIT to CTRSCAN, FUNDRATE to
      * CUSTPROF, FCSTLIMIT to CASHFCST and POSTCOMMIT to POSTBAT -
      * each reads and validates its own from this same file; the
      * chain accepts them here so one shared parameter file does
      * not abort the sweep.
      ******************************************************************
       0510-LOAD-ONE-PARAMETER.
           READ NIGHTPRM-FILE
                   CONTINUE
               WHEN 'WINDOWSECS  '
                   CONTINUE
               WHEN 'FUNDRATE    '
                   CONTINUE
               WHEN 'FCSTLIMIT   '
                   CONTINUE
               WHEN 'POSTCOMMIT  '
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-PARM-ERROR-IND
           END-EVALUATE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1320-RUN-FEED-CHECK - hold the chain before its first step
      * when a required inbound feed is missing or implausibly
      * small.  Each finding is alerted (or, when an operations
      * override released it, logged with who and why) before the
      * step is judged, so the stop alert follows its causes.  The
      * check is rerun on every restart until the chain is past
      * it, so a late feed that lands, or an override added, lets
      * the rerun through.
      ******************************************************************
       1320-RUN-FEED-CHECK.
           CALL "FEEDMON" USING FEEDMON-PARM.
           PERFORM 1325-REPORT-ONE-FINDING THRU 1325-EXIT
               VARYING WS-FINDING-SUB FROM 1 BY 1
               UNTIL WS-FINDING-SUB > FMP-FINDINGS-LISTED.
           MOVE 'FEEDMON ' TO WS-STEP-NAME.
           MOVE FMP-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FEED ARRIVAL' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1320-EXIT
           END-IF.
           MOVE FMP-FEEDS-CHECKED TO WS-FEEDS-CHECKED-DISPLAY.
           MOVE FMP-FEEDS-NOT-DUE TO WS-FEEDS-NOT-DUE-DISPLAY.
           MOVE FMP-FINDING-COUNT TO WS-FEED-FINDINGS-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'FEEDS CHECKED ' WS-FEEDS-CHECKED-DISPLAY
               ', NOT DUE ' WS-FEEDS-NOT-DUE-DISPLAY
               ', MISSING OR SMALL ' WS-FEED-FINDINGS-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1320-EXIT.
       1320-EXIT.
           EXIT.

      ******************************************************************
      * 1325-REPORT-ONE-FINDING - one missing or small feed.  A
      * required feed with no override is alerted as holding the
      * chain, any other feed as advisory; an overridden feed goes
      * to the log with the operator and reason instead.
      ******************************************************************
       1325-REPORT-ONE-FINDING.
           MOVE SPACES TO WS-FEED-ISSUE-TEXT.
           IF FMP-LATE (WS-FINDING-SUB)
               STRING 'LATE, EXPECTED BY '
                   FMP-EXPECTED-BY (WS-FINDING-SUB)
                   DELIMITED BY SIZE INTO WS-FEED-ISSUE-TEXT
           END-IF.
           IF FMP-NOT-YET (WS-FINDING-SUB)
               STRING 'NOT YET ARRIVED, EXPECTED BY '
                   FMP-EXPECTED-BY (WS-FINDING-SUB)
                   DELIMITED BY SIZE INTO WS-FEED-ISSUE-TEXT
           END-IF.
           IF FMP-SMALL (WS-FINDING-SUB)
               MOVE FMP-RECORD-COUNT (WS-FINDING-SUB) TO
                   WS-FEED-COUNT-DISPLAY
               MOVE FMP-THRESHOLD (WS-FINDING-SUB) TO
                   WS-FEED-FLOOR-DISPLAY
               STRING 'ONLY' WS-FEED-COUNT-DISPLAY ' RECORDS, FLOOR'
                   WS-FEED-FLOOR-DISPLAY
                   DELIMITED BY SIZE INTO WS-FEED-ISSUE-TEXT
           END-IF.
           IF FMP-OVERRIDDEN (WS-FINDING-SUB)
               MOVE SPACES TO NIGHTRUN-LOG-LINE
               STRING 'FEED ' FMP-FEED-NAME (WS-FINDING-SUB)
                   ' RELEASED BY '
                   FMP-OVERRIDE-OPERATOR (WS-FINDING-SUB)
                   ' - ' WS-FEED-ISSUE-TEXT
                   DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE
               WRITE NIGHTRUN-LOG-LINE
               MOVE SPACES TO NIGHTRUN-LOG-LINE
               STRING '     OVERRIDE REASON: '
                   FMP-OVERRIDE-REASON (WS-FINDING-SUB)
                   DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE
               WRITE NIGHTRUN-LOG-LINE
               GO TO 1325-EXIT
           END-IF.
           MOVE SPACES TO NIGHTALR-LINE.
           IF FMP-REQUIRED (WS-FINDING-SUB)
               STRING 'FEED ' FMP-FEED-NAME (WS-FINDING-SUB)
                   ' HOLDS THE CHAIN - ' WS-FEED-ISSUE-TEXT
                   DELIMITED BY SIZE INTO NIGHTALR-LINE
           ELSE
               STRING 'FEED ' FMP-FEED-NAME (WS-FINDING-SUB)
                   ' ADVISORY ONLY - ' WS-FEED-ISSUE-TEXT
                   DELIMITED BY SIZE INTO NIGHTALR-LINE
           END-IF.
           WRITE NIGHTALR-LINE.
           MOVE NIGHTALR-LINE TO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1325-EXIT.
       1325-EXIT.
           EXIT.

      ******************************************************************
      * 1330-RUN-JOURNAL-SYNC - bring the posting journal index level
      * with the live journal and, at the first run of a month, roll
      * the closed months onto their generations.  Both halves are
      * safe to rerun, so no checkpoint flag is needed.
      ******************************************************************
       1330-RUN-JOURNAL-SYNC.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           MOVE 'JRNLSYNC' TO WS-STEP-NAME.
           MOVE WS-JRNLSYNC-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1330-EXIT
           END-IF.
           MOVE WS-JRNLSYNC-ROWS-INDEXED TO WS-ROWS-INDEXED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'JOURNAL ROWS INDEXED ' WS-ROWS-INDEXED-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1330-EXIT.
       1330-EXIT.
           EXIT.

      ******************************************************************
      * 1340-RUN-FX-RATES - load the day's exchange rates onto the
      * CURRENCY table before any step converts a movement.  A rate
      * reloaded for the same date corrects in place, so a rerun is
      * harmless and no checkpoint flag is needed.
      ******************************************************************
       1340-RUN-FX-RATES.
           CALL "FXLOAD" USING WS-FXLOAD-RATES-LOADED
               WS-FXLOAD-RETURN-CODE.
           MOVE 'FXLOAD  ' TO WS-STEP-NAME.
           MOVE WS-FXLOAD-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1340-EXIT
           END-IF.
           MOVE WS-FXLOAD-RATES-LOADED TO WS-RATES-LOADED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'EXCHANGE RATES LOADED ' WS-RATES-LOADED-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1340-EXIT.
       1340-EXIT.
           EXIT.

      ******************************************************************
      * 1350-RUN-SNAPSHOT - snapshot the three masters onto a dated
      * generation slot before the first balance-moving step, then
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1450-RUN-HOLD-RELEASE - release the funds holds whose expiry
      * date has passed, ahead of posting, so tonight's debit checks
      * see tonight's available balance.  HOLDREL is rerun-safe (a
      * released hold is never released twice), so no checkpoint
      * flag is needed.
      ******************************************************************
       1450-RUN-HOLD-RELEASE.
           CALL "HOLDREL" USING WS-HOLDREL-RELEASED
               WS-HOLDREL-RETURN-CODE.
           MOVE 'HOLDREL ' TO WS-STEP-NAME.
           MOVE WS-HOLDREL-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1450-EXIT
           END-IF.
           MOVE WS-HOLDREL-RELEASED TO WS-HOLDS-RELEASED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'EXPIRED HOLDS RELEASED ' WS-HOLDS-RELEASED-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1450-EXIT.
       1450-EXIT.
           EXIT.

      ******************************************************************
      * 1460-RUN-LEGAL-REMIT - pay over the levy and garnishment
      * funds whose remit date has come, before posting so the
      * night's debits see the balance the order left.  LEGLREMT is
      * rerun-safe (a remitted case is not paid twice), so a restart
      * simply calls it again.
      ******************************************************************
       1460-RUN-LEGAL-REMIT.
           CALL "LEGLREMT" USING WS-LEGLREMT-REMITTED
               WS-LEGLREMT-RETURN-CODE.
           MOVE 'LEGLREMT' TO WS-STEP-NAME.
           MOVE WS-LEGLREMT-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1460-EXIT
           END-IF.
           MOVE WS-LEGLREMT-REMITTED TO WS-CASES-REMITTED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'LEGAL ORDER CASES REMITTED '
               WS-CASES-REMITTED-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1460-EXIT.
       1460-EXIT.
           EXIT.

      ******************************************************************
      * 1500-RUN-POSTING - apply the night's TXNPOST-FILE to the
      * account and customer masters before the sweep ties them out,
      * then checkpoint the posting step as done so a restart that
      * resumes mid-sweep does not post the same file twice.  A
      * posting step stopped part-way resumes from POSTBAT's own
      * checkpoint, and the log says so.
      ******************************************************************
       1500-RUN-POSTING.
           CALL "POSTBAT" USING WS-POSTBAT-TXNS-APPLIED
               WS-POSTBAT-EXCEPTIONS WS-POSTBAT-RETURN-CODE
               WS-POSTBAT-RESTARTED-IND WS-POSTBAT-RESUMED-AFTER
               WS-POSTBAT-TXNS-SKIPPED WS-POSTBAT-TXNS-RETURNED
               WS-POSTBAT-TXNS-REACTIVATED WS-POSTBAT-TXNS-HELD.
           IF WS-POSTBAT-RESTARTED
               MOVE WS-POSTBAT-RESUMED-AFTER TO WS-RESUMED-DISPLAY
               MOVE WS-POSTBAT-TXNS-SKIPPED TO WS-SKIPPED-DISPLAY
               MOVE SPACES TO NIGHTRUN-LOG-LINE
               STRING 'POSTING RESTARTED - AFTER ' WS-RESUMED-DISPLAY
                   ' RECORDS, ' WS-SKIPPED-DISPLAY ' ALREADY POSTED'
                   DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE
               WRITE NIGHTRUN-LOG-LINE
           END-IF.
           MOVE 'POSTBAT ' TO WS-STEP-NAME.
           MOVE WS-POSTBAT-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
               ' EXCEPTIONS ' WS-POST-EXC-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           MOVE WS-POSTBAT-TXNS-RETURNED TO WS-RETURNED-DISPLAY.
           MOVE WS-POSTBAT-TXNS-REACTIVATED TO WS-REACTIVATED-DISPLAY.
           MOVE WS-POSTBAT-TXNS-HELD TO WS-HELD-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'POSTING BY STATUS - RETURNED ' WS-RETURNED-DISPLAY
               ' REACTIVATED ' WS-REACTIVATED-DISPLAY
               ' HELD ' WS-HELD-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 1560-RUN-SCHEDULED-RATES - queue the change-in-terms notices
      * for newly scheduled rate changes and apply the changes whose
      * effective date has arrived, ahead of accrual so tonight's
      * interest runs at the new rate.  SCHDRATE is rerun-safe (a
      * noticed change is marked, an applied change is no longer
      * outstanding), so no checkpoint flag is needed.
      ******************************************************************
       1560-RUN-SCHEDULED-RATES.
           CALL "SCHDRATE" USING WS-SCHDRATE-NOTICES
               WS-SCHDRATE-APPLIED WS-SCHDRATE-RETURN-CODE.
           MOVE 'SCHDRATE' TO WS-STEP-NAME.
           MOVE WS-SCHDRATE-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1560-EXIT
           END-IF.
           MOVE WS-SCHDRATE-NOTICES TO WS-SCHD-NOTICES-DISPLAY.
           MOVE WS-SCHDRATE-APPLIED TO WS-SCHD-APPLIED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'SCHEDULED RATE CHANGES APPLIED '
               WS-SCHD-APPLIED-DISPLAY
               ' NOTICES QUEUED ' WS-SCHD-NOTICES-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1560-EXIT.
       1560-EXIT.
           EXIT.

      ******************************************************************
      * 1600-RUN-ACCRUAL - bring every account's interest accrual
      * current and capitalize at month end.  INTACCR is rerun-safe
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1620-RUN-TERM-MATURITY - send the term deposit maturity
      * notices coming due and renew or pay out the terms maturing
      * today, once accrual has brought their interest current.
      * TDMATUR is rerun-safe (a renewed term matures in the future,
      * a paid-out term is no longer open, a sent notice is marked),
      * so no checkpoint flag is needed.
      ******************************************************************
       1620-RUN-TERM-MATURITY.
           CALL "TDMATUR" USING WS-TDMATUR-MATURED
               WS-TDMATUR-RETURN-CODE.
           MOVE 'TDMATUR ' TO WS-STEP-NAME.
           MOVE WS-TDMATUR-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1620-EXIT
           END-IF.
           MOVE WS-TDMATUR-MATURED TO WS-MATURED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'TERM DEPOSITS MATURED ' WS-MATURED-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1620-EXIT.
       1620-EXIT.
           EXIT.

      ******************************************************************
      * 1630-RUN-LOAN-BILLING - disburse the loans booked today, bill
      * the installments coming due and refresh each loan's days
      * past due, after posting has applied the day's payments and
      * before the aging run reads them.  LOANBILL is rerun-safe (a
      * disbursed loan is no longer booked, a loan is billed once a
      * month, days past due are recomputed), so no checkpoint flag
      * is needed.
      ******************************************************************
       1630-RUN-LOAN-BILLING.
           CALL "LOANBILL" USING WS-LOANBILL-BILLED
               WS-LOANBILL-RETURN-CODE.
           MOVE 'LOANBILL' TO WS-STEP-NAME.
           MOVE WS-LOANBILL-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1630-EXIT
           END-IF.
           MOVE WS-LOANBILL-BILLED TO WS-LOANS-BILLED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'LOAN INSTALLMENTS BILLED ' WS-LOANS-BILLED-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1630-EXIT.
       1630-EXIT.
           EXIT.

      ******************************************************************
      * 1650-RUN-OD-SWEEP - cover the overdrafts posting and the
      * standing orders left on protected accounts from their linked
      * protecting accounts, ahead of accrual so INTACCR accrues on
      * the swept balances (no debit interest on a covered overdraft,
      * no deposit interest on the money moved out) and ahead of the
      * overdraft fee.  ODSWEEP is rerun-safe (a swept account is no
      * longer negative), so no checkpoint flag is needed.
      ******************************************************************
       1650-RUN-OD-SWEEP.
           CALL "ODSWEEP" USING WS-ODSWEEP-SWEPT
               WS-ODSWEEP-RETURN-CODE.
           MOVE 'ODSWEEP ' TO WS-STEP-NAME.
           MOVE WS-ODSWEEP-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1650-EXIT
           END-IF.
           MOVE WS-ODSWEEP-SWEPT TO WS-SWEPT-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'OVERDRAFT SWEEPS ' WS-SWEPT-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1650-EXIT.
       1650-EXIT.
           EXIT.

      ******************************************************************
      * 1700-RUN-OVERDRAFT - assess overdraft fees on the accounts
      * the night's posting drove negative.  ODFEE is rerun-safe
       1850-EXIT.
           EXIT.

      ******************************************************************
      * 1860-RUN-ACH-ORIGINATION - build the ACH file from the
      * payments standing orders and closeouts queued tonight, with
      * the clearing-account credits journaled and tied on ACHORPT.
      * ACHORIG empties ACHPEND once the file is built, so a rerun
      * finds nothing left to originate.
      ******************************************************************
       1860-RUN-ACH-ORIGINATION.
           CALL "ACHORIG" USING WS-ACHORIG-ENTRIES
               WS-ACHORIG-RETURN-CODE.
           MOVE 'ACHORIG ' TO WS-STEP-NAME.
           MOVE WS-ACHORIG-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1860-EXIT
           END-IF.
           MOVE WS-ACHORIG-ENTRIES TO WS-ACH-ENTRIES-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'ACH ENTRIES ORIGINATED ' WS-ACH-ENTRIES-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1860-EXIT.
       1860-EXIT.
           EXIT.

      ******************************************************************
      * 1865-RUN-CHECK-ISSUE - official checks for the closeout
      * disbursements ACCTCLSE has just fed, numbered onto CHKREG,
      * with tonight's positive-pay issue file for the bank.
      * CHKISSUE keeps its place in DISBFEED on the register's
      * control record, so a rerun issues nothing twice.
      ******************************************************************
       1865-RUN-CHECK-ISSUE.
           CALL "CHKISSUE" USING WS-CHKISSUE-CHECKS
               WS-CHKISSUE-RETURN-CODE.
           MOVE 'CHKISSUE' TO WS-STEP-NAME.
           MOVE WS-CHKISSUE-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1865-EXIT
           END-IF.
           MOVE WS-CHKISSUE-CHECKS TO WS-CHECKS-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'OFFICIAL CHECKS ISSUED ' WS-CHECKS-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1865-EXIT.
       1865-EXIT.
           EXIT.

      ******************************************************************
      * 1870-RUN-FX-REVALUATION - restate every foreign-currency
      * account's book value at the month-end rate and journal the
      * gain or loss (a non-month-end night is a no-op).  An account
      * already revalued tonight has nothing left to book, so a
      * rerun is harmless and no checkpoint flag is needed.
      ******************************************************************
       1870-RUN-FX-REVALUATION.
           CALL "FXREVAL" USING WS-FXREVAL-ACCOUNTS
               WS-FXREVAL-RETURN-CODE.
           MOVE 'FXREVAL ' TO WS-STEP-NAME.
           MOVE WS-FXREVAL-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           IF WS-RUN-STOPPED
               GO TO 1870-EXIT
           END-IF.
           MOVE WS-FXREVAL-ACCOUNTS TO WS-REVALUED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'FX ACCOUNTS REVALUED ' WS-REVALUED-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           GO TO 1870-EXIT.
       1870-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RUN-STREAM-CYCLE - deal one range to every stream still
      * running.  The cycle leaves WS-RANGES-DONE set only when no
      ******************************************************************
      * 3500-RUN-POST-SWEEP - the steps that want the night's posted,
      * swept masters: the collections letter feed off the aging
      * buckets, the month-end charge-off of aged overdrafts (after
      * the feed has stamped the night's 90-day cases) and the
      * month-end credit bureau file that reports them, the
      * quarter-end deposit insurance coverage extract, the month-
      * end branch scorecard and customer profitability report, the
      * ten-business-day cash-flow forecast, the prior-period
      * adjustments report, the dormant/escheatment sweep, the
      * credit-exposure report, the referential-integrity audit, the
      * balance-snapshot history feeder, and the general-ledger
      * summary with the sub-ledger proof against its control
      * balances.
      * Each step here is idempotent, so the group reruns safely on
      * a restart that lands after the aging report's checkpoint.
      ******************************************************************
               WS-LETTERS-90-DISPLAY DELIMITED BY SIZE
               INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "CHGOFF" USING WS-CHGOFF-CHARGED-OFF
               WS-CHGOFF-RETURN-CODE.
           MOVE 'CHGOFF  ' TO WS-STEP-NAME.
           MOVE WS-CHGOFF-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-CHGOFF-CHARGED-OFF TO WS-CHARGED-OFF-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'ACCOUNTS CHARGED OFF ' WS-CHARGED-OFF-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "CRBUREAU" USING WS-CRBUREAU-REPORTED
               WS-CRBUREAU-RETURN-CODE.
           MOVE 'CRBUREAU' TO WS-STEP-NAME.
           MOVE WS-CRBUREAU-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-CRBUREAU-REPORTED TO WS-BUREAU-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'CREDIT BUREAU SEGMENTS ' WS-BUREAU-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "DEPINS" USING WS-DEPINS-DEPOSITORS
               WS-DEPINS-RETURN-CODE.
           MOVE 'DEPINS  ' TO WS-STEP-NAME.
           MOVE WS-DEPINS-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-DEPINS-DEPOSITORS TO WS-DEPOSITORS-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'DEPOSIT INSURANCE DEPOSITOR CATEGORIES '
               WS-DEPOSITORS-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "BRSCORE" USING WS-BRSCORE-BRANCHES
               WS-BRSCORE-RETURN-CODE.
           MOVE 'BRSCORE ' TO WS-STEP-NAME.
           MOVE WS-BRSCORE-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-BRSCORE-BRANCHES TO WS-BRANCHES-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'BRANCH SCORECARD LINES ' WS-BRANCHES-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "CUSTPROF" USING WS-CUSTPROF-CUSTOMERS
               WS-CUSTPROF-RETURN-CODE.
           MOVE 'CUSTPROF' TO WS-STEP-NAME.
           MOVE WS-CUSTPROF-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-CUSTPROF-CUSTOMERS TO WS-PROFILED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'CUSTOMER PROFITABILITY LINES ' WS-PROFILED-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "SAVCONV" USING WS-SAVCONV-CANDIDATES
               WS-SAVCONV-RETURN-CODE.
           MOVE 'SAVCONV ' TO WS-STEP-NAME.
           MOVE WS-SAVCONV-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-SAVCONV-CANDIDATES TO WS-CONVERSIONS-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'SAVINGS CONVERSION CANDIDATES '
               WS-CONVERSIONS-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "CASHFCST" USING WS-CASHFCST-DAYS-OVER
               WS-CASHFCST-RETURN-CODE.
           MOVE 'CASHFCST' TO WS-STEP-NAME.
           MOVE WS-CASHFCST-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-CASHFCST-DAYS-OVER TO WS-DAYS-OVER-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'CASH FORECAST DAYS OVER THRESHOLD '
               WS-DAYS-OVER-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "PPADJRPT" USING WS-PPADJRPT-ADJUSTMENTS
               WS-PPADJRPT-RETURN-CODE.
           MOVE 'PPADJRPT' TO WS-STEP-NAME.
           MOVE WS-PPADJRPT-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-PPADJRPT-ADJUSTMENTS TO WS-ADJUSTMENTS-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'PRIOR-PERIOD ADJUSTMENTS MONTH TO DATE '
               WS-ADJUSTMENTS-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "DORMSWP" USING WS-DORMANT-AGE-DAYS
               WS-DORMSWP-FLAGGED WS-DORMSWP-CANDIDATES
               WS-DORMSWP-RETURN-CODE.
           STRING 'GL INTERFACE LINES WRITTEN ' WS-GL-LINES-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "GLPROOF" USING WS-GLPROOF-DIFFERENCES
               WS-GLPROOF-RETURN-CODE.
           MOVE 'GLPROOF ' TO WS-STEP-NAME.
           MOVE WS-GLPROOF-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-GLPROOF-DIFFERENCES TO WS-GL-DIFFERENCES-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'GL CONTROL TYPES OUT OF BALANCE '
               WS-GL-DIFFERENCES-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "OVRDRPT" USING WS-OVRDRPT-OVERRIDES
               WS-OVRDRPT-RETURN-CODE.
           MOVE 'OVRDRPT ' TO WS-STEP-NAME.
           MOVE WS-OVRDRPT-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-OVRDRPT-OVERRIDES TO WS-OVERRIDES-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'TELLER LIMIT OVERRIDES TODAY '
               WS-OVERRIDES-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "DRWRPT" USING WS-DRWRPT-DRAWERS
               WS-DRWRPT-FLAGGED WS-DRWRPT-RETURN-CODE.
           MOVE 'DRWRPT  ' TO WS-STEP-NAME.
           MOVE WS-DRWRPT-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-DRWRPT-DRAWERS TO WS-DRAWERS-DISPLAY.
           MOVE WS-DRWRPT-FLAGGED TO WS-DRAWERS-FLAGGED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'TELLER DRAWERS CLOSED ' WS-DRAWERS-DISPLAY
               ' TELLERS FLAGGED ' WS-DRAWERS-FLAGGED-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "MEMORECN" USING WS-MEMOR-ITEMS-FED
               WS-MEMOR-ITEMS-HARDENED WS-MEMOR-EXCEPTIONS
               WS-MEMOR-RETURN-CODE.
               WS-WATCH-MATCH-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "AMLAGE" USING WS-AMLAGE-CASES-OPEN
               WS-AMLAGE-CASES-DUE WS-AMLAGE-RETURN-CODE.
           MOVE 'AMLAGE  ' TO WS-STEP-NAME.
           MOVE WS-AMLAGE-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-AMLAGE-CASES-OPEN TO WS-AML-OPEN-DISPLAY.
           MOVE WS-AMLAGE-CASES-DUE TO WS-AML-DUE-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'AML CASES OPEN ' WS-AML-OPEN-DISPLAY
               ' NEAR OR PAST DEADLINE ' WS-AML-DUE-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "RISKRATE" USING WS-RISKRATE-RATED
               WS-RISKRATE-CHANGED WS-RISKRATE-RETURN-CODE.
           MOVE 'RISKRATE' TO WS-STEP-NAME.
           MOVE WS-RISKRATE-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-RISKRATE-RATED TO WS-RISK-RATED-DISPLAY.
           MOVE WS-RISKRATE-CHANGED TO WS-RISK-CHANGED-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'CUSTOMERS RISK RATED ' WS-RISK-RATED-DISPLAY
               ' RATINGS CHANGED ' WS-RISK-CHANGED-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "RISKREVW" USING WS-RISKREVW-DUE
               WS-RISKREVW-OVERDUE WS-RISKREVW-RETURN-CODE.
           MOVE 'RISKREVW' TO WS-STEP-NAME.
           MOVE WS-RISKREVW-RETURN-CODE TO WS-STEP-RC.
           MOVE 'FULL FILE' TO WS-STEP-CONTEXT.
           PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
           MOVE WS-RISKREVW-DUE TO WS-REVIEW-DUE-DISPLAY.
           MOVE WS-RISKREVW-OVERDUE TO WS-REVIEW-OVERDUE-DISPLAY.
           MOVE SPACES TO NIGHTRUN-LOG-LINE.
           STRING 'DUE-DILIGENCE REVIEWS DUE ' WS-REVIEW-DUE-DISPLAY
               ' OVERDUE ' WS-REVIEW-OVERDUE-DISPLAY
               DELIMITED BY SIZE INTO NIGHTRUN-LOG-LINE.
           WRITE NIGHTRUN-LOG-LINE.
           CALL "NDXBLD" USING WS-NDXBLD-ROWS-WRITTEN
               WS-NDXBLD-RETURN-CODE.
           MOVE 'NDXBLD  ' TO WS-STEP-NAME.
           MOVE 'S' TO WS-RULE-ACTION.
           PERFORM 7100-FIND-STEP-RULE THRU 7100-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 49.
           IF WS-STEP-RC NOT > WS-RULE-MAX-RC
               GO TO 7000-EXIT
           END-IF.
