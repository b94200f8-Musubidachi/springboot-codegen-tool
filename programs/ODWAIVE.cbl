      *                    fee date inside one feed is rejected at
      *                    the load instead of refunding alongside
      *                    the first.
      *   2026-10-15  ROK  The waiver report now totals by the
      *                    account's owning branch (AM-BRANCH-ID) as
      *                    well as the branch that submitted the
      *                    waiver and the reason, so waivers tie back
      *                    to the branch that owns the customer.
      *   2026-10-15  ROK  Movements on a foreign-currency account are
      *                    converted through FXCONV; the reporting
      *                    amount goes to CM-TOTAL-BALANCE,
      *                    AM-REPORTING-BALANCE and the journal row.
      *                    POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  A refund belongs to the date of the fee it
      *                    waives.  A fee dated in a month PERCLOSE
      *                    has closed is refunded into the open
      *                    period as a prior-period adjustment, the
      *                    fee date kept on PJ-VALUE-DATE.
      *   2026-10-15  ROK  The fee and already-waived match reads the
      *                    journal index by account from the fee
      *                    date, across every monthly generation,
      *                    instead of the whole journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODWAIVE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT JRNLNDX-FILE ASSIGN TO "JRNLNDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-DATE-KEY
               FILE STATUS IS WS-JRNLNDX-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  WF-REASON                    PIC X(20).

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  JRNLNDX-FILE.
       COPY "JRNLNDX".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "FXCONV-PARM".
       COPY "PERCHK-PARM".

       01  WS-FILE-STATUSES.
           05  WS-ODWFEED-STATUS            PIC X(2).
               88  WS-ODWFEED-OK            VALUE '00'.
               88  WS-ODWFEED-EOF           VALUE '10'.
           05  WS-POSTJRNL-STATUS           PIC X(2).
           05  WS-JRNLNDX-STATUS            PIC X(2).
               88  WS-JRNLNDX-OK            VALUE '00'.
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ODWRPT-STATUS             PIC X(2).
           05  WS-SUMM-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-SUMM-ENTRY OCCURS 1 TO 200
                   DEPENDING ON WS-SUMM-COUNT.
               10  SM-OWNER-BRANCH-ID       PIC X(4).
               10  SM-BRANCH-ID             PIC X(4).
               10  SM-REASON                PIC X(20).
               10  SM-WAIVER-COUNT          PIC 9(5) COMP.
           05  WS-WAIVERS-POSTED            PIC 9(7) COMP VALUE 0.
           05  WS-WAIVERS-REJECTED          PIC 9(7) COMP VALUE 0.

       01  WS-JRNLSYNC-FIELDS.
           05  WS-JRNLSYNC-FUNCTION         PIC X(1) VALUE 'I'.
           05  WS-JRNLSYNC-ROWS-INDEXED     PIC 9(7) COMP.
           05  WS-JRNLSYNC-RETURN-CODE      PIC 9(2).

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC ZZ,ZZ9.
           05  WS-TOTAL-DISPLAY             PIC -(9)9.99.
           05  WS-OWNER-DISPLAY             PIC X(4).

       PROCEDURE DIVISION.
       0000-MAINLINE.

      ******************************************************************
      * 1000-INITIALIZE - open the feed, the masters for update and
      * the reports.  The journal index opens for input at the match
      * and the journal for append at the apply.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           EXIT.

      ******************************************************************
      * 3000-MATCH-JOURNAL - each waiver reads its account's journal
      * rows off the index from the fee date on: it must find its
      * ODFEE entry for that date, and must not find an ODWAIVE
      * entry already covering it - matched by the fee's own
      * ODF+date ID on PJ-ORIG-TXN-ID, since the refund posts under
      * the WAIVER run's date, not the fee's.  The index is brought
      * level with the live journal first so a waiver posted
      * earlier tonight is seen.
      ******************************************************************
       3000-MATCH-JOURNAL.
           CALL "JRNLSYNC" USING WS-JRNLSYNC-FUNCTION
               WS-JRNLSYNC-ROWS-INDEXED WS-JRNLSYNC-RETURN-CODE.
           OPEN INPUT JRNLNDX-FILE.
           IF WS-JRNLNDX-OK
               PERFORM 3050-MATCH-ONE-WAIVER THRU 3050-EXIT
                   VARYING WS-WV-SUB FROM 1 BY 1
                   UNTIL WS-WV-SUB > WS-WAIVER-COUNT
               CLOSE JRNLNDX-FILE
           END-IF.
           OPEN EXTEND POSTJRNL-FILE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3050-MATCH-ONE-WAIVER.
           MOVE 'N' TO WS-JRNL-SCAN-DONE-IND.
           MOVE WV-ACCOUNT-NUMBER (WS-WV-SUB) TO PX-ACCOUNT-NUMBER.
           MOVE WV-FEE-DATE (WS-WV-SUB) TO PX-POST-DATE.
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
           IF PX-ACCOUNT-NUMBER NOT = WV-ACCOUNT-NUMBER (WS-WV-SUB)
               MOVE 'Y' TO WS-JRNL-SCAN-DONE-IND
               GO TO 3100-EXIT
           END-IF.
           MOVE PX-JOURNAL-IMAGE TO POST-JRNL-RECORD.
           IF PJ-SOURCE NOT = 'ODFEE   '
               AND PJ-SOURCE NOT = 'ODWAIVE '
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-CHECK-ONE-WAIVER THRU 3110-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-WAIVER.
           IF PJ-SOURCE = 'ODFEE   '
               AND PJ-POST-DATE = WV-FEE-DATE (WS-WV-SUB)
               MOVE 'Y' TO WV-FOUND-IND (WS-WV-SUB)
      ******************************************************************
      * 4000-APPLY-ONE-WAIVER - post the validated refund as its own
      * journaled reversing credit linked back to the fee entry, and
      * fold it into the owning-branch/branch/reason summary.
      ******************************************************************
       4000-APPLY-ONE-WAIVER.
           IF WV-ALREADY-WAIVED (WS-SUB)
           MOVE 'ODWAIVE ' TO PJ-SOURCE.
           MOVE WS-REFUND-AMOUNT TO PJ-TXN-AMOUNT.
           MOVE WV-FEE-TXN-ID (WS-SUB) TO PJ-ORIG-TXN-ID.
           MOVE WV-FEE-DATE (WS-SUB) TO PCK-TXN-DATE.
           PERFORM 8100-CHECK-PERIOD THRU 8100-EXIT.
           PERFORM 8000-CONVERT-MOVEMENT THRU 8000-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD WS-REFUND-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FXC-REPORTING-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
               END-IF
               ADD 1 TO WS-SUMM-COUNT
               MOVE WS-SUMM-COUNT TO WS-SUMM-HIT
               MOVE AM-BRANCH-ID TO SM-OWNER-BRANCH-ID (WS-SUMM-HIT)
               MOVE WV-BRANCH-ID (WS-SUB) TO
                   SM-BRANCH-ID (WS-SUMM-HIT)
               MOVE WV-REASON (WS-SUB) TO SM-REASON (WS-SUMM-HIT)
           EXIT.

       4110-CHECK-ONE-SUMMARY.
           IF SM-OWNER-BRANCH-ID (WS-SUMM-SUB) = AM-BRANCH-ID
               AND SM-BRANCH-ID (WS-SUMM-SUB) = WV-BRANCH-ID (WS-SUB)
               AND SM-REASON (WS-SUMM-SUB) = WV-REASON (WS-SUB)
               SET WS-SUMM-FOUND TO TRUE
               MOVE WS-SUMM-SUB TO WS-SUMM-HIT
           EXIT.

      ******************************************************************
      * 5000-WRITE-SUMMARY-REPORT - waived fees by owning branch,
      * submitting branch and reason, the volume finance asked to
      * see.  An account carrying no owning branch shows NONE.
      ******************************************************************
       5000-WRITE-SUMMARY-REPORT.
           PERFORM 5100-REPORT-ONE-SUMMARY THRU 5100-EXIT
       5100-REPORT-ONE-SUMMARY.
           MOVE SM-WAIVER-COUNT (WS-SUMM-SUB) TO WS-COUNT-DISPLAY.
           MOVE SM-WAIVER-TOTAL (WS-SUMM-SUB) TO WS-TOTAL-DISPLAY.
           MOVE SM-OWNER-BRANCH-ID (WS-SUMM-SUB) TO WS-OWNER-DISPLAY.
           IF WS-OWNER-DISPLAY = SPACES
               MOVE 'NONE' TO WS-OWNER-DISPLAY
           END-IF.
           MOVE SPACES TO ODWRPT-LINE.
           STRING 'OWNER ' WS-OWNER-DISPLAY
               ' BRANCH ' SM-BRANCH-ID (WS-SUMM-SUB)
               ' REASON ' SM-REASON (WS-SUMM-SUB)
               ' WAIVERS ' WS-COUNT-DISPLAY
               ' TOTAL ' WS-TOTAL-DISPLAY
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-CONVERT-MOVEMENT - the journal row being built, in the
      * account's currency, converted to the reporting currency.
      * A foreign-currency row carries the currency and the
      * converted amount, and the amount is added to the account's
      * book value; the caller books FXC-REPORTING-AMOUNT to the
      * customer total.
      ******************************************************************
       8000-CONVERT-MOVEMENT.
           MOVE AM-CURRENCY-CODE TO FXC-CURRENCY-CODE.
           MOVE PJ-TXN-AMOUNT TO FXC-AMOUNT.
           CALL "FXCONV" USING FXCONV-PARM.
           IF AM-REPORTING-CURRENCY OR FXC-NO-RATE
               GO TO 8000-EXIT
           END-IF.
           MOVE AM-CURRENCY-CODE TO PJ-CURRENCY-CODE.
           MOVE FXC-REPORTING-AMOUNT TO PJ-REPORTING-AMOUNT.
           ADD FXC-REPORTING-AMOUNT TO AM-REPORTING-BALANCE.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8100-CHECK-PERIOD - the journal row being built, against the
      * accounting period of the date it belongs to (PCK-TXN-DATE).
      * A date other than tonight is kept on the row; one in a
      * closed month flags the row as a prior-period adjustment.
      * The row posts under tonight's date either way.
      ******************************************************************
       8100-CHECK-PERIOD.
           IF PCK-TXN-DATE NOT NUMERIC
               GO TO 8100-EXIT
           END-IF.
           IF PCK-TXN-DATE NOT = WS-RUN-DATE
               MOVE PCK-TXN-DATE TO PJ-VALUE-DATE
           END-IF.
           CALL "PERCHK" USING PERCHK-PARM.
           IF PCK-PRIOR-PERIOD
               SET PJ-PRIOR-PERIOD-ADJ TO TRUE
           END-IF.
           GO TO 8100-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
