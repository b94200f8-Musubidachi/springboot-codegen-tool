      *                    been read successfully.  Callers now set
      *                    WS-REJECT-REASON before the PERFORM so the
      *                    line matches the check that actually failed.
      *   2026-10-15  ROK  A term deposit's rate is locked for its
      *                    term: a change for an account with an
      *                    open TERMDEP term is rejected RATE LOCKED
      *                    FOR DEPOSIT TERM.  The rate moves only at
      *                    renewal, by TDMATUR.
      *   2026-10-15  ROK  An installment loan's rate is the note
      *                    rate on LOANMAST: a change for a loan not
      *                    yet closed is rejected RATE SET BY LOAN
      *                    NOTE.
      *   2026-10-15  ROK  The feed and the approved feed carry an
      *                    effective date.  A change dated after
      *                    today passes the same checks (and the
      *                    same maker/checker threshold) but is held
      *                    on RATESCHD instead of applied; SCHDRATE
      *                    sends the change-in-terms notice and
      *                    applies it on the date.  A zero date
      *                    applies tonight as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECHG.
               RECORD KEY IS PC-PENDING-ID
               FILE STATUS IS WS-PENDCHG-STATUS.

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

           SELECT RATESCHD-FILE ASSIGN TO "RATESCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-SCHED-KEY
               FILE STATUS IS WS-RATESCHD-STATUS.

           SELECT SYSSTAT-FILE ASSIGN TO "SYSSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSSTAT-STATUS.
           05  RF-ACCOUNT-NUMBER            PIC X(12).
           05  RF-NEW-RATE                  PIC 9(2)V9(4).
           05  RF-CHANGED-BY                PIC X(8).
           05  RF-EFFECTIVE-DATE            PIC 9(8).

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".
           05  RA-NEW-RATE                  PIC 9(2)V9(4).
           05  RA-CHANGED-BY                PIC X(8).
           05  RA-APPROVED-BY               PIC X(8).
           05  RA-EFFECTIVE-DATE            PIC 9(8).

       FD  PENDCHG-FILE.
       COPY "PENDCHG".

       FD  TERMDEP-FILE.
       COPY "TERMDEP".

       FD  LOANMAST-FILE.
       COPY "LOANMAST".

       FD  RATESCHD-FILE.
       COPY "RATESCHD".

       FD  SYSSTAT-FILE.
       COPY "SYSSTAT".

       WORKING-STORAGE SECTION.
       COPY "Redefine".

       01  WS-DATE-RESULT.
           05  WS-DATE-RESULT-IND           PIC X(1).
               88  WS-DATE-VALID            VALUE 'Y'.
           05  WS-DATE-RESULT-MESSAGE       PIC X(40).

       01  WS-FILE-STATUSES.
           05  WS-RATEFEED-STATUS           PIC X(2).
               88  WS-RATEFEED-OK           VALUE '00'.
           05  WS-PENDCHG-STATUS            PIC X(2).
           05  WS-SYSSTAT-STATUS            PIC X(2).
               88  WS-SYSSTAT-OK            VALUE '00'.
           05  WS-TERMDEP-STATUS            PIC X(2).
               88  WS-TERMDEP-OK            VALUE '00'.
           05  WS-LOANMAST-STATUS           PIC X(2).
               88  WS-LOANMAST-OK           VALUE '00'.
           05  WS-RATESCHD-STATUS           PIC X(2).

      ******************************************************************
      * The maker/checker threshold: a rate move larger than this
           05  WS-CHANGES-APPLIED           PIC 9(7) COMP.
           05  WS-CHANGES-REJECTED          PIC 9(7) COMP.
           05  WS-CHANGES-PENDED            PIC 9(7) COMP.
           05  WS-CHANGES-SCHEDULED         PIC 9(7) COMP.
           05  WS-REJECT-REASON              PIC X(40).
           05  WS-APPROVED-PASS-IND         PIC X(1).
               88  WS-APPROVED-PASS         VALUE 'Y'.
           05  WS-RATE-DELTA                PIC S9(3)V9(4) COMP-3.
           05  WS-PEND-WRITTEN-IND          PIC X(1).
               88  WS-PEND-WRITTEN          VALUE 'Y'.
           05  WS-TERMDEP-OPEN-IND          PIC X(1).
               88  WS-TERMDEP-OPEN          VALUE 'Y'.
           05  WS-LOANMAST-OPEN-IND         PIC X(1).
               88  WS-LOANMAST-OPEN         VALUE 'Y'.
           05  WS-SCHED-WRITTEN-IND         PIC X(1).
               88  WS-SCHED-WRITTEN         VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO WS-CHANGES-APPLIED.
           MOVE 0 TO WS-CHANGES-REJECTED.
           MOVE 0 TO WS-CHANGES-PENDED.
           MOVE 0 TO WS-CHANGES-SCHEDULED.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RATEFEED-FILE.
           MOVE 'N' TO WS-RATEAPPR-PRESENT-IND.
               CLOSE PENDCHG-FILE
               OPEN I-O PENDCHG-FILE
           END-IF.
           OPEN I-O RATESCHD-FILE.
           IF WS-RATESCHD-STATUS = '35'
               OPEN OUTPUT RATESCHD-FILE
               CLOSE RATESCHD-FILE
               OPEN I-O RATESCHD-FILE
           END-IF.
           MOVE 'N' TO WS-TERMDEP-OPEN-IND.
           OPEN INPUT TERMDEP-FILE.
           IF WS-TERMDEP-OK
               MOVE 'Y' TO WS-TERMDEP-OPEN-IND
           END-IF.
           MOVE 'N' TO WS-LOANMAST-OPEN-IND.
           OPEN INPUT LOANMAST-FILE.
           IF WS-LOANMAST-OK
               MOVE 'Y' TO WS-LOANMAST-OPEN-IND
           END-IF.
       1000-EXIT.
           EXIT.

      * RATEHIST-FILE.  A first-pass change whose delta exceeds the
      * checker threshold pends instead; the approved pass skips the
      * threshold, since a checker has already signed the change.
      * A change effective after today, once through every check,
      * is scheduled on RATESCHD instead of applied.
      ******************************************************************
       2050-APPLY-ONE-CHANGE.
           IF RF-EFFECTIVE-DATE NOT NUMERIC
               MOVE 0 TO RF-EFFECTIVE-DATE
           END-IF.
           IF RF-EFFECTIVE-DATE > WS-CURRENT-DATE
               SET DATE-FORMAT-YYYYMMDD TO TRUE
               MOVE RF-EFFECTIVE-DATE TO RAW-DATE
               CALL 'DATEVAL' USING GENERIC-DATE WS-DATE-RESULT
               IF NOT WS-DATE-VALID
                   ADD 1 TO WS-CHANGES-REJECTED
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
                   PERFORM 2100-WRITE-REJECT-LINE THRU 2100-EXIT
                   GO TO 2050-EXIT
               END-IF
           END-IF.
           MOVE RF-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   PERFORM 2100-WRITE-REJECT-LINE THRU 2100-EXIT
                   GO TO 2050-EXIT
           END-READ.
           IF WS-TERMDEP-OPEN
               MOVE RF-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER
               READ TERMDEP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-TERM-OPEN
                           ADD 1 TO WS-CHANGES-REJECTED
                           MOVE 'RATE LOCKED FOR DEPOSIT TERM' TO
                               WS-REJECT-REASON
                           PERFORM 2100-WRITE-REJECT-LINE
                               THRU 2100-EXIT
                           GO TO 2050-EXIT
                       END-IF
               END-READ
           END-IF.
           IF WS-LOANMAST-OPEN
               MOVE RF-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER
               READ LOANMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT LN-STAT-CLOSED
                           ADD 1 TO WS-CHANGES-REJECTED
                           MOVE 'RATE SET BY LOAN NOTE' TO
                               WS-REJECT-REASON
                           PERFORM 2100-WRITE-REJECT-LINE
                               THRU 2100-EXIT
                           GO TO 2050-EXIT
                       END-IF
               END-READ
           END-IF.
           IF NOT WS-APPROVED-PASS
               COMPUTE WS-RATE-DELTA =
                   RF-NEW-RATE - AM-INTEREST-RATE
                   GO TO 2050-EXIT
               END-IF
           END-IF.
           IF RF-EFFECTIVE-DATE > WS-CURRENT-DATE
               PERFORM 2300-SCHEDULE-CHANGE THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.
           MOVE SPACES TO RATE-HIST-RECORD.
           MOVE RF-ACCOUNT-NUMBER TO RH-ACCOUNT-NUMBER.
           MOVE WS-CURRENT-DATE TO RH-EFFECTIVE-DATE.
           MOVE WS-CURRENT-DATE TO PC-ENTERED-DATE.
           MOVE RF-ACCOUNT-NUMBER TO PC-ACCOUNT-NUMBER.
           MOVE RF-NEW-RATE TO PC-NEW-RATE.
           MOVE RF-EFFECTIVE-DATE TO PC-EFFECTIVE-DATE.
           MOVE 1 TO PC-PENDING-ID.
           MOVE 'N' TO WS-PEND-WRITTEN-IND.
           PERFORM 2210-TRY-ONE-PENDING-WRITE THRU 2210-EXIT
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-SCHEDULE-CHANGE - hold a future-dated change on
      * RATESCHD under the next free sequence for its effective
      * date, with the account's rate as it stands today.  An
      * approved change keeps its checker's ID.
      ******************************************************************
       2300-SCHEDULE-CHANGE.
           INITIALIZE RATE-SCHED-RECORD.
           MOVE RF-EFFECTIVE-DATE TO RS-EFFECTIVE-DATE.
           SET RS-TYPE-ACCOUNT TO TRUE.
           MOVE RF-ACCOUNT-NUMBER TO RS-ACCOUNT-NUMBER.
           MOVE AM-INTEREST-RATE TO RS-OLD-RATE.
           MOVE RF-NEW-RATE TO RS-NEW-RATE.
           MOVE RF-CHANGED-BY TO RS-CHANGED-BY.
           IF WS-APPROVED-PASS
               MOVE RA-APPROVED-BY TO RS-APPROVED-BY
           END-IF.
           MOVE WS-CURRENT-DATE TO RS-ENTERED-DATE.
           SET RS-STAT-SCHEDULED TO TRUE.
           MOVE 1 TO RS-SCHED-SEQ.
           MOVE 'N' TO WS-SCHED-WRITTEN-IND.
           PERFORM 2310-TRY-ONE-SCHED-WRITE THRU 2310-EXIT
               UNTIL WS-SCHED-WRITTEN
                   OR RS-SCHED-SEQ = 99999.
           IF NOT WS-SCHED-WRITTEN
               ADD 1 TO WS-CHANGES-REJECTED
               MOVE 'NO SCHEDULE SEQUENCE LEFT FOR DATE' TO
                   WS-REJECT-REASON
               PERFORM 2100-WRITE-REJECT-LINE THRU 2100-EXIT
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-CHANGES-SCHEDULED.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

       2310-TRY-ONE-SCHED-WRITE.
           WRITE RATE-SCHED-RECORD
               INVALID KEY
                   ADD 1 TO RS-SCHED-SEQ
               NOT INVALID KEY
                   SET WS-SCHED-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2310-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2500-PROCESS-ONE-APPROVED - read one approved change APPRREV
      * sent back and apply it through the same logic, threshold
           MOVE RA-ACCOUNT-NUMBER TO RF-ACCOUNT-NUMBER.
           MOVE RA-NEW-RATE TO RF-NEW-RATE.
           MOVE RA-CHANGED-BY TO RF-CHANGED-BY.
           MOVE RA-EFFECTIVE-DATE TO RF-EFFECTIVE-DATE.
           PERFORM 2050-APPLY-ONE-CHANGE THRU 2050-EXIT.
           GO TO 2500-EXIT.
       2500-EXIT.
           CLOSE RATEHIST-FILE.
           CLOSE RATECHG-REJ-FILE.
           CLOSE PENDCHG-FILE.
           CLOSE RATESCHD-FILE.
           IF WS-TERMDEP-OPEN
               CLOSE TERMDEP-FILE
           END-IF.
           IF WS-LOANMAST-OPEN
               CLOSE LOANMAST-FILE
           END-IF.
           DISPLAY 'RATECHG CHANGES PENDED: ' WS-CHANGES-PENDED.
           DISPLAY 'RATECHG CHANGES SCHEDULED: ' WS-CHANGES-SCHEDULED.
       9000-EXIT.
           EXIT.
