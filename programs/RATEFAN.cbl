      *                    whose index field is spaces) now rejects,
      *                    and the fan-out skips unlinked accounts
      *                    outright.
      *   2026-10-15  ROK  A MOVE line may carry an effective date.
      *                    A move dated after today is held on
      *                    RATESCHD instead of applied; SCHDRATE
      *                    notifies every linked account's owner and
      *                    makes the move on the date.  LINK and
      *                    UNLINK still take effect at once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEFAN.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.

           SELECT RATESCHD-FILE ASSIGN TO "RATESCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-SCHED-KEY
               FILE STATUS IS WS-RATESCHD-STATUS.

           SELECT SYSSTAT-FILE ASSIGN TO "SYSSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSSTAT-STATUS.
           05  BC-CHANGED-BY                PIC X(8).
           05  BC-ACCOUNT-NUMBER            PIC X(12).
           05  BC-RATE-SPREAD               PIC S9(2)V9(4).
           05  BC-EFFECTIVE-DATE            PIC 9(8).

       FD  BASERATE-FILE.
       COPY "BASERATE".
       FD  RATEFREJ-FILE.
       01  RATEFREJ-LINE                    PIC X(80).

       FD  RATESCHD-FILE.
       COPY "RATESCHD".

       WORKING-STORAGE SECTION.
       COPY "Redefine".

       01  WS-DATE-RESULT.
           05  WS-DATE-RESULT-IND           PIC X(1).
               88  WS-DATE-VALID            VALUE 'Y'.
           05  WS-DATE-RESULT-MESSAGE       PIC X(40).

       01  WS-FILE-STATUSES.
           05  WS-BRCHFEED-STATUS           PIC X(2).
               88  WS-BRCHFEED-OK           VALUE '00'.
           05  WS-SYSSTAT-STATUS            PIC X(2).
               88  WS-SYSSTAT-OK            VALUE '00'.
           05  WS-RATEFREJ-STATUS           PIC X(2).
           05  WS-RATESCHD-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
           05  WS-ACCOUNTS-LINKED           PIC 9(7) COMP VALUE 0.
           05  WS-ACCOUNTS-UNLINKED         PIC 9(7) COMP VALUE 0.
           05  WS-ENTRIES-REJECTED          PIC 9(7) COMP VALUE 0.
           05  WS-MOVES-SCHEDULED           PIC 9(5) COMP VALUE 0.
           05  WS-SCHED-WRITTEN-IND         PIC X(1).
               88  WS-SCHED-WRITTEN         VALUE 'Y'.
           05  WS-REJECT-REASON             PIC X(30).

       PROCEDURE DIVISION.
               OPEN OUTPUT RATEHIST-FILE
           END-IF.
           OPEN OUTPUT RATEFREJ-FILE.
           OPEN I-O RATESCHD-FILE.
           IF WS-RATESCHD-STATUS = '35'
               OPEN OUTPUT RATESCHD-FILE
               CLOSE RATESCHD-FILE
               OPEN I-O RATESCHD-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      * 2000-APPLY-ONE-ACTION - route one feed line: an index move,
      * an account link, or an unlink.  A blank index code on a
      * move or link rejects - it would otherwise "match" every
      * hand-priced account whose index field is spaces.  A move
      * effective after today is scheduled, not made.
      ******************************************************************
       2000-APPLY-ONE-ACTION.
           READ BRCHFEED-FILE.
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF BC-EFFECTIVE-DATE NOT NUMERIC
               MOVE 0 TO BC-EFFECTIVE-DATE
           END-IF.
           MOVE 'N' TO WS-INDEX-ON-FILE-IND.
           MOVE BC-INDEX-CODE TO BR-INDEX-CODE.
           READ BASERATE-FILE
               NOT INVALID KEY
                   SET WS-INDEX-ON-FILE TO TRUE
           END-READ.
           IF BC-EFFECTIVE-DATE > WS-CURRENT-DATE
               PERFORM 2600-SCHEDULE-INDEX-MOVE THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-INDEX-ON-FILE
               INITIALIZE BASE-RATE-RECORD
               MOVE BC-INDEX-CODE TO BR-INDEX-CODE
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-SCHEDULE-INDEX-MOVE - hold a future-dated index move on
      * RATESCHD under the next free sequence for its date, with the
      * index rate as it stands today (zero for an index not yet on
      * the table).
      ******************************************************************
       2600-SCHEDULE-INDEX-MOVE.
           SET DATE-FORMAT-YYYYMMDD TO TRUE.
           MOVE BC-EFFECTIVE-DATE TO RAW-DATE.
           CALL 'DATEVAL' USING GENERIC-DATE WS-DATE-RESULT.
           IF NOT WS-DATE-VALID
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF.
           INITIALIZE RATE-SCHED-RECORD.
           MOVE BC-EFFECTIVE-DATE TO RS-EFFECTIVE-DATE.
           SET RS-TYPE-INDEX TO TRUE.
           MOVE BC-INDEX-CODE TO RS-INDEX-CODE.
           IF WS-INDEX-ON-FILE
               MOVE BR-CURRENT-RATE TO RS-OLD-RATE
           END-IF.
           MOVE BC-NEW-RATE TO RS-NEW-RATE.
           MOVE BC-CHANGED-BY TO RS-CHANGED-BY.
           MOVE WS-CURRENT-DATE TO RS-ENTERED-DATE.
           SET RS-STAT-SCHEDULED TO TRUE.
           MOVE 1 TO RS-SCHED-SEQ.
           MOVE 'N' TO WS-SCHED-WRITTEN-IND.
           PERFORM 2610-TRY-ONE-SCHED-WRITE THRU 2610-EXIT
               UNTIL WS-SCHED-WRITTEN
                   OR RS-SCHED-SEQ = 99999.
           IF NOT WS-SCHED-WRITTEN
               MOVE 'NO SCHEDULE SEQUENCE LEFT' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-MOVES-SCHEDULED.
           GO TO 2600-EXIT.
       2600-EXIT.
           EXIT.

       2610-TRY-ONE-SCHED-WRITE.
           WRITE RATE-SCHED-RECORD
               INVALID KEY
                   ADD 1 TO RS-SCHED-SEQ
               NOT INVALID KEY
                   SET WS-SCHED-WRITTEN TO TRUE
           END-WRITE.
           GO TO 2610-EXIT.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-REJECT-LINE - report one feed line that could
      * not be applied.
           CLOSE ACCTMAST-FILE.
           CLOSE RATEHIST-FILE.
           CLOSE RATEFREJ-FILE.
           CLOSE RATESCHD-FILE.
           DISPLAY 'RATEFAN INDEXES MOVED:      ' WS-INDEXES-MOVED.
           DISPLAY 'RATEFAN ACCOUNTS REPRICED:  ' WS-ACCOUNTS-REPRICED.
           DISPLAY 'RATEFAN ACCOUNTS LINKED:    ' WS-ACCOUNTS-LINKED.
           DISPLAY 'RATEFAN ACCOUNTS UNLINKED:  ' WS-ACCOUNTS-UNLINKED.
           DISPLAY 'RATEFAN ENTRIES REJECTED:   ' WS-ENTRIES-REJECTED.
           DISPLAY 'RATEFAN MOVES SCHEDULED:    ' WS-MOVES-SCHEDULED.
       9000-EXIT.
           EXIT.
