      * DATE-WRITTEN: 2026-08-22
      *
      * ABSTRACT
      *   Duplicate-customer detection.  Every customer on
      *   CUSTMAST-FILE is released to a sort with the SOUNDEX key
      *   of CM-CUSTOMER-NAME, the postal code, phone and street
      *   line, and comes back in blocks of customers sharing the
      *   same phonetic key and CM-POSTAL-CODE.  Only the members of
      *   one block are ever paired, so the run grows with the
      *   customer base rather than with its square.  Each pair of
      *   different CUSTOMER-IDs in a block is scored: a shared
      *   phone or a shared street line each strengthen the match.
      *   Candidates land on the match report ranked by the score
      *   printed on each line, so the merge queue can work the
      *   strongest pairs first.
      *
      *   The DUPSNAP snapshot holds each customer's match fields as
      *   of the last run.  With 'C' on the optional DUPFPRM
      *   parameter line only pairs with at least one customer added
      *   or changed since then are scored - the new and changed
      *   customers against the whole base - which keeps the nightly
      *   run short; without it every pair is scored.  A customer's
      *   snapshot is brought up to date once its block is done.
      *
      * MODIFICATION HISTORY
      *   2026-08-22  ROK  Original version.
      *   2026-10-15  ROK  Rebuilt around a sort on phonetic key and
      *                    postal code: the 20,000-customer table and
      *                    the every-pair scan are gone, only
      *                    customers in the same block are compared.
      *                    DUPFPRM 'C' compares only customers added
      *                    or changed since the last run (DUPSNAP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPFIND.
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT DUPFPRM-FILE ASSIGN TO "DUPFPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPFPRM-STATUS.

           SELECT DUPSNAP-FILE ASSIGN TO "DUPSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CUSTOMER-ID
               FILE STATUS IS WS-DUPSNAP-STATUS.

           SELECT DUPRPT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.

           SELECT DUPSW-FILE ASSIGN TO "DUPSW".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  DUPFPRM-FILE.
       01  DUPFPRM-LINE.
           05  DF-MODE                      PIC X(1).
               88  DF-CHANGED-ONLY          VALUE 'C'.

       FD  DUPSNAP-FILE.
       COPY "DUPSNAP".

       FD  DUPRPT-FILE.
       01  DUPRPT-LINE                      PIC X(100).

      ******************************************************************
      * One customer, in phonetic key / postal code block order.
      ******************************************************************
       SD  DUPSW-FILE.
       01  DUPSW-RECORD.
           05  SW-SOUNDEX-KEY               PIC X(10).
           05  SW-POSTAL-CODE               PIC X(10).
           05  SW-CUSTOMER-ID               PIC 9(10).
           05  SW-PRIMARY-PHONE             PIC X(15).
           05  SW-STREET-LINE-1             PIC X(40).
           05  SW-CHANGED-IND               PIC X(1).
               88  SW-CHANGED               VALUE 'Y'.
           05  SW-SNAP-FOUND-IND            PIC X(1).
               88  SW-SNAP-FOUND            VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-DUPFPRM-STATUS            PIC X(2).
               88  WS-DUPFPRM-OK            VALUE '00'.
           05  WS-DUPSNAP-STATUS            PIC X(2).
               88  WS-DUPSNAP-OK            VALUE '00'.
           05  WS-DUPRPT-STATUS             PIC X(2).

      ******************************************************************
      * The block being paired: every customer sharing one phonetic
      * key and postal code.  Members past the table's capacity are
      * counted and called out on the report, not compared.
      ******************************************************************
       01  WS-BLOCK-TABLE.
           05  WS-BLOCK-COUNT               PIC 9(4) COMP VALUE 0.
           05  WS-BLOCK-ENTRY OCCURS 1 TO 500
                   DEPENDING ON WS-BLOCK-COUNT.
               10  DT-CUSTOMER-ID           PIC 9(10).
               10  DT-PRIMARY-PHONE         PIC X(15).
               10  DT-STREET-LINE-1         PIC X(40).
               10  DT-CHANGED-IND           PIC X(1).
                   88  DT-CHANGED           VALUE 'Y'.
               10  DT-SNAP-FOUND-IND        PIC X(1).
                   88  DT-SNAP-FOUND        VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-SUB                       PIC 9(4) COMP.
           05  WS-PAIR-SUB                  PIC 9(4) COMP.
           05  WS-NAME-WORK                 PIC X(30).
           05  WS-SCORE                     PIC 9(2) COMP.
           05  WS-CHANGED-ONLY-IND          PIC X(1).
               88  WS-CHANGED-ONLY          VALUE 'Y'.
           05  WS-SORT-EOF-IND              PIC X(1).
               88  WS-SORT-DONE             VALUE 'Y'.
           05  WS-BLOCK-END-IND             PIC X(1).
               88  WS-BLOCK-END             VALUE 'Y'.
           05  WS-BLOCK-KEY                 PIC X(10).
           05  WS-BLOCK-POSTAL              PIC X(10).
           05  WS-BLOCK-SKIPPED             PIC 9(7) COMP.
           05  WS-CUSTOMERS-READ            PIC 9(7) COMP VALUE 0.
           05  WS-CUSTOMERS-CHANGED         PIC 9(7) COMP VALUE 0.
           05  WS-BLOCKS-OVERSIZE           PIC 9(7) COMP VALUE 0.
           05  WS-PAIRS-FOUND               PIC 9(7) COMP VALUE 0.
           05  WS-SCORE-DISPLAY             PIC 9.
           05  WS-ID-A-DISPLAY              PIC 9(10).
           05  WS-ID-B-DISPLAY              PIC 9(10).
           05  WS-SKIPPED-DISPLAY           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT DUPSW-FILE
               ON ASCENDING KEY SW-SOUNDEX-KEY SW-POSTAL-CODE
                   SW-CUSTOMER-ID
               INPUT PROCEDURE IS 2000-SELECT-CUSTOMERS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PAIR-BLOCKS
                   THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the run mode, then open the files (the
      * snapshot is created on first use).
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-CHANGED-ONLY-IND.
           OPEN INPUT DUPFPRM-FILE.
           IF WS-DUPFPRM-OK
               READ DUPFPRM-FILE
                   AT END
                       MOVE SPACES TO DUPFPRM-LINE
               END-READ
               IF DF-CHANGED-ONLY
                   MOVE 'Y' TO WS-CHANGED-ONLY-IND
               END-IF
               CLOSE DUPFPRM-FILE
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           OPEN I-O DUPSNAP-FILE.
           IF WS-DUPSNAP-STATUS = '35'
               OPEN OUTPUT DUPSNAP-FILE
               CLOSE DUPSNAP-FILE
               OPEN I-O DUPSNAP-FILE
           END-IF.
           OPEN OUTPUT DUPRPT-FILE.
           IF WS-CHANGED-ONLY
               DISPLAY 'DUPFIND: NEW AND CHANGED CUSTOMERS ONLY'
           ELSE
               DISPLAY 'DUPFIND: FULL COMPARISON'
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-CUSTOMERS - the sort's input: every customer,
      * marked changed when the snapshot has no record of it or
      * no longer agrees with its match fields.
      ******************************************************************
       2000-SELECT-CUSTOMERS.
           MOVE LOW-VALUES TO CM-CUSTOMER-ID.
           START CUSTMAST-FILE KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-CUSTMAST-STATUS
           END-START.
           PERFORM 2100-RELEASE-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL WS-CUSTMAST-STATUS = '10'.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-CUSTMAST-STATUS
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-CUSTOMERS-READ.
           MOVE CM-CUSTOMER-ID TO SW-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME TO WS-NAME-WORK.
           CALL 'SOUNDEX' USING WS-NAME-WORK SW-SOUNDEX-KEY.
           MOVE CM-POSTAL-CODE TO SW-POSTAL-CODE.
           MOVE CM-PRIMARY-PHONE TO SW-PRIMARY-PHONE.
           MOVE CM-STREET-LINE-1 TO SW-STREET-LINE-1.
           MOVE 'N' TO SW-CHANGED-IND.
           MOVE 'Y' TO SW-SNAP-FOUND-IND.
           MOVE CM-CUSTOMER-ID TO DS-CUSTOMER-ID.
           READ DUPSNAP-FILE
               INVALID KEY
                   MOVE 'N' TO SW-SNAP-FOUND-IND
                   MOVE 'Y' TO SW-CHANGED-IND
           END-READ.
           IF SW-SNAP-FOUND
               IF DS-SOUNDEX-KEY NOT = SW-SOUNDEX-KEY
                   OR DS-POSTAL-CODE NOT = SW-POSTAL-CODE
                   OR DS-PRIMARY-PHONE NOT = SW-PRIMARY-PHONE
                   OR DS-STREET-LINE-1 NOT = SW-STREET-LINE-1
                   MOVE 'Y' TO SW-CHANGED-IND
               END-IF
           END-IF.
           IF SW-CHANGED
               ADD 1 TO WS-CUSTOMERS-CHANGED
           END-IF.
           RELEASE DUPSW-RECORD.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PAIR-BLOCKS - the sort's output, one block at a time.
      ******************************************************************
       3000-PAIR-BLOCKS.
           MOVE 'N' TO WS-SORT-EOF-IND.
           PERFORM 3100-RETURN-ONE-ROW THRU 3100-EXIT.
           PERFORM 3200-PAIR-ONE-BLOCK THRU 3200-EXIT
               UNTIL WS-SORT-DONE.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-ROW.
           RETURN DUPSW-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-IND
           END-RETURN.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PAIR-ONE-BLOCK - gather the customers sharing the
      * current row's phonetic key and postal code, pair them, and
      * bring their snapshots up to date.
      ******************************************************************
       3200-PAIR-ONE-BLOCK.
           MOVE SW-SOUNDEX-KEY TO WS-BLOCK-KEY.
           MOVE SW-POSTAL-CODE TO WS-BLOCK-POSTAL.
           MOVE 0 TO WS-BLOCK-COUNT.
           MOVE 0 TO WS-BLOCK-SKIPPED.
           MOVE 'N' TO WS-BLOCK-END-IND.
           PERFORM 3210-ADD-ONE-MEMBER THRU 3210-EXIT
               UNTIL WS-BLOCK-END.
           PERFORM 3300-SCAN-ONE-MEMBER THRU 3300-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB >= WS-BLOCK-COUNT.
           PERFORM 3500-UPDATE-ONE-SNAPSHOT THRU 3500-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BLOCK-COUNT.
           IF WS-BLOCK-SKIPPED > 0
               ADD 1 TO WS-BLOCKS-OVERSIZE
               MOVE WS-BLOCK-SKIPPED TO WS-SKIPPED-DISPLAY
               MOVE SPACES TO DUPRPT-LINE
               STRING '*** KEY ' WS-BLOCK-KEY
                   ' POSTAL ' WS-BLOCK-POSTAL
                   ' OVER 500 CUSTOMERS - ' WS-SKIPPED-DISPLAY
                   ' NOT COMPARED'
                   DELIMITED BY SIZE INTO DUPRPT-LINE
               WRITE DUPRPT-LINE
           END-IF.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3210-ADD-ONE-MEMBER.
           IF SW-SOUNDEX-KEY NOT = WS-BLOCK-KEY
               OR SW-POSTAL-CODE NOT = WS-BLOCK-POSTAL
               MOVE 'Y' TO WS-BLOCK-END-IND
               GO TO 3210-EXIT
           END-IF.
           IF WS-BLOCK-COUNT = 500
               ADD 1 TO WS-BLOCK-SKIPPED
           ELSE
               ADD 1 TO WS-BLOCK-COUNT
               MOVE SW-CUSTOMER-ID TO DT-CUSTOMER-ID (WS-BLOCK-COUNT)
               MOVE SW-PRIMARY-PHONE TO
                   DT-PRIMARY-PHONE (WS-BLOCK-COUNT)
               MOVE SW-STREET-LINE-1 TO
                   DT-STREET-LINE-1 (WS-BLOCK-COUNT)
               MOVE SW-CHANGED-IND TO DT-CHANGED-IND (WS-BLOCK-COUNT)
               MOVE SW-SNAP-FOUND-IND TO
                   DT-SNAP-FOUND-IND (WS-BLOCK-COUNT)
           END-IF.
           PERFORM 3100-RETURN-ONE-ROW THRU 3100-EXIT.
           IF WS-SORT-DONE
               MOVE 'Y' TO WS-BLOCK-END-IND
           END-IF.
           GO TO 3210-EXIT.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3300-SCAN-ONE-MEMBER - pair the WS-SUB member against every
      * later member of the block.
      ******************************************************************
       3300-SCAN-ONE-MEMBER.
           COMPUTE WS-PAIR-SUB = WS-SUB + 1.
           PERFORM 3400-SCORE-ONE-PAIR THRU 3400-EXIT
               VARYING WS-PAIR-SUB FROM WS-PAIR-SUB BY 1
               UNTIL WS-PAIR-SUB > WS-BLOCK-COUNT.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-SCORE-ONE-PAIR - a candidate pair shares key and postal
      * code; a shared phone or street line raises the score.  On a
      * changed-only run a pair of two unchanged customers was
      * scored before and is passed over.
      ******************************************************************
       3400-SCORE-ONE-PAIR.
           IF WS-CHANGED-ONLY
               AND NOT DT-CHANGED (WS-SUB)
               AND NOT DT-CHANGED (WS-PAIR-SUB)
               GO TO 3400-EXIT
           END-IF.
           MOVE 1 TO WS-SCORE.
           IF DT-PRIMARY-PHONE (WS-SUB) NOT = SPACES
           STRING 'SCORE ' WS-SCORE-DISPLAY
               ' CUSTOMER ' WS-ID-A-DISPLAY
               ' MATCHES ' WS-ID-B-DISPLAY
               ' KEY ' WS-BLOCK-KEY
               ' POSTAL ' WS-BLOCK-POSTAL
               DELIMITED BY SIZE INTO DUPRPT-LINE.
           WRITE DUPRPT-LINE.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-UPDATE-ONE-SNAPSHOT - a changed member now stands
      * compared; its snapshot takes the fields it was compared on.
      * A run stopped short leaves the rest still marked changed.
      ******************************************************************
       3500-UPDATE-ONE-SNAPSHOT.
           IF NOT DT-CHANGED (WS-SUB)
               GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO DUP-SNAP-RECORD.
           MOVE DT-CUSTOMER-ID (WS-SUB) TO DS-CUSTOMER-ID.
           MOVE WS-BLOCK-KEY TO DS-SOUNDEX-KEY.
           MOVE WS-BLOCK-POSTAL TO DS-POSTAL-CODE.
           MOVE DT-PRIMARY-PHONE (WS-SUB) TO DS-PRIMARY-PHONE.
           MOVE DT-STREET-LINE-1 (WS-SUB) TO DS-STREET-LINE-1.
           MOVE WS-RUN-DATE TO DS-COMPARED-DATE.
           IF DT-SNAP-FOUND (WS-SUB)
               REWRITE DUP-SNAP-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE DUP-SNAP-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      ******************************************************************
       9000-TERMINATE.
           CLOSE CUSTMAST-FILE.
           CLOSE DUPSNAP-FILE.
           CLOSE DUPRPT-FILE.
           DISPLAY 'DUPFIND CUSTOMERS READ:    ' WS-CUSTOMERS-READ.
           DISPLAY 'DUPFIND NEW OR CHANGED:    ' WS-CUSTOMERS-CHANGED.
           DISPLAY 'DUPFIND CANDIDATE PAIRS:   ' WS-PAIRS-FOUND.
           IF WS-BLOCKS-OVERSIZE > 0
               DISPLAY 'DUPFIND OVERSIZE BLOCKS:   ' WS-BLOCKS-OVERSIZE
           END-IF.
       9000-EXIT.
           EXIT.
