      *                    CNTCHIST contact-history row, so the
      *                    customer's outbound trail finally has a
      *                    single keyed answer.
      *   2026-10-15  ROK  A deceased customer gets no notice on any
      *                    channel and counts as suppressed, whether
      *                    or not the do-not-contact flag was set.
      *   2026-10-15  ROK  Targeted runs: while NTCTARG holds records
      *                    the run sends only to the customers on
      *                    it, each with its own notice type and
      *                    &OLDRATE/&NEWRATE/&EFFDATE values, under
      *                    the same screening and channel routing,
      *                    and empties the file when done.  SCHDRATE
      *                    queues its change-in-terms notices there;
      *                    with no template mounted a targeted run
      *                    uses the standard change-in-terms text.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCROUTE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCTMPL-STATUS.

           SELECT NTCTARG-FILE ASSIGN TO "NTCTARG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCTARG-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  NTCTMPL-FILE.
       01  NTCTMPL-LINE                     PIC X(2000).

       FD  NTCTARG-FILE.
       COPY "NTCTARG".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       01  WS-FILE-STATUSES.
           05  WS-NTCTMPL-STATUS            PIC X(2).
               88  WS-NTCTMPL-OK            VALUE '00'.
           05  WS-NTCTARG-STATUS            PIC X(2).
               88  WS-NTCTARG-OK            VALUE '00'.
           05  WS-CNTCHIST-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-NTCMAIL-STATUS            PIC X(2).
           05  WS-TEMPLATE-TEXT             PIC X(2000).
           05  WS-TEMPLATE-LEN              PIC 9(4) COMP.

      ******************************************************************
      * A targeted run goes out under the notice type on each target
      * record; a full run is type NOTICE.  A targeted run with no
      * template mounted sends the standard change-in-terms text.
      ******************************************************************
       01  WS-TARGET-FIELDS.
           05  WS-TARGETED-RUN-IND          PIC X(1).
               88  WS-TARGETED-RUN          VALUE 'Y'.
           05  WS-TARGET-EOF-IND            PIC X(1).
               88  WS-TARGETS-DONE          VALUE 'Y'.
           05  WS-NOTICE-TYPE               PIC X(8).
           05  WS-TARGETS-READ              PIC 9(7) COMP VALUE 0.
           05  WS-CIT-TEMPLATE-TEXT         PIC X(150) VALUE
           'DEAR &NAME, THE INTEREST RATE ON YOUR ACCOUNT WILL CHANGE FR
      -    'OM &OLDRATE TO &NEWRATE EFFECTIVE &EFFDATE.'.

       01  WS-SUBST-VALUES.
           05  WS-SUB-NAME                  PIC X(30).
           05  WS-SUB-BALANCE               PIC X(15).
           05  WS-SUB-CRLIMIT               PIC X(13).
           05  WS-SUB-LASTACT               PIC X(10).
           05  WS-SUB-OLDRATE               PIC X(8) VALUE SPACES.
           05  WS-SUB-NEWRATE               PIC X(8) VALUE SPACES.
           05  WS-SUB-EFFDATE               PIC X(10) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-BALANCE-EDIT              PIC -(11)9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-TARGETED-RUN
               PERFORM 2200-ROUTE-ONE-TARGET THRU 2200-EXIT
                   UNTIL WS-TARGETS-DONE
           ELSE
               PERFORM 2000-ROUTE-ONE-CUSTOMER THRU 2000-EXIT
                   UNTIL WS-CUSTMAST-STATUS = '10'
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - read the run's notice text, open the
      * master and the three channel outputs, and position at the
      * first customer.  A target file that opens and holds a
      * record makes this a targeted run.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-TARGETED-RUN-IND.
           MOVE 'N' TO WS-TARGET-EOF-IND.
           MOVE 'NOTICE  ' TO WS-NOTICE-TYPE.
           OPEN INPUT NTCTARG-FILE.
           IF WS-NTCTARG-OK
               READ NTCTARG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-TARGETED-RUN TO TRUE
               END-READ
           END-IF.
           IF NOT WS-TARGETED-RUN
               MOVE 'Y' TO WS-TARGET-EOF-IND
               IF WS-NTCTARG-OK
                   CLOSE NTCTARG-FILE
               END-IF
           END-IF.
           OPEN INPUT NTCTMPL-FILE.
           MOVE SPACES TO WS-TEMPLATE-TEXT.
           IF WS-NTCTMPL-OK
               END-READ
           END-IF.
           CLOSE NTCTMPL-FILE.
           IF WS-TARGETED-RUN AND WS-TEMPLATE-TEXT = SPACES
               MOVE WS-CIT-TEMPLATE-TEXT TO WS-TEMPLATE-TEXT
           END-IF.
           MOVE 2000 TO WS-TEMPLATE-LEN.
           PERFORM 1100-TRIM-TEMPLATE THRU 1100-EXIT
               UNTIL WS-TEMPLATE-LEN = 0
           END-IF.
           ACCEPT WS-CONTACT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT NTCPHONE-FILE.
           IF WS-TARGETED-RUN
               GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO CM-CUSTOMER-ID.
           START CUSTMAST-FILE KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
           IF CM-MERGED
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SCREEN-AND-ROUTE THRU 2100-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SCREEN-AND-ROUTE - suppress the customer just read if
      * they may not be contacted, otherwise expand the notice and
      * route it to the channel they prefer.
      ******************************************************************
       2100-SCREEN-AND-ROUTE.
           IF CM-DO-NOT-CONTACT-IND = 'Y' OR CM-DECEASED
               ADD 1 TO WS-SUPPRESSED
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-EXPAND-TEMPLATE THRU 2500-EXIT.
           EVALUATE CM-CONTACT-PREFERENCE
               WHEN OTHER
                   ADD 1 TO WS-SUPPRESSED
           END-EVALUATE.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ROUTE-ONE-TARGET - route the notice for the target
      * record in hand, then read the next.  A customer no longer on
      * file, or merged away, counts as suppressed.
      ******************************************************************
       2200-ROUTE-ONE-TARGET.
           ADD 1 TO WS-TARGETS-READ.
           MOVE NX-NOTICE-TYPE TO WS-NOTICE-TYPE.
           MOVE NX-OLD-RATE TO WS-SUB-OLDRATE.
           MOVE NX-NEW-RATE TO WS-SUB-NEWRATE.
           MOVE NX-EFFECTIVE-DATE TO WS-SUB-EFFDATE.
           MOVE NX-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-SUPPRESSED
                   GO TO 2200-READ-NEXT
           END-READ.
           IF CM-MERGED
               ADD 1 TO WS-SUPPRESSED
               GO TO 2200-READ-NEXT
           END-IF.
           PERFORM 2100-SCREEN-AND-ROUTE THRU 2100-EXIT.
       2200-READ-NEXT.
           READ NTCTARG-FILE
               AT END
                   MOVE 'Y' TO WS-TARGET-EOF-IND
           END-READ.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
           MOVE WS-NOTICE-TEXT TO NM-NOTICE-TEXT.
           WRITE NTCMAIL-REC.
           SET CT-CHANNEL-MAIL TO TRUE.
           MOVE WS-NOTICE-TYPE TO CT-NOTICE-TYPE.
           PERFORM 8500-LOG-ONE-CONTACT THRU 8500-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           MOVE WS-NOTICE-TEXT TO NE-NOTICE-TEXT.
           WRITE NTCEMAIL-REC.
           SET CT-CHANNEL-EMAIL TO TRUE.
           MOVE WS-NOTICE-TYPE TO CT-NOTICE-TYPE.
           PERFORM 8500-LOG-ONE-CONTACT THRU 8500-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           MOVE CM-PRIMARY-PHONE TO NP-PRIMARY-PHONE.
           WRITE NTCPHONE-REC.
           SET CT-CHANNEL-PHONE TO TRUE.
           MOVE WS-NOTICE-TYPE TO CT-NOTICE-TYPE.
           PERFORM 8500-LOG-ONE-CONTACT THRU 8500-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      * A targeted run empties the target file, so each queued
      * notice goes out exactly once.
      ******************************************************************
       9000-TERMINATE.
           IF WS-TARGETED-RUN
               CLOSE NTCTARG-FILE
               OPEN OUTPUT NTCTARG-FILE
               CLOSE NTCTARG-FILE
               DISPLAY 'NTCROUTE TARGETS:    ' WS-TARGETS-READ
           END-IF.
           CLOSE CUSTMAST-FILE.
           CLOSE NTCMAIL-FILE.
           CLOSE NTCEMAIL-FILE.
