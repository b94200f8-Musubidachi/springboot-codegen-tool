      ******************************************************************
      * PROGRAM-ID: ACCTTYCV
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   One-time account type table conversion.  The ACCTTYPE
      *   record has grown from 125 to 171 bytes: the stop-payment
      *   and protection transfer fees, the product class with its
      *   term, rate, penalty and notice fields, the debit interest
      *   rate and the monthly debit limit with its excess-item fee
      *   now follow the tier table, where the old record had only
      *   three bytes of FILLER.  Reads every type off the old
      *   table, renamed to ACCTTYPO for the run, and writes it to a
      *   fresh ACCTTYPE in the new layout: the old fields carried
      *   across as they stand, the product class a space (an
      *   ordinary demand type) and every new amount, rate and count
      *   zero, which each reader takes as "none".  The new fields
      *   are then keyed through ATMAINT type by type.  Run it once,
      *   before the first night the new programs run; a rerun
      *   against an already converted table would misread it, so
      *   keep the old table until the new one has been checked.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTTYCV.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTYPO-FILE ASSIGN TO "ACCTTYPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATO-TYPE-CODE
               FILE STATUS IS WS-ACCTTYPO-STATUS.

           SELECT ACCTTYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATR-TYPE-CODE
               FILE STATUS IS WS-ACCTTYPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The old 125-byte record: everything up to the end of the tier
      * table is laid out as in ACCTTYPE-REF and is carried across
      * whole.
      ******************************************************************
       FD  ACCTTYPO-FILE.
       01  ACCTTYPO-RECORD.
           05  ATO-TYPE-CODE               PIC X(3).
           05  ATO-OLD-FIELDS              PIC X(119).
           05  FILLER                      PIC X(3).

       FD  ACCTTYPE-FILE.
       COPY "ACCTTYPE-REF".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCTTYPO-STATUS           PIC X(2).
               88  WS-ACCTTYPO-OK           VALUE '00'.
           05  WS-ACCTTYPE-STATUS           PIC X(2).
               88  WS-ACCTTYPE-OK           VALUE '00'.

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
               88  WS-EOF-REACHED           VALUE 'Y'.
           05  WS-TYPES-READ                PIC 9(5) COMP VALUE 0.
           05  WS-TYPES-WRITTEN             PIC 9(5) COMP VALUE 0.
           05  WS-TYPES-FAILED              PIC 9(5) COMP VALUE 0.
           05  WS-OLD-OPEN-IND              PIC X(1).
               88  WS-OLD-OPEN              VALUE 'Y'.
           05  WS-NEW-OPEN-IND              PIC X(1).
               88  WS-NEW-OPEN              VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-ONE-TYPE THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the old table and a fresh new one.
      * No old table means nothing to convert; the new table is not
      * touched.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-OLD-OPEN-IND.
           MOVE 'N' TO WS-NEW-OPEN-IND.
           OPEN INPUT ACCTTYPO-FILE.
           IF NOT WS-ACCTTYPO-OK
               DISPLAY 'ACCTTYCV OLD ACCTTYPO TABLE NOT OPENED - '
                   WS-ACCTTYPO-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-OLD-OPEN-IND.
           OPEN OUTPUT ACCTTYPE-FILE.
           IF NOT WS-ACCTTYPE-OK
               DISPLAY 'ACCTTYCV NEW ACCTTYPE TABLE NOT OPENED - '
                   WS-ACCTTYPE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-NEW-OPEN-IND.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONVERT-ONE-TYPE - one type into the new layout, the
      * fields appended after the tier table starting out empty.
      ******************************************************************
       2000-CONVERT-ONE-TYPE.
           READ ACCTTYPO-FILE.
           IF NOT WS-ACCTTYPO-OK
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-TYPES-READ.
           MOVE SPACES TO ACCTTYPE-REF-RECORD.
           MOVE ACCTTYPO-RECORD (1:122) TO ACCTTYPE-REF-RECORD (1:122).
           MOVE 0 TO ATR-STOP-PAY-FEE.
           MOVE 0 TO ATR-OD-XFER-FEE.
           MOVE SPACE TO ATR-PRODUCT-CLASS.
           MOVE 0 TO ATR-TERM-MONTHS.
           MOVE 0 TO ATR-TERM-RATE.
           MOVE 0 TO ATR-EARLY-WD-DAYS.
           MOVE 0 TO ATR-MATURITY-NOTICE-DAYS.
           MOVE 0 TO ATR-OD-DEBIT-RATE.
           MOVE 0 TO ATR-DEBIT-COUNT-LIMIT.
           MOVE 0 TO ATR-EXCESS-ITEM-FEE.
           WRITE ACCTTYPE-REF-RECORD
               INVALID KEY
                   ADD 1 TO WS-TYPES-FAILED
                   DISPLAY 'ACCTTYCV TYPE NOT WRITTEN - ' ATR-TYPE-CODE
                   GO TO 2000-EXIT
           END-WRITE.
           ADD 1 TO WS-TYPES-WRITTEN.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the tables and report the run totals.
      ******************************************************************
       9000-TERMINATE.
           IF WS-OLD-OPEN
               CLOSE ACCTTYPO-FILE
           END-IF.
           IF WS-NEW-OPEN
               CLOSE ACCTTYPE-FILE
           END-IF.
           DISPLAY 'ACCTTYCV TYPES READ:        ' WS-TYPES-READ.
           DISPLAY 'ACCTTYCV TYPES WRITTEN:     ' WS-TYPES-WRITTEN.
           DISPLAY 'ACCTTYCV TYPES NOT WRITTEN: ' WS-TYPES-FAILED.
       9000-EXIT.
           EXIT.
