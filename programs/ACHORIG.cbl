      ******************************************************************
      * PROGRAM-ID: ACHORIG
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Nightly ACH origination, run in the chain after the
      *   closeout step.  Builds the standard ACH file ACHFILE from
      *   the payments STORDRUN and ACCTCLSE queued on ACHPEND
      *   tonight: a file header, one PPD credit batch per
      *   effective date (service class 220, each payee's entry
      *   coded 22 for checking or 32 for savings), batch controls
      *   with entry count, entry hash and credit total, a file
      *   control, and padding to a whole block of ten.  An entry
      *   whose effective date is not after tonight goes out on the
      *   next business day BIZDAY gives.  The customer debits
      *   posted when the payments were queued; here each entry is
      *   journaled as a credit to the ACH clearing account, under
      *   source ACHORIG with PJ-TXN-ID 'ACH', the file ID modifier
      *   and the entry's trace sequence.  The modifier is the
      *   letter after the last one tonight's journal already
      *   carries, so a second file the same night is told apart.
      *   The ACHORPT report lists the batches and the file totals,
      *   then rereads the journal and ties the file's credit total
      *   and entry count to tonight's ACHORIG rows under this
      *   modifier; a difference is RC 4.  ACHPEND is emptied once
      *   the file is built.  No clearing account on file, or more
      *   effective dates than a file carries, is RC 8 with no file
      *   built and ACHPEND left as it stands for the rerun.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHORIG.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHPEND-FILE ASSIGN TO "ACHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHPEND-STATUS.

           SELECT ACHFILE-FILE ASSIGN TO "ACHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHFILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT POSTJRNL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTJRNL-STATUS.

           SELECT ACHORPT-FILE ASSIGN TO "ACHORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHORPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACHPEND-FILE.
       COPY "ACHPEND".

       FD  ACHFILE-FILE.
       01  ACHFILE-LINE                     PIC X(94).

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  ACHORPT-FILE.
       01  ACHORPT-LINE                     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "POST-JRNL".
       COPY "ACHREC".

       01  WS-FILE-STATUSES.
           05  WS-ACHPEND-STATUS            PIC X(2).
               88  WS-ACHPEND-OK            VALUE '00'.
           05  WS-ACHFILE-STATUS            PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
               88  WS-ACCTMAST-OK           VALUE '00'.
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-POSTJRNL-STATUS           PIC X(2).
               88  WS-POSTJRNL-OK           VALUE '00'.
           05  WS-ACHORPT-STATUS            PIC X(2).

      ******************************************************************
      * The originator's standing values: the bank we send through
      * (immediate destination), our own routing number as ODFI,
      * the company the entries go out under, and the clearing
      * account the night's credits are booked to.
      ******************************************************************
       01  WS-ORIGINATOR-CONSTANTS.
           05  WS-IMMEDIATE-DEST            PIC X(10)
               VALUE ' 011000015'.
           05  WS-IMMEDIATE-ORIGIN          PIC X(10)
               VALUE ' 071000013'.
           05  WS-DEST-NAME                 PIC X(23)
               VALUE 'FEDERAL RESERVE BANK'.
           05  WS-ORIGIN-NAME               PIC X(23)
               VALUE 'CUSTOMER SYSTEMS BANK'.
           05  WS-ODFI-ID                   PIC 9(8) VALUE 07100001.
           05  WS-COMPANY-NAME              PIC X(16)
               VALUE 'CUST SYSTEMS BNK'.
           05  WS-COMPANY-ID                PIC X(10)
               VALUE '1071000013'.
           05  WS-ENTRY-DESCRIPTION         PIC X(10)
               VALUE 'PAYMENT'.
           05  WS-CLEARING-ACCOUNT          PIC X(12)
               VALUE '999900000001'.

       01  WS-MODIFIER-LETTERS              PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-MODIFIER-TABLE REDEFINES WS-MODIFIER-LETTERS.
           05  WS-MODIFIER-LETTER           PIC X(1) OCCURS 26 TIMES.

       01  WS-WORK-FIELDS.
           05  WS-ACHPEND-EOF-IND           PIC X(1).
               88  WS-ACHPEND-DONE          VALUE 'Y'.
           05  WS-POSTJRNL-EOF-IND          PIC X(1).
               88  WS-POSTJRNL-DONE         VALUE 'Y'.
           05  WS-BUILD-IND                 PIC X(1).
               88  WS-BUILD-FILE            VALUE 'Y'.
           05  WS-MASTERS-OPEN-IND          PIC X(1).
               88  WS-MASTERS-OPEN          VALUE 'Y'.
           05  WS-DATE-FOUND-IND            PIC X(1).
               88  WS-DATE-FOUND            VALUE 'Y'.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-RUN-TIME                  PIC 9(8).
           05  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
               10  WS-RUN-HHMM              PIC 9(4).
               10  FILLER                   PIC 9(4).
           05  WS-NEXT-BIZ-DATE             PIC 9(8).
           05  WS-ENTRY-EFF-DATE            PIC 9(8).
           05  WS-BATCH-EFF-DATE            PIC 9(8).
           05  WS-LAST-BATCH-DATE           PIC 9(8).
           05  WS-DATE-WORK                 PIC 9(8).
           05  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
               10  FILLER                   PIC 9(2).
               10  WS-DATE-YYMMDD           PIC 9(6).
           05  WS-BIZ-FUNCTION              PIC X(1).
           05  WS-BIZ-DATE-IN               PIC 9(8).
           05  WS-BIZ-DATE-OUT              PIC 9(8).
           05  WS-BIZ-IND                   PIC X(1).
           05  WS-FILE-ID-MODIFIER          PIC X(1).
           05  WS-MODIFIER-USED             PIC 9(2) COMP.
           05  WS-LETTER-SUB                PIC 9(2) COMP.
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-DATE-HIT                  PIC 9(3) COMP.
           05  WS-TRACE-SEQ                 PIC 9(7).
           05  WS-BATCH-NUMBER              PIC 9(7).
           05  WS-TXN-CODE                  PIC X(2).

       01  WS-DATE-TABLE.
           05  WS-DATE-COUNT                PIC 9(3) COMP VALUE 0.
           05  WS-DATE-ENTRY OCCURS 20 TIMES.
               10  DT-EFFECTIVE-DATE        PIC 9(8).

       01  WS-BATCH-TOTALS.
           05  WS-BATCH-ENTRIES             PIC 9(7) COMP.
           05  WS-BATCH-HASH                PIC 9(12) COMP-3.
           05  WS-BATCH-CREDITS             PIC S9(11)V99 COMP-3.

       01  WS-FILE-TOTALS.
           05  WS-PENDING-COUNT             PIC 9(7) COMP.
           05  WS-FILE-BATCHES              PIC 9(7) COMP.
           05  WS-FILE-ENTRIES              PIC 9(7) COMP.
           05  WS-FILE-HASH                 PIC 9(12) COMP-3.
           05  WS-FILE-CREDITS              PIC S9(11)V99 COMP-3.
           05  WS-RECORD-COUNT              PIC 9(7) COMP.
           05  WS-BLOCK-COUNT               PIC 9(7) COMP.
           05  WS-PAD-COUNT                 PIC 9(3) COMP.
           05  WS-JOURNAL-ROWS              PIC 9(7) COMP.
           05  WS-JOURNAL-CREDITS           PIC S9(11)V99 COMP-3.
           05  WS-TIE-DIFFERENCE            PIC S9(11)V99 COMP-3.

       01  WS-REPORT-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
           05  WS-COUNT2-DISPLAY            PIC ZZZ,ZZ9.
           05  WS-AMOUNT-DISPLAY            PIC -(10)9.99.
           05  WS-AMOUNT2-DISPLAY           PIC -(10)9.99.
           05  WS-HASH-DISPLAY              PIC 9(10).

       LINKAGE SECTION.
       01  ACHORIG-ENTRIES-ORIGINATED       PIC 9(7) COMP.
       01  ACHORIG-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING ACHORIG-ENTRIES-ORIGINATED
           ACHORIG-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COLLECT-PENDING THRU 2000-EXIT.
           IF WS-BUILD-FILE
               PERFORM 2500-OPEN-CLEARING-ACCOUNT THRU 2500-EXIT
           END-IF.
           IF WS-BUILD-FILE
               PERFORM 3000-SET-FILE-ID-MODIFIER THRU 3000-EXIT
           END-IF.
           IF WS-BUILD-FILE
               PERFORM 4000-BUILD-ACH-FILE THRU 4000-EXIT
               PERFORM 7000-TIE-TO-JOURNAL THRU 7000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the report always opens.  The next
      * business day is worked out once for entries already due.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 0 TO ACHORIG-ENTRIES-ORIGINATED.
           MOVE 0 TO ACHORIG-RETURN-CODE.
           MOVE 'N' TO WS-BUILD-IND.
           MOVE 'N' TO WS-MASTERS-OPEN-IND.
           MOVE 0 TO WS-DATE-COUNT.
           INITIALIZE WS-FILE-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT ACHORPT-FILE.
           MOVE SPACES TO ACHORPT-LINE.
           STRING 'ACH ORIGINATION - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO ACHORPT-LINE.
           WRITE ACHORPT-LINE.
           MOVE 'N' TO WS-BIZ-FUNCTION.
           MOVE WS-RUN-DATE TO WS-BIZ-DATE-IN.
           CALL "BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE-IN
               WS-BIZ-DATE-OUT WS-BIZ-IND.
           MOVE WS-BIZ-DATE-OUT TO WS-NEXT-BIZ-DATE.
           MOVE 'Y' TO WS-BUILD-IND.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-COLLECT-PENDING - first pass over ACHPEND: count the
      * payments and gather their distinct effective dates, one
      * batch each.  Nothing queued builds no file; more dates than
      * the table holds builds none either (RC 8).
      ******************************************************************
       2000-COLLECT-PENDING.
           OPEN INPUT ACHPEND-FILE.
           IF NOT WS-ACHPEND-OK
               MOVE 'N' TO WS-BUILD-IND
               MOVE 'NO ACH PAYMENTS QUEUED - NO FILE BUILT'
                   TO ACHORPT-LINE
               WRITE ACHORPT-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-ACHPEND-EOF-IND.
           PERFORM 2100-COLLECT-ONE-PAYMENT THRU 2100-EXIT
               UNTIL WS-ACHPEND-DONE
                   OR NOT WS-BUILD-FILE.
           CLOSE ACHPEND-FILE.
           IF NOT WS-BUILD-FILE
               MOVE 8 TO ACHORIG-RETURN-CODE
               MOVE '*** MORE THAN 20 EFFECTIVE DATES QUEUED - NO FILE'
                   TO ACHORPT-LINE
               WRITE ACHORPT-LINE
               GO TO 2000-EXIT
           END-IF.
           IF WS-PENDING-COUNT = 0
               MOVE 'N' TO WS-BUILD-IND
               MOVE 'NO ACH PAYMENTS QUEUED - NO FILE BUILT'
                   TO ACHORPT-LINE
               WRITE ACHORPT-LINE
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-COLLECT-ONE-PAYMENT.
           READ ACHPEND-FILE
               AT END
                   MOVE 'Y' TO WS-ACHPEND-EOF-IND
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-PENDING-COUNT.
           PERFORM 2200-SETTLE-EFFECTIVE-DATE THRU 2200-EXIT.
           MOVE 'N' TO WS-DATE-FOUND-IND.
           PERFORM 2110-CHECK-ONE-DATE THRU 2110-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DATE-COUNT
                   OR WS-DATE-FOUND.
           IF WS-DATE-FOUND
               GO TO 2100-EXIT
           END-IF.
           IF WS-DATE-COUNT = 20
               MOVE 'N' TO WS-BUILD-IND
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DATE-COUNT.
           MOVE WS-ENTRY-EFF-DATE TO DT-EFFECTIVE-DATE (WS-DATE-COUNT).
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-CHECK-ONE-DATE.
           IF DT-EFFECTIVE-DATE (WS-SUB) = WS-ENTRY-EFF-DATE
               SET WS-DATE-FOUND TO TRUE
           END-IF.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SETTLE-EFFECTIVE-DATE - the date the payment goes out:
      * as queued, unless that is not after tonight (a payment held
      * over from an earlier night), when it is the next business
      * day.
      ******************************************************************
       2200-SETTLE-EFFECTIVE-DATE.
           MOVE AQ-EFFECTIVE-DATE TO WS-ENTRY-EFF-DATE.
           IF AQ-EFFECTIVE-DATE NOT NUMERIC
               MOVE WS-NEXT-BIZ-DATE TO WS-ENTRY-EFF-DATE
               GO TO 2200-EXIT
           END-IF.
           IF WS-ENTRY-EFF-DATE NOT > WS-RUN-DATE
               MOVE WS-NEXT-BIZ-DATE TO WS-ENTRY-EFF-DATE
           END-IF.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-OPEN-CLEARING-ACCOUNT - the clearing account the
      * credits book to must be on the account master, open and in
      * the reporting currency, or no file is built (RC 8).
      ******************************************************************
       2500-OPEN-CLEARING-ACCOUNT.
           MOVE 'N' TO WS-BUILD-IND.
           OPEN I-O ACCTMAST-FILE.
           IF NOT WS-ACCTMAST-OK
               MOVE 8 TO ACHORIG-RETURN-CODE
               MOVE '*** ACCOUNT MASTER NOT AVAILABLE - NO FILE BUILT'
                   TO ACHORPT-LINE
               WRITE ACHORPT-LINE
               GO TO 2500-EXIT
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           MOVE 'Y' TO WS-MASTERS-OPEN-IND.
           MOVE WS-CLEARING-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 8 TO ACHORIG-RETURN-CODE
                   MOVE SPACES TO ACHORPT-LINE
                   STRING '*** ACH CLEARING ACCOUNT '
                       WS-CLEARING-ACCOUNT
                       ' NOT ON FILE - NO FILE BUILT'
                       DELIMITED BY SIZE INTO ACHORPT-LINE
                   WRITE ACHORPT-LINE
                   GO TO 2500-EXIT
           END-READ.
           IF AM-STATUS-CLOSED OR NOT AM-REPORTING-CURRENCY
               MOVE 8 TO ACHORIG-RETURN-CODE
               MOVE SPACES TO ACHORPT-LINE
               STRING '*** ACH CLEARING ACCOUNT '
                   WS-CLEARING-ACCOUNT
                   ' CLOSED OR NOT USD - NO FILE BUILT'
                   DELIMITED BY SIZE INTO ACHORPT-LINE
               WRITE ACHORPT-LINE
               GO TO 2500-EXIT
           END-IF.
           MOVE 'Y' TO WS-BUILD-IND.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SET-FILE-ID-MODIFIER - the letter after the last one
      * tonight's journal already carries on an ACHORIG row; 'A'
      * for the night's first file.  With all 26 used no file is
      * built.
      ******************************************************************
       3000-SET-FILE-ID-MODIFIER.
           MOVE 0 TO WS-MODIFIER-USED.
           OPEN INPUT POSTJRNL-FILE.
           IF WS-POSTJRNL-OK
               MOVE 'N' TO WS-POSTJRNL-EOF-IND
               PERFORM 3100-CHECK-ONE-JOURNAL-ROW THRU 3100-EXIT
                   UNTIL WS-POSTJRNL-DONE
               CLOSE POSTJRNL-FILE
           END-IF.
           IF WS-MODIFIER-USED = 26
               MOVE 'N' TO WS-BUILD-IND
               MOVE 8 TO ACHORIG-RETURN-CODE
               MOVE '*** ALL FILE ID MODIFIERS USED TONIGHT - NO FILE'
                   TO ACHORPT-LINE
               WRITE ACHORPT-LINE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-MODIFIER-USED.
           MOVE WS-MODIFIER-LETTER (WS-MODIFIER-USED)
               TO WS-FILE-ID-MODIFIER.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-JOURNAL-ROW.
           READ POSTJRNL-FILE
               AT END
                   MOVE 'Y' TO WS-POSTJRNL-EOF-IND
                   GO TO 3100-EXIT
           END-READ.
           MOVE POSTJRNL-LINE TO POST-JRNL-RECORD.
           IF PJ-SOURCE NOT = 'ACHORIG'
               OR PJ-POST-DATE NOT = WS-RUN-DATE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-CHECK-ONE-LETTER THRU 3110-EXIT
               VARYING WS-LETTER-SUB FROM 1 BY 1
               UNTIL WS-LETTER-SUB > 26.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-LETTER.
           IF PJ-TXN-ID (4:1) = WS-MODIFIER-LETTER (WS-LETTER-SUB)
               AND WS-LETTER-SUB > WS-MODIFIER-USED
               MOVE WS-LETTER-SUB TO WS-MODIFIER-USED
           END-IF.
           GO TO 3110-EXIT.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 4000-BUILD-ACH-FILE - the file header, a batch per effective
      * date in date order, the file control and the padding; then
      * ACHPEND is emptied, every payment on it being in the file.
      ******************************************************************
       4000-BUILD-ACH-FILE.
           OPEN EXTEND POSTJRNL-FILE.
           IF WS-POSTJRNL-STATUS = '35'
               OPEN OUTPUT POSTJRNL-FILE
           END-IF.
           OPEN OUTPUT ACHFILE-FILE.
           MOVE 0 TO WS-TRACE-SEQ.
           MOVE 0 TO WS-BATCH-NUMBER.
           MOVE 0 TO WS-LAST-BATCH-DATE.
           MOVE SPACES TO ACH-RECORD.
           MOVE '1' TO FH-RECORD-TYPE.
           MOVE '01' TO FH-PRIORITY-CODE.
           MOVE WS-IMMEDIATE-DEST TO FH-IMMEDIATE-DEST.
           MOVE WS-IMMEDIATE-ORIGIN TO FH-IMMEDIATE-ORIGIN.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           MOVE WS-DATE-YYMMDD TO FH-CREATION-DATE.
           MOVE WS-RUN-HHMM TO FH-CREATION-TIME.
           MOVE WS-FILE-ID-MODIFIER TO FH-FILE-ID-MODIFIER.
           MOVE '094' TO FH-RECORD-SIZE.
           MOVE '10' TO FH-BLOCKING-FACTOR.
           MOVE '1' TO FH-FORMAT-CODE.
           MOVE WS-DEST-NAME TO FH-DEST-NAME.
           MOVE WS-ORIGIN-NAME TO FH-ORIGIN-NAME.
           PERFORM 6900-WRITE-ACH-RECORD THRU 6900-EXIT.
           MOVE SPACES TO ACHORPT-LINE.
           STRING 'FILE ID MODIFIER ' WS-FILE-ID-MODIFIER
               '  IMMEDIATE DESTINATION' WS-IMMEDIATE-DEST
               '  ORIGIN' WS-IMMEDIATE-ORIGIN
               DELIMITED BY SIZE INTO ACHORPT-LINE.
           WRITE ACHORPT-LINE.
           MOVE SPACES TO ACHORPT-LINE.
           STRING 'BATCH    EFFECTIVE   ENTRIES        CREDIT TOTAL'
               '  ENTRY HASH'
               DELIMITED BY SIZE INTO ACHORPT-LINE.
           WRITE ACHORPT-LINE.
           PERFORM 5000-BUILD-ONE-BATCH THRU 5000-EXIT
               WS-DATE-COUNT TIMES.
           PERFORM 6000-WRITE-FILE-CONTROL THRU 6000-EXIT.
           CLOSE ACHFILE-FILE.
           CLOSE POSTJRNL-FILE.
           OPEN OUTPUT ACHPEND-FILE.
           CLOSE ACHPEND-FILE.
           MOVE WS-FILE-ENTRIES TO ACHORIG-ENTRIES-ORIGINATED.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BUILD-ONE-BATCH - the earliest effective date not yet
      * batched: its header, a pass over ACHPEND for its entries,
      * and its control record.
      ******************************************************************
       5000-BUILD-ONE-BATCH.
           MOVE 99999999 TO WS-BATCH-EFF-DATE.
           PERFORM 5050-CHECK-NEXT-DATE THRU 5050-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DATE-COUNT.
           MOVE WS-BATCH-EFF-DATE TO WS-LAST-BATCH-DATE.
           ADD 1 TO WS-BATCH-NUMBER.
           ADD 1 TO WS-FILE-BATCHES.
           MOVE 0 TO WS-BATCH-ENTRIES.
           MOVE 0 TO WS-BATCH-HASH.
           MOVE 0 TO WS-BATCH-CREDITS.
           MOVE SPACES TO ACH-RECORD.
           MOVE '5' TO BH-RECORD-TYPE.
           MOVE '220' TO BH-SERVICE-CLASS.
           MOVE WS-COMPANY-NAME TO BH-COMPANY-NAME.
           MOVE WS-COMPANY-ID TO BH-COMPANY-ID.
           MOVE 'PPD' TO BH-SEC-CODE.
           MOVE WS-ENTRY-DESCRIPTION TO BH-ENTRY-DESCRIPTION.
           MOVE WS-BATCH-EFF-DATE TO WS-DATE-WORK.
           MOVE WS-DATE-YYMMDD TO BH-EFFECTIVE-DATE.
           MOVE '1' TO BH-ORIGINATOR-STATUS.
           MOVE WS-ODFI-ID TO BH-ODFI-ID.
           MOVE WS-BATCH-NUMBER TO BH-BATCH-NUMBER.
           PERFORM 6900-WRITE-ACH-RECORD THRU 6900-EXIT.
           OPEN INPUT ACHPEND-FILE.
           MOVE 'N' TO WS-ACHPEND-EOF-IND.
           PERFORM 5100-ADD-ONE-ENTRY THRU 5100-EXIT
               UNTIL WS-ACHPEND-DONE.
           CLOSE ACHPEND-FILE.
           MOVE SPACES TO ACH-RECORD.
           MOVE '8' TO BT-RECORD-TYPE.
           MOVE '220' TO BT-SERVICE-CLASS.
           MOVE WS-BATCH-ENTRIES TO BT-ENTRY-COUNT.
           MOVE WS-BATCH-HASH TO BT-ENTRY-HASH.
           MOVE 0 TO BT-DEBIT-TOTAL.
           MOVE WS-BATCH-CREDITS TO BT-CREDIT-TOTAL.
           MOVE WS-COMPANY-ID TO BT-COMPANY-ID.
           MOVE WS-ODFI-ID TO BT-ODFI-ID.
           MOVE WS-BATCH-NUMBER TO BT-BATCH-NUMBER.
           PERFORM 6900-WRITE-ACH-RECORD THRU 6900-EXIT.
           ADD WS-BATCH-HASH TO WS-FILE-HASH.
           ADD WS-BATCH-CREDITS TO WS-FILE-CREDITS.
           MOVE WS-BATCH-ENTRIES TO WS-COUNT-DISPLAY.
           MOVE WS-BATCH-CREDITS TO WS-AMOUNT-DISPLAY.
           MOVE BT-ENTRY-HASH TO WS-HASH-DISPLAY.
           MOVE SPACES TO ACHORPT-LINE.
           STRING WS-BATCH-NUMBER '  ' WS-BATCH-EFF-DATE
               '  ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               '  ' WS-HASH-DISPLAY
               DELIMITED BY SIZE INTO ACHORPT-LINE.
           WRITE ACHORPT-LINE.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5050-CHECK-NEXT-DATE.
           IF DT-EFFECTIVE-DATE (WS-SUB) > WS-LAST-BATCH-DATE
               AND DT-EFFECTIVE-DATE (WS-SUB) < WS-BATCH-EFF-DATE
               MOVE DT-EFFECTIVE-DATE (WS-SUB) TO WS-BATCH-EFF-DATE
           END-IF.
           GO TO 5050-EXIT.
       5050-EXIT.
           EXIT.

      ******************************************************************
      * 5100-ADD-ONE-ENTRY - a queued payment due on this batch's
      * date becomes an entry detail and its clearing-account
      * credit.  The trace number runs through the whole file.
      ******************************************************************
       5100-ADD-ONE-ENTRY.
           READ ACHPEND-FILE
               AT END
                   MOVE 'Y' TO WS-ACHPEND-EOF-IND
                   GO TO 5100-EXIT
           END-READ.
           PERFORM 2200-SETTLE-EFFECTIVE-DATE THRU 2200-EXIT.
           IF WS-ENTRY-EFF-DATE NOT = WS-BATCH-EFF-DATE
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-TRACE-SEQ.
           MOVE '22' TO WS-TXN-CODE.
           IF AQ-KIND-SAVINGS
               MOVE '32' TO WS-TXN-CODE
           END-IF.
           MOVE SPACES TO ACH-RECORD.
           MOVE '6' TO ED-RECORD-TYPE.
           MOVE WS-TXN-CODE TO ED-TRANSACTION-CODE.
           MOVE AQ-ROUTING-DFI TO ED-RDFI-ID.
           MOVE AQ-ROUTING-CHECK TO ED-CHECK-DIGIT.
           MOVE AQ-DFI-ACCOUNT TO ED-DFI-ACCOUNT.
           MOVE AQ-AMOUNT TO ED-AMOUNT.
           MOVE AQ-SOURCE-TXN-ID TO ED-INDIVIDUAL-ID.
           MOVE AQ-PAYEE-NAME TO ED-INDIVIDUAL-NAME.
           MOVE '0' TO ED-ADDENDA-IND.
           MOVE WS-ODFI-ID TO ED-TRACE-ODFI.
           MOVE WS-TRACE-SEQ TO ED-TRACE-SEQ.
           PERFORM 6900-WRITE-ACH-RECORD THRU 6900-EXIT.
           ADD 1 TO WS-BATCH-ENTRIES.
           ADD 1 TO WS-FILE-ENTRIES.
           ADD AQ-ROUTING-DFI TO WS-BATCH-HASH.
           ADD AQ-AMOUNT TO WS-BATCH-CREDITS.
           PERFORM 5200-JOURNAL-CLEARING-CREDIT THRU 5200-EXIT.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-JOURNAL-CLEARING-CREDIT - the entry's amount onto the
      * clearing account, which stays in the FD area all night,
      * journaled under the file ID modifier and trace sequence.
      ******************************************************************
       5200-JOURNAL-CLEARING-CREDIT.
           INITIALIZE POST-JRNL-RECORD.
           STRING 'ACH' WS-FILE-ID-MODIFIER WS-TRACE-SEQ
               DELIMITED BY SIZE INTO PJ-TXN-ID.
           MOVE AM-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER.
           MOVE AM-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-RUN-DATE TO PJ-POST-DATE.
           MOVE 'ACHORIG' TO PJ-SOURCE.
           MOVE AQ-AMOUNT TO PJ-TXN-AMOUNT.
           MOVE AM-ACCOUNT-BALANCE TO PJ-BEFORE-BALANCE.
           ADD AQ-AMOUNT TO AM-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-BALANCE TO PJ-AFTER-BALANCE.
           REWRITE ACCTMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD AQ-AMOUNT TO CM-TOTAL-BALANCE
                   REWRITE CUSTMAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE POST-JRNL-RECORD TO POSTJRNL-LINE.
           WRITE POSTJRNL-LINE.
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-FILE-CONTROL - the file's totals, then records
      * of all nines to fill the last block of ten.
      ******************************************************************
       6000-WRITE-FILE-CONTROL.
           COMPUTE WS-RECORD-COUNT =
               WS-FILE-ENTRIES + (WS-FILE-BATCHES * 2) + 2.
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10.
           COMPUTE WS-PAD-COUNT =
               (WS-BLOCK-COUNT * 10) - WS-RECORD-COUNT.
           MOVE SPACES TO ACH-RECORD.
           MOVE '9' TO FT-RECORD-TYPE.
           MOVE WS-FILE-BATCHES TO FT-BATCH-COUNT.
           MOVE WS-BLOCK-COUNT TO FT-BLOCK-COUNT.
           MOVE WS-FILE-ENTRIES TO FT-ENTRY-COUNT.
           MOVE WS-FILE-HASH TO FT-ENTRY-HASH.
           MOVE 0 TO FT-DEBIT-TOTAL.
           MOVE WS-FILE-CREDITS TO FT-CREDIT-TOTAL.
           PERFORM 6900-WRITE-ACH-RECORD THRU 6900-EXIT.
           MOVE ALL '9' TO ACH-RECORD.
           PERFORM 6900-WRITE-ACH-RECORD THRU 6900-EXIT
               WS-PAD-COUNT TIMES.
           MOVE WS-FILE-BATCHES TO WS-COUNT-DISPLAY.
           MOVE WS-FILE-ENTRIES TO WS-COUNT2-DISPLAY.
           MOVE WS-FILE-CREDITS TO WS-AMOUNT-DISPLAY.
           MOVE FT-ENTRY-HASH TO WS-HASH-DISPLAY.
           MOVE SPACES TO ACHORPT-LINE.
           STRING 'FILE TOTALS  BATCHES' WS-COUNT-DISPLAY
               '  ENTRIES' WS-COUNT2-DISPLAY
               '  CREDITS' WS-AMOUNT-DISPLAY
               '  HASH ' WS-HASH-DISPLAY
               DELIMITED BY SIZE INTO ACHORPT-LINE.
           WRITE ACHORPT-LINE.
           MOVE WS-BLOCK-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ACHORPT-LINE.
           STRING 'FILE BLOCKS ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACHORPT-LINE.
           WRITE ACHORPT-LINE.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       6900-WRITE-ACH-RECORD.
           MOVE ACH-RECORD TO ACHFILE-LINE.
           WRITE ACHFILE-LINE.
           GO TO 6900-EXIT.
       6900-EXIT.
           EXIT.

      ******************************************************************
      * 7000-TIE-TO-JOURNAL - reread the journal for tonight's
      * clearing credits under this file's modifier; their count
      * and total must equal the file control's entry count and
      * credit total.
      ******************************************************************
       7000-TIE-TO-JOURNAL.
           MOVE 0 TO WS-JOURNAL-ROWS.
           MOVE 0 TO WS-JOURNAL-CREDITS.
           OPEN INPUT POSTJRNL-FILE.
           IF WS-POSTJRNL-OK
               MOVE 'N' TO WS-POSTJRNL-EOF-IND
               PERFORM 7100-TOTAL-ONE-JOURNAL-ROW THRU 7100-EXIT
                   UNTIL WS-POSTJRNL-DONE
               CLOSE POSTJRNL-FILE
           END-IF.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-FILE-CREDITS - WS-JOURNAL-CREDITS.
           MOVE WS-JOURNAL-ROWS TO WS-COUNT-DISPLAY.
           MOVE WS-JOURNAL-CREDITS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO ACHORPT-LINE.
           STRING 'JOURNAL      ACHORIG ROWS' WS-COUNT-DISPLAY
               '  CLEARING CREDITS' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ACHORPT-LINE.
           WRITE ACHORPT-LINE.
           MOVE SPACES TO ACHORPT-LINE.
           IF WS-TIE-DIFFERENCE = 0
               AND WS-JOURNAL-ROWS = WS-FILE-ENTRIES
               MOVE 'TIED - FILE CONTROL TOTALS AGREE WITH THE JOURNAL'
                   TO ACHORPT-LINE
           ELSE
               MOVE 4 TO ACHORIG-RETURN-CODE
               MOVE WS-TIE-DIFFERENCE TO WS-AMOUNT2-DISPLAY
               STRING '*** OUT OF BALANCE - FILE LESS JOURNAL '
                   WS-AMOUNT2-DISPLAY
                   DELIMITED BY SIZE INTO ACHORPT-LINE
           END-IF.
           WRITE ACHORPT-LINE.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

       7100-TOTAL-ONE-JOURNAL-ROW.
           READ POSTJRNL-FILE
               AT END
                   MOVE 'Y' TO WS-POSTJRNL-EOF-IND
                   GO TO 7100-EXIT
           END-READ.
           MOVE POSTJRNL-LINE TO POST-JRNL-RECORD.
           IF PJ-SOURCE = 'ACHORIG'
               AND PJ-POST-DATE = WS-RUN-DATE
               AND PJ-TXN-ID (4:1) = WS-FILE-ID-MODIFIER
               ADD 1 TO WS-JOURNAL-ROWS
               ADD PJ-TXN-AMOUNT TO WS-JOURNAL-CREDITS
           END-IF.
           GO TO 7100-EXIT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the masters and the report.
      ******************************************************************
       9000-TERMINATE.
           IF WS-MASTERS-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE CUSTMAST-FILE
           END-IF.
           CLOSE ACHORPT-FILE.
       9000-EXIT.
           EXIT.
