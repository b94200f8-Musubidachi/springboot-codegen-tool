      ******************************************************************
      * PROGRAM-ID: CHKPAID
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Paid-checks reconciliation.  Reads PAIDCHK, the bank's
      *   daily list of the official checks it has paid, against the
      *   CHKREG register and clears each one: an outstanding check
      *   presented for its issued amount is marked paid with the
      *   bank's paid date and amount.  A presentment that does not
      *   match - a number not on the register, a check held or
      *   already voided, a second presentment of a paid check, or
      *   an amount other than the one issued - is not cleared and
      *   goes to the CHKPDEXC exception report for the operations
      *   desk to take up with the bank.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPAID.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIDCHK-FILE ASSIGN TO "PAIDCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIDCHK-STATUS.

           SELECT CHKREG-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CR-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT CHKPDEXC-FILE ASSIGN TO "CHKPDEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPDEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAIDCHK-FILE.
       01  PAIDCHK-LINE.
           05  PK-CHECK-NUMBER              PIC 9(10).
           05  PK-PAID-AMOUNT               PIC 9(9)V99.
           05  PK-PAID-DATE                 PIC 9(8).

       FD  CHKREG-FILE.
       COPY "CHKREG".

       FD  CHKPDEXC-FILE.
       01  CHKPDEXC-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PAIDCHK-STATUS            PIC X(2).
               88  WS-PAIDCHK-OK            VALUE '00'.
               88  WS-PAIDCHK-EOF           VALUE '10'.
           05  WS-CHKREG-STATUS             PIC X(2).
               88  WS-CHKREG-OK             VALUE '00'.
           05  WS-CHKPDEXC-STATUS           PIC X(2).

       01  WS-WORK-FIELDS.
           05  WS-EOF-SWITCH                PIC X(1).
               88  WS-EOF-REACHED           VALUE 'Y'.
           05  WS-EXCEPTION-REASON          PIC X(30).
           05  WS-PAID-DISPLAY              PIC -(9)9.99.
           05  WS-ISSUED-DISPLAY            PIC -(9)9.99.
           05  WS-CHECKS-CLEARED            PIC 9(7) COMP VALUE 0.
           05  WS-EXCEPTIONS                PIC 9(7) COMP VALUE 0.
           05  WS-CLEARED-TOTAL             PIC S9(11)V99 COMP-3
               VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CLEAR-ONE-CHECK THRU 2000-EXIT
               UNTIL WS-EOF-REACHED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the feed, the register for update and
      * the exception report.  With no register there is nothing to
      * clear against and every presentment is an exception.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PAIDCHK-FILE.
           IF NOT WS-PAIDCHK-OK
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN I-O CHKREG-FILE.
           OPEN OUTPUT CHKPDEXC-FILE.
           MOVE SPACES TO CHKPDEXC-LINE.
           STRING 'CHECK NUMBER   PAID AMOUNT  PAID DATE  '
               '    ISSUED AMOUNT  EXCEPTION'
               DELIMITED BY SIZE INTO CHKPDEXC-LINE.
           WRITE CHKPDEXC-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CLEAR-ONE-CHECK - one paid check from the bank.
      ******************************************************************
       2000-CLEAR-ONE-CHECK.
           READ PAIDCHK-FILE.
           IF WS-PAIDCHK-EOF
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-PAIDCHK-OK
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO CR-CHECK-AMOUNT.
           IF NOT WS-CHKREG-OK
               MOVE 'CHECK REGISTER NOT AVAILABLE'
                   TO WS-EXCEPTION-REASON
               PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF PK-CHECK-NUMBER NOT NUMERIC
               OR PK-CHECK-NUMBER = 0
               MOVE 'CHECK NUMBER MISSING' TO WS-EXCEPTION-REASON
               PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE PK-CHECK-NUMBER TO CR-CHECK-NUMBER.
           READ CHKREG-FILE
               INVALID KEY
                   MOVE 0 TO CR-CHECK-AMOUNT
                   MOVE 'CHECK NOT ON REGISTER' TO WS-EXCEPTION-REASON
                   PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-READ.
           IF CR-STAT-PAID
               MOVE 'ALREADY PAID - DUPLICATE' TO WS-EXCEPTION-REASON
               PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF CR-STAT-VOIDED
               MOVE 'CHECK IS VOIDED' TO WS-EXCEPTION-REASON
               PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF CR-STAT-HELD
               MOVE 'CHECK IS HELD - NOT RELEASED'
                   TO WS-EXCEPTION-REASON
               PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF PK-PAID-AMOUNT NOT = CR-CHECK-AMOUNT
               MOVE 'PAID AMOUNT NOT AS ISSUED' TO WS-EXCEPTION-REASON
               PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           SET CR-STAT-PAID TO TRUE.
           MOVE PK-PAID-DATE TO CR-PAID-DATE.
           MOVE PK-PAID-AMOUNT TO CR-PAID-AMOUNT.
           REWRITE CHECK-REG-RECORD
               INVALID KEY
                   MOVE 'REGISTER REWRITE FAILED' TO WS-EXCEPTION-REASON
                   PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-REWRITE.
           ADD 1 TO WS-CHECKS-CLEARED.
           ADD PK-PAID-AMOUNT TO WS-CLEARED-TOTAL.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-EXCEPTION-LINE - report one presentment that was
      * not cleared, with the issued amount where the check is on
      * the register.
      ******************************************************************
       2900-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE PK-PAID-AMOUNT TO WS-PAID-DISPLAY.
           MOVE CR-CHECK-AMOUNT TO WS-ISSUED-DISPLAY.
           MOVE SPACES TO CHKPDEXC-LINE.
           STRING PK-CHECK-NUMBER ' ' WS-PAID-DISPLAY
               '  ' PK-PAID-DATE
               '  ' WS-ISSUED-DISPLAY
               '  ' WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO CHKPDEXC-LINE.
           WRITE CHKPDEXC-LINE.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
       9000-TERMINATE.
           CLOSE PAIDCHK-FILE.
           CLOSE CHKREG-FILE.
           CLOSE CHKPDEXC-FILE.
           DISPLAY 'CHKPAID CHECKS CLEARED:     ' WS-CHECKS-CLEARED.
           DISPLAY 'CHKPAID AMOUNT CLEARED:     ' WS-CLEARED-TOTAL.
           DISPLAY 'CHKPAID EXCEPTIONS:         ' WS-EXCEPTIONS.
       9000-EXIT.
           EXIT.
