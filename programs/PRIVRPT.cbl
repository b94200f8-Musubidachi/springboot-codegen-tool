      ******************************************************************
      * PROGRAM-ID: PRIVRPT
      * AUTHOR:     R. OKONKWO, CUSTOMER SYSTEMS GROUP
      * DATE-WRITTEN: 2026-10-15
      *
      * ABSTRACT
      *   Personal-data access report for privacy requests.  Reads
      *   a list of CUSTOMER-IDs from PRIVREQ-FILE (the RETVREQ
      *   shape ARCRETRV takes) and writes one package per customer
      *   onto PRIVPKG holding every record the system keeps about
      *   them, one labelled section per source file:
      *     CUSTMAST  the customer record itself
      *     ACCTMAST  the accounts they own
      *     ACCTOWN   the accounts they hold as a secondary owner
      *     TXNMAST   the transactions on all of those accounts
      *     CUSTHIST  their status and balance history
      *     CUSTHARC  the history ARCPURGE has archived
      *     CNTCHIST  every item sent to them
      *     COLLCASE  collections cases on their accounts
      *     DISPMAST  disputes they have raised
      *     ALERTPRF  their balance-alert preferences
      *     MEMOITEM  branch memo posts on their accounts
      *     ORDMAST   their orders
      *     EXTPAYEE  the accounts at other banks they pay by ACH
      *     CHKREG    official checks issued to them
      *     ADDRHIST  the mailing addresses they have moved from
      *     STOPPAY   stop-payment orders on their accounts
      *     HOLDMAST  funds holds on their accounts
      *     LEGLCASE  levies and garnishments served on them
      *     LOANMAST  the loan terms on their loan accounts
      *     TERMDEP   the deposit terms on their term accounts
      *   The package ends with the count of records taken from
      *   each file.  A file that cannot be opened is named as not
      *   available in every package rather than passed over, so
      *   compliance never sends an incomplete package unknowingly.
      *   Read-only: nothing on any file is changed.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  ROK  Original version.
      *   2026-10-15  ROK  EXTPAYEE section: the customer's external
      *                    payees.
      *   2026-10-15  ROK  CHKREG section: the official checks issued
      *                    to the customer.
      *   2026-10-15  ROK  ADDRHIST, STOPPAY, HOLDMAST, LEGLCASE,
      *                    LOANMAST and TERMDEP sections: prior
      *                    addresses, stops, holds, legal orders,
      *                    loan terms and deposit terms, so the
      *                    package covers every customer-keyed file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVRPT.
       INSTALLATION. CUSTOMER SYSTEMS GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVREQ-FILE ASSIGN TO "PRIVREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIVREQ-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS AM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT ACCTOWN-FILE ASSIGN TO "ACCTOWN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWN-KEY
               ALTERNATE RECORD KEY IS AO-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTOWN-STATUS.

           SELECT TXNMAST-FILE ASSIGN TO "TXNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TXN-KEY
               FILE STATUS IS WS-TXNMAST-STATUS.

           SELECT CUSTHIST-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT CUSTHARC-FILE ASSIGN TO "CUSTHARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTHARC-STATUS.

           SELECT CNTCHIST-FILE ASSIGN TO "CNTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-HIST-KEY
               FILE STATUS IS WS-CNTCHIST-STATUS.

           SELECT COLLCASE-FILE ASSIGN TO "COLLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ACCOUNT-NUMBER
               FILE STATUS IS WS-COLLCASE-STATUS.

           SELECT DISPMAST-FILE ASSIGN TO "DISPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CASE-ID
               ALTERNATE RECORD KEY IS DP-TXN-ID
               FILE STATUS IS WS-DISPMAST-STATUS.

           SELECT ALERTPRF-FILE ASSIGN TO "ALERTPRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CUSTOMER-ID
               FILE STATUS IS WS-ALERTPRF-STATUS.

           SELECT MEMOITEM-FILE ASSIGN TO "MEMOITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-TXN-ID
               ALTERNATE RECORD KEY IS MI-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMOITEM-STATUS.

           SELECT ORDMAST-FILE ASSIGN TO "ORDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ORDER-ID
               ALTERNATE RECORD KEY IS OM-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-ORDMAST-STATUS.

           SELECT EXTPAYEE-FILE ASSIGN TO "EXTPAYEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-PAYEE-ID
               ALTERNATE RECORD KEY IS EP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-EXTPAYEE-STATUS.

           SELECT CHKREG-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CR-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT ADDRHIST-FILE ASSIGN TO "ADDRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HIST-KEY
               FILE STATUS IS WS-ADDRHIST-STATUS.

           SELECT STOPPAY-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-STOP-KEY
               FILE STATUS IS WS-STOPPAY-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

           SELECT LEGLCASE-FILE ASSIGN TO "LEGLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CASE-ID
               ALTERNATE RECORD KEY IS LC-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS WS-LEGLCASE-STATUS.

           SELECT LOANMAST-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCOUNT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.

           SELECT PRIVPKG-FILE ASSIGN TO "PRIVPKG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIVPKG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIVREQ-FILE.
       01  PRIVREQ-LINE                     PIC 9(10).

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".

       FD  ACCTMAST-FILE.
       COPY "ACCTMAST".

       FD  ACCTOWN-FILE.
       COPY "ACCTOWN".

       FD  TXNMAST-FILE.
       COPY "TXNMAST".

       FD  CUSTHIST-FILE.
       COPY "CUSTHIST".

       FD  CUSTHARC-FILE.
       01  CUSTHARC-REC                     PIC X(52).

       FD  CNTCHIST-FILE.
       COPY "CNTCHIST".

       FD  COLLCASE-FILE.
       COPY "COLLCASE".

       FD  DISPMAST-FILE.
       COPY "DISPMAST".

       FD  ALERTPRF-FILE.
       COPY "ALERTPRF".

       FD  MEMOITEM-FILE.
       COPY "MEMOITEM".

       FD  ORDMAST-FILE.
       COPY "ORDMAST".

       FD  EXTPAYEE-FILE.
       COPY "EXTPAYEE".

       FD  CHKREG-FILE.
       COPY "CHKREG".

       FD  ADDRHIST-FILE.
       COPY "ADDRHIST".

       FD  STOPPAY-FILE.
       COPY "STOPPAY".

       FD  HOLDMAST-FILE.
       COPY "HOLDMAST".

       FD  LEGLCASE-FILE.
       COPY "LEGLCASE".

       FD  LOANMAST-FILE.
       COPY "LOANMAST".

       FD  TERMDEP-FILE.
       COPY "TERMDEP".

       FD  PRIVPKG-FILE.
       01  PRIVPKG-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PRIVREQ-STATUS            PIC X(2).
               88  WS-PRIVREQ-OK            VALUE '00'.
           05  WS-CUSTMAST-STATUS           PIC X(2).
           05  WS-ACCTMAST-STATUS           PIC X(2).
           05  WS-ACCTOWN-STATUS            PIC X(2).
           05  WS-TXNMAST-STATUS            PIC X(2).
           05  WS-CUSTHIST-STATUS           PIC X(2).
           05  WS-CUSTHARC-STATUS           PIC X(2).
               88  WS-CUSTHARC-OK           VALUE '00'.
           05  WS-CNTCHIST-STATUS           PIC X(2).
           05  WS-COLLCASE-STATUS           PIC X(2).
           05  WS-DISPMAST-STATUS           PIC X(2).
           05  WS-ALERTPRF-STATUS           PIC X(2).
           05  WS-MEMOITEM-STATUS           PIC X(2).
           05  WS-ORDMAST-STATUS            PIC X(2).
           05  WS-EXTPAYEE-STATUS           PIC X(2).
           05  WS-CHKREG-STATUS             PIC X(2).
           05  WS-ADDRHIST-STATUS           PIC X(2).
           05  WS-STOPPAY-STATUS            PIC X(2).
           05  WS-HOLDMAST-STATUS           PIC X(2).
           05  WS-LEGLCASE-STATUS           PIC X(2).
           05  WS-LOANMAST-STATUS           PIC X(2).
           05  WS-TERMDEP-STATUS            PIC X(2).
           05  WS-PRIVPKG-STATUS            PIC X(2).

      ******************************************************************
      * The source files, in package order.  The section numbers the
      * procedure uses are the entries' places in this table.
      ******************************************************************
       01  PV-SOURCE-VALUES.
           05  FILLER  PIC X(38)
                   VALUE 'CUSTMASTCUSTOMER MASTER               '.
           05  FILLER  PIC X(38)
                   VALUE 'ACCTMASTACCOUNTS OWNED                '.
           05  FILLER  PIC X(38)
                   VALUE 'ACCTOWN ACCOUNTS HELD AS JOINT OWNER  '.
           05  FILLER  PIC X(38)
                   VALUE 'TXNMAST TRANSACTIONS ON THOSE ACCOUNTS'.
           05  FILLER  PIC X(38)
                   VALUE 'CUSTHISTCUSTOMER HISTORY              '.
           05  FILLER  PIC X(38)
                   VALUE 'CUSTHARCARCHIVED CUSTOMER HISTORY     '.
           05  FILLER  PIC X(38)
                   VALUE 'CNTCHISTCONTACT HISTORY               '.
           05  FILLER  PIC X(38)
                   VALUE 'COLLCASECOLLECTIONS CASES             '.
           05  FILLER  PIC X(38)
                   VALUE 'DISPMASTDISPUTE CASES                 '.
           05  FILLER  PIC X(38)
                   VALUE 'ALERTPRFBALANCE ALERT PREFERENCES     '.
           05  FILLER  PIC X(38)
                   VALUE 'MEMOITEMBRANCH MEMO POSTINGS          '.
           05  FILLER  PIC X(38)
                   VALUE 'ORDMAST ORDERS                        '.
           05  FILLER  PIC X(38)
                   VALUE 'EXTPAYEEEXTERNAL PAYEES               '.
           05  FILLER  PIC X(38)
                   VALUE 'CHKREG  OFFICIAL CHECKS               '.
           05  FILLER  PIC X(38)
                   VALUE 'ADDRHISTPRIOR MAILING ADDRESSES       '.
           05  FILLER  PIC X(38)
                   VALUE 'STOPPAY STOP-PAYMENT ORDERS           '.
           05  FILLER  PIC X(38)
                   VALUE 'HOLDMASTFUNDS HOLDS                   '.
           05  FILLER  PIC X(38)
                   VALUE 'LEGLCASELEVIES AND GARNISHMENTS       '.
           05  FILLER  PIC X(38)
                   VALUE 'LOANMASTLOAN TERMS                    '.
           05  FILLER  PIC X(38)
                   VALUE 'TERMDEP TERM DEPOSIT TERMS            '.
       01  PV-SOURCE-TABLE REDEFINES PV-SOURCE-VALUES.
           05  PV-SOURCE-ENTRY OCCURS 20 TIMES.
               10  PV-SOURCE-FILE           PIC X(8).
               10  PV-SOURCE-TITLE          PIC X(30).

      ******************************************************************
      * Per source: whether the file opened, and this customer's
      * record count.
      ******************************************************************
       01  WS-SOURCE-STATE.
           05  WS-SOURCE-STATE-ENTRY OCCURS 20 TIMES.
               10  SS-OPEN-IND              PIC X(1).
                   88  SS-OPEN              VALUE 'Y'.
               10  SS-RECORD-COUNT          PIC 9(7) COMP.

       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-COUNT             PIC 9(3) COMP VALUE 0.
           05  WS-REQUEST-ENTRY             PIC 9(10)
                   OCCURS 1 TO 200 DEPENDING ON WS-REQUEST-COUNT.

      ******************************************************************
      * The customer's accounts - owned (P) and held jointly (S) -
      * the account-keyed sections are read for.
      ******************************************************************
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-COUNT             PIC 9(3) COMP VALUE 0.
           05  WS-ACCOUNT-ENTRY OCCURS 1 TO 200
                   DEPENDING ON WS-ACCOUNT-COUNT.
               10  AT-ACCOUNT-NUMBER        PIC X(12).
               10  AT-ROLE                  PIC X(1).

       01  WS-WORK-FIELDS.
           05  WS-REQ-EOF-IND               PIC X(1).
               88  WS-REQ-LOAD-DONE         VALUE 'Y'.
           05  WS-SCAN-DONE-IND             PIC X(1).
               88  WS-SCAN-DONE             VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-IND         PIC X(1).
               88  WS-ACCOUNT-FOUND         VALUE 'Y'.
           05  WS-REQ-SUB                   PIC 9(3) COMP.
           05  WS-ACCT-SUB                  PIC 9(3) COMP.
           05  WS-SUB                       PIC 9(3) COMP.
           05  WS-SRC                       PIC 9(2) COMP.
           05  WS-RUN-DATE                  PIC 9(8).
           05  WS-CUSTOMER-ID               PIC 9(10).
           05  WS-ORDER-CUSTOMER-ID         PIC 9(9).
           05  WS-ACCOUNT-NUMBER            PIC X(12).
           05  WS-PACKAGE-TOTAL             PIC 9(7) COMP.
           05  WS-PACKAGES-WRITTEN          PIC 9(5) COMP VALUE 0.
           05  WS-NOT-ON-MASTER             PIC 9(5) COMP VALUE 0.
           05  WS-ACCOUNTS-DROPPED          PIC 9(5) COMP.

       01  WS-LABEL-FIELDS.
           05  WS-LABEL                     PIC X(22).
           05  WS-VALUE                     PIC X(100).

       01  WS-EDIT-FIELDS.
           05  WS-AMOUNT-EDIT               PIC -(11)9.99.
           05  WS-AMOUNT-EDIT-2             PIC -(11)9.99.
           05  WS-RATE-EDIT                 PIC Z9.9999.
           05  WS-SPREAD-EDIT               PIC -9.9999.
           05  WS-COUNT-DISPLAY             PIC Z(6)9.
           05  WS-SEQ-DISPLAY               PIC 9(3).
           05  WS-CASE-DISPLAY              PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PACKAGE-ONE-CUSTOMER THRU 2000-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQUEST-COUNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - load the requested customer list and open
      * every source file.  A source that will not open is noted
      * and named in each package; CUSTHARC is opened afresh for
      * each customer's scan.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-REQ-EOF-IND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PRIVREQ-FILE.
           IF NOT WS-PRIVREQ-OK
               DISPLAY 'PRIVRPT NO REQUEST FILE - NOTHING TO PACKAGE'
               MOVE 'Y' TO WS-REQ-EOF-IND
           END-IF.
           PERFORM 1100-LOAD-ONE-REQUEST THRU 1100-EXIT
               UNTIL WS-REQ-LOAD-DONE.
           IF WS-PRIVREQ-OK OR WS-PRIVREQ-STATUS = '10'
               CLOSE PRIVREQ-FILE
           END-IF.
           PERFORM 1200-OPEN-SOURCES THRU 1200-EXIT.
           OPEN OUTPUT PRIVPKG-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-REQUEST.
           READ PRIVREQ-FILE
               AT END
                   MOVE 'Y' TO WS-REQ-EOF-IND
                   GO TO 1100-EXIT
           END-READ.
           IF PRIVREQ-LINE NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           IF WS-REQUEST-COUNT = 200
               DISPLAY 'PRIVRPT REQUEST LIST FULL - CUSTOMER '
                   PRIVREQ-LINE ' NOT PACKAGED'
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE PRIVREQ-LINE TO WS-REQUEST-ENTRY (WS-REQUEST-COUNT).
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

       1200-OPEN-SOURCES.
           PERFORM 1210-CLEAR-ONE-SOURCE THRU 1210-EXIT
               VARYING WS-SRC FROM 1 BY 1
               UNTIL WS-SRC > 20.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (1)
           END-IF.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (2)
           END-IF.
           OPEN INPUT ACCTOWN-FILE.
           IF WS-ACCTOWN-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (3)
           END-IF.
           OPEN INPUT TXNMAST-FILE.
           IF WS-TXNMAST-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (4)
           END-IF.
           OPEN INPUT CUSTHIST-FILE.
           IF WS-CUSTHIST-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (5)
           END-IF.
           OPEN INPUT CUSTHARC-FILE.
           IF WS-CUSTHARC-OK
               MOVE 'Y' TO SS-OPEN-IND (6)
               CLOSE CUSTHARC-FILE
           END-IF.
           OPEN INPUT CNTCHIST-FILE.
           IF WS-CNTCHIST-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (7)
           END-IF.
           OPEN INPUT COLLCASE-FILE.
           IF WS-COLLCASE-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (8)
           END-IF.
           OPEN INPUT DISPMAST-FILE.
           IF WS-DISPMAST-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (9)
           END-IF.
           OPEN INPUT ALERTPRF-FILE.
           IF WS-ALERTPRF-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (10)
           END-IF.
           OPEN INPUT MEMOITEM-FILE.
           IF WS-MEMOITEM-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (11)
           END-IF.
           OPEN INPUT ORDMAST-FILE.
           IF WS-ORDMAST-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (12)
           END-IF.
           OPEN INPUT EXTPAYEE-FILE.
           IF WS-EXTPAYEE-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (13)
           END-IF.
           OPEN INPUT CHKREG-FILE.
           IF WS-CHKREG-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (14)
           END-IF.
           OPEN INPUT ADDRHIST-FILE.
           IF WS-ADDRHIST-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (15)
           END-IF.
           OPEN INPUT STOPPAY-FILE.
           IF WS-STOPPAY-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (16)
           END-IF.
           OPEN INPUT HOLDMAST-FILE.
           IF WS-HOLDMAST-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (17)
           END-IF.
           OPEN INPUT LEGLCASE-FILE.
           IF WS-LEGLCASE-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (18)
           END-IF.
           OPEN INPUT LOANMAST-FILE.
           IF WS-LOANMAST-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (19)
           END-IF.
           OPEN INPUT TERMDEP-FILE.
           IF WS-TERMDEP-STATUS = '00'
               MOVE 'Y' TO SS-OPEN-IND (20)
           END-IF.
       1200-EXIT.
           EXIT.

       1210-CLEAR-ONE-SOURCE.
           MOVE 'N' TO SS-OPEN-IND (WS-SRC).
           GO TO 1210-EXIT.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PACKAGE-ONE-CUSTOMER - the package heading, the twenty
      * sections in order, and the count summary.  The account-
      * keyed sections work from the accounts the ACCTMAST and
      * ACCTOWN sections collect.
      ******************************************************************
       2000-PACKAGE-ONE-CUSTOMER.
           MOVE WS-REQUEST-ENTRY (WS-REQ-SUB) TO WS-CUSTOMER-ID.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE 0 TO WS-ACCOUNTS-DROPPED.
           PERFORM 2010-CLEAR-ONE-COUNT THRU 2010-EXIT
               VARYING WS-SRC FROM 1 BY 1
               UNTIL WS-SRC > 20.
           MOVE ALL '=' TO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING 'PERSONAL DATA ACCESS PACKAGE - CUSTOMER '
               WS-CUSTOMER-ID ' - PREPARED ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE ALL '=' TO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           PERFORM 2100-CUSTMAST-SECTION THRU 2100-EXIT.
           PERFORM 2200-ACCTMAST-SECTION THRU 2200-EXIT.
           PERFORM 2300-ACCTOWN-SECTION THRU 2300-EXIT.
           PERFORM 2400-TXNMAST-SECTION THRU 2400-EXIT.
           PERFORM 2500-CUSTHIST-SECTION THRU 2500-EXIT.
           PERFORM 2600-CUSTHARC-SECTION THRU 2600-EXIT.
           PERFORM 2700-CNTCHIST-SECTION THRU 2700-EXIT.
           PERFORM 2800-COLLCASE-SECTION THRU 2800-EXIT.
           PERFORM 2900-DISPMAST-SECTION THRU 2900-EXIT.
           PERFORM 3000-ALERTPRF-SECTION THRU 3000-EXIT.
           PERFORM 3100-MEMOITEM-SECTION THRU 3100-EXIT.
           PERFORM 3200-ORDMAST-SECTION THRU 3200-EXIT.
           PERFORM 3300-EXTPAYEE-SECTION THRU 3300-EXIT.
           PERFORM 3400-CHKREG-SECTION THRU 3400-EXIT.
           PERFORM 3500-ADDRHIST-SECTION THRU 3500-EXIT.
           PERFORM 3550-STOPPAY-SECTION THRU 3550-EXIT.
           PERFORM 3600-HOLDMAST-SECTION THRU 3600-EXIT.
           PERFORM 3650-LEGLCASE-SECTION THRU 3650-EXIT.
           PERFORM 3700-LOANMAST-SECTION THRU 3700-EXIT.
           PERFORM 3750-TERMDEP-SECTION THRU 3750-EXIT.
           PERFORM 3900-WRITE-SUMMARY THRU 3900-EXIT.
           ADD 1 TO WS-PACKAGES-WRITTEN.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2010-CLEAR-ONE-COUNT.
           MOVE 0 TO SS-RECORD-COUNT (WS-SRC).
           GO TO 2010-EXIT.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CUSTMAST-SECTION - the customer record, one field to a
      * line.
      ******************************************************************
       2100-CUSTMAST-SECTION.
           MOVE 1 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
                   PERFORM 7200-END-SECTION THRU 7200-EXIT
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE 'CUSTOMER ID' TO WS-LABEL.
           MOVE CM-CUSTOMER-ID TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'NAME' TO WS-LABEL.
           MOVE CM-CUSTOMER-NAME TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'STATUS' TO WS-LABEL.
           MOVE CM-CUSTOMER-STATUS TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'CUSTOMER TYPE' TO WS-LABEL.
           MOVE CM-CUSTOMER-TYPE TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'DATE OPENED' TO WS-LABEL.
           MOVE CM-DATE-OPENED TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'TOTAL BALANCE' TO WS-LABEL.
           MOVE CM-TOTAL-BALANCE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'CREDIT LIMIT' TO WS-LABEL.
           MOVE CM-CREDIT-LIMIT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'LAST ACTIVITY DATE' TO WS-LABEL.
           MOVE CM-LAST-ACTIVITY-DATE TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'PRIMARY PHONE' TO WS-LABEL.
           MOVE CM-PRIMARY-PHONE TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'EMAIL ADDRESS' TO WS-LABEL.
           MOVE CM-EMAIL-ADDRESS TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'CONTACT PREFERENCE' TO WS-LABEL.
           MOVE CM-CONTACT-PREFERENCE TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'DO NOT CONTACT' TO WS-LABEL.
           MOVE CM-DO-NOT-CONTACT-IND TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'STREET LINE 1' TO WS-LABEL.
           MOVE CM-STREET-LINE-1 TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'STREET LINE 2' TO WS-LABEL.
           MOVE CM-STREET-LINE-2 TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'CITY/STATE/POSTAL' TO WS-LABEL.
           MOVE SPACES TO WS-VALUE.
           STRING CM-CITY ' ' CM-STATE-CODE ' ' CM-POSTAL-CODE ' '
               CM-COUNTRY-CODE DELIMITED BY SIZE INTO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'MERGED TO CUSTOMER' TO WS-LABEL.
           MOVE CM-MERGED-TO-ID TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'STATEMENT CYCLE' TO WS-LABEL.
           MOVE CM-STMT-CYCLE TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'MAIL UNDELIVERABLE' TO WS-LABEL.
           MOVE CM-MAIL-UNDELIV-IND TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'EMAIL UNDELIVERABLE' TO WS-LABEL.
           MOVE CM-EMAIL-UNDELIV-IND TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'TAX ID / TYPE' TO WS-LABEL.
           MOVE SPACES TO WS-VALUE.
           STRING CM-TAX-ID ' ' CM-TAX-ID-TYPE
               DELIMITED BY SIZE INTO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'TIN CERTIFICATION' TO WS-LABEL.
           MOVE SPACES TO WS-VALUE.
           STRING CM-TIN-CERT-STATUS ' ' CM-TIN-CERT-DATE
               DELIMITED BY SIZE INTO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           MOVE 'DATE OF DEATH' TO WS-LABEL.
           MOVE CM-DATE-OF-DEATH TO WS-VALUE.
           PERFORM 7100-WRITE-LABELLED-LINE THRU 7100-EXIT.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ACCTMAST-SECTION - the accounts the customer owns, off
      * the AM-CUSTOMER-ID alternate key, each kept for the
      * account-keyed sections.
      ******************************************************************
       2200-ACCTMAST-SECTION.
           MOVE 2 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CUSTOMER-ID TO AM-CUSTOMER-ID.
           START ACCTMAST-FILE KEY IS NOT LESS THAN AM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2210-LIST-ONE-ACCOUNT THRU 2210-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2210-LIST-ONE-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2210-EXIT
           END-READ.
           IF AM-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE AM-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           PERFORM 7500-KEEP-ACCOUNT THRU 7500-EXIT.
           MOVE AM-ACCOUNT-BALANCE TO WS-AMOUNT-EDIT.
           MOVE AM-REPORTING-BALANCE TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    ACCOUNT ' AM-ACCOUNT-NUMBER
               ' TYPE ' AM-ACCOUNT-TYPE
               ' STATUS ' AM-ACCOUNT-STATUS
               ' BALANCE ' WS-AMOUNT-EDIT
               ' CURRENCY ' AM-CURRENCY-CODE
               ' REPORTING BALANCE ' WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE AM-INTEREST-RATE TO WS-RATE-EDIT.
           MOVE AM-RATE-SPREAD TO WS-SPREAD-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      INTEREST RATE ' WS-RATE-EDIT
               ' RATE INDEX ' AM-RATE-INDEX-CODE
               ' SPREAD ' WS-SPREAD-EDIT
               ' BRANCH ' AM-BRANCH-ID
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 2210-EXIT.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ACCTOWN-SECTION - the accounts the customer holds as a
      * secondary owner, off the AO-CUSTOMER-ID alternate key.
      ******************************************************************
       2300-ACCTOWN-SECTION.
           MOVE 3 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 2300-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CUSTOMER-ID TO AO-CUSTOMER-ID.
           START ACCTOWN-FILE KEY IS NOT LESS THAN AO-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2310-LIST-ONE-OWNERSHIP THRU 2310-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

       2310-LIST-ONE-OWNERSHIP.
           READ ACCTOWN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2310-EXIT
           END-READ.
           IF AO-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2310-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE AO-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           PERFORM 7500-KEEP-ACCOUNT THRU 7500-EXIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    ACCOUNT ' AO-ACCOUNT-NUMBER
               ' SECONDARY OWNER SINCE ' AO-ADDED-DATE
               ' ADDED BY ' AO-ADDED-BY
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 2310-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-TXNMAST-SECTION - every transaction on each kept
      * account, in key (date) order.
      ******************************************************************
       2400-TXNMAST-SECTION.
           MOVE 4 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-TXNS-ONE-ACCOUNT THRU 2410-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

       2410-TXNS-ONE-ACCOUNT.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE AT-ACCOUNT-NUMBER (WS-ACCT-SUB) TO TM-ACCOUNT-NUMBER.
           MOVE 0 TO TM-TXN-DATE.
           MOVE 0 TO TM-TXN-SEQ.
           START TXNMAST-FILE KEY IS NOT LESS THAN TM-TXN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2420-LIST-ONE-TXN THRU 2420-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 2410-EXIT.
       2410-EXIT.
           EXIT.

       2420-LIST-ONE-TXN.
           READ TXNMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2420-EXIT
           END-READ.
           IF TM-ACCOUNT-NUMBER NOT = AT-ACCOUNT-NUMBER (WS-ACCT-SUB)
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2420-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE TM-TXN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    ACCOUNT ' TM-ACCOUNT-NUMBER
               ' DATE ' TM-TXN-DATE
               ' SEQ ' TM-TXN-SEQ
               ' TXN ' TM-TXN-ID
               ' AMOUNT ' WS-AMOUNT-EDIT
               ' STATUS ' TM-TXN-STATUS
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 2420-EXIT.
       2420-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CUSTHIST-SECTION - the live history rows, keyed by
      * customer.
      ******************************************************************
       2500-CUSTHIST-SECTION.
           MOVE 5 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 2500-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CUSTOMER-ID TO CH-CUSTOMER-ID.
           MOVE ZEROS TO CH-EFFECTIVE-DATE.
           MOVE 0 TO CH-HIST-SEQ.
           START CUSTHIST-FILE KEY IS NOT LESS THAN CH-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2510-LIST-ONE-HISTORY THRU 2510-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

       2510-LIST-ONE-HISTORY.
           READ CUSTHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2510-EXIT
           END-READ.
           IF CH-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           PERFORM 7300-WRITE-HISTORY-LINE THRU 7300-EXIT.
           GO TO 2510-EXIT.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CUSTHARC-SECTION - the archived history rows, found by
      * a pass of the whole archive; the row is laid over
      * CUSTHIST-RECORD (free once the live section is done) so it
      * prints the same way.
      ******************************************************************
       2600-CUSTHARC-SECTION.
           MOVE 6 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 2600-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           OPEN INPUT CUSTHARC-FILE.
           IF NOT WS-CUSTHARC-OK
               MOVE 'Y' TO WS-SCAN-DONE-IND
           END-IF.
           PERFORM 2610-LIST-ONE-ARCHIVE-ROW THRU 2610-EXIT
               UNTIL WS-SCAN-DONE.
           IF WS-CUSTHARC-OK OR WS-CUSTHARC-STATUS = '10'
               CLOSE CUSTHARC-FILE
           END-IF.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 2600-EXIT.
       2600-EXIT.
           EXIT.

       2610-LIST-ONE-ARCHIVE-ROW.
           READ CUSTHARC-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2610-EXIT
           END-READ.
           MOVE CUSTHARC-REC TO CUSTHIST-RECORD.
           IF CH-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               GO TO 2610-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           PERFORM 7300-WRITE-HISTORY-LINE THRU 7300-EXIT.
           GO TO 2610-EXIT.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CNTCHIST-SECTION - everything sent to the customer,
      * keyed by customer.
      ******************************************************************
       2700-CNTCHIST-SECTION.
           MOVE 7 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 2700-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CUSTOMER-ID TO CT-CUSTOMER-ID.
           MOVE 0 TO CT-CONTACT-DATE.
           MOVE 0 TO CT-CONTACT-SEQ.
           START CNTCHIST-FILE KEY IS NOT LESS THAN CT-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2710-LIST-ONE-CONTACT THRU 2710-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 2700-EXIT.
       2700-EXIT.
           EXIT.

       2710-LIST-ONE-CONTACT.
           READ CNTCHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2710-EXIT
           END-READ.
           IF CT-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 2710-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    SENT ' CT-CONTACT-DATE
               ' SEQ ' CT-CONTACT-SEQ
               ' CHANNEL ' CT-CHANNEL
               ' ITEM ' CT-NOTICE-TYPE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 2710-EXIT.
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 2800-COLLCASE-SECTION - the collections case, if any, on
      * each kept account.
      ******************************************************************
       2800-COLLCASE-SECTION.
           MOVE 8 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 2800-EXIT
           END-IF.
           PERFORM 2810-LIST-ONE-CASE THRU 2810-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 2800-EXIT.
       2800-EXIT.
           EXIT.

       2810-LIST-ONE-CASE.
           MOVE AT-ACCOUNT-NUMBER (WS-ACCT-SUB) TO CL-ACCOUNT-NUMBER.
           READ COLLCASE-FILE
               INVALID KEY
                   GO TO 2810-EXIT
           END-READ.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE CL-PROMISE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    ACCOUNT ' CL-ACCOUNT-NUMBER
               ' CUSTOMER ' CL-CUSTOMER-ID
               ' STATUS ' CL-CASE-STATUS
               ' OPENED ' CL-OPEN-DATE
               ' LAST CONTACT ' CL-LAST-CONTACT-DATE
               ' FIRST 90 DAYS ' CL-FIRST-90-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      PROMISE ' WS-AMOUNT-EDIT
               ' DUE ' CL-PROMISE-DATE
               ' NOTES ' CL-CONTACT-NOTES
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 2810-EXIT.
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2900-DISPMAST-SECTION - the customer's dispute cases.  The
      * file has no customer key, so it is passed from the start
      * for each package.
      ******************************************************************
       2900-DISPMAST-SECTION.
           MOVE 9 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 2900-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE 0 TO DP-CASE-ID.
           START DISPMAST-FILE KEY IS NOT LESS THAN DP-CASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 2910-LIST-ONE-DISPUTE THRU 2910-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

       2910-LIST-ONE-DISPUTE.
           READ DISPMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 2910-EXIT
           END-READ.
           IF DP-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               GO TO 2910-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE DP-CASE-ID TO WS-CASE-DISPLAY.
           MOVE DP-TXN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE DP-PROV-CREDIT-AMT TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    CASE ' WS-CASE-DISPLAY
               ' TXN ' DP-TXN-ID
               ' ACCOUNT ' DP-ACCOUNT-NUMBER
               ' STATUS ' DP-CASE-STATUS
               ' OPENED ' DP-OPEN-DATE
               ' CLOSED ' DP-CLOSE-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      AMOUNT ' WS-AMOUNT-EDIT
               ' PROVISIONAL CREDIT ' WS-AMOUNT-EDIT-2
               ' REASON ' DP-REASON
               ' OPENED BY ' DP-OPENED-BY
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 2910-EXIT.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALERTPRF-SECTION - the customer's alert preferences.
      ******************************************************************
       3000-ALERTPRF-SECTION.
           MOVE 10 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CUSTOMER-ID TO AP-CUSTOMER-ID.
           READ ALERTPRF-FILE
               INVALID KEY
                   PERFORM 7200-END-SECTION THRU 7200-EXIT
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE AP-LOW-BAL-THRESHOLD TO WS-AMOUNT-EDIT.
           MOVE AP-LARGE-DEBIT-AMOUNT TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    LOW BALANCE BELOW ' WS-AMOUNT-EDIT
               ' LARGE DEBIT OVER ' WS-AMOUNT-EDIT-2
               ' SET ' AP-SET-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-MEMOITEM-SECTION - branch memo posts on each kept
      * account, off the MI-ACCOUNT-NUMBER alternate key.
      ******************************************************************
       3100-MEMOITEM-SECTION.
           MOVE 11 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-MEMOS-ONE-ACCOUNT THRU 3110-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-MEMOS-ONE-ACCOUNT.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE AT-ACCOUNT-NUMBER (WS-ACCT-SUB) TO MI-ACCOUNT-NUMBER.
           START MEMOITEM-FILE KEY IS NOT LESS THAN MI-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3120-LIST-ONE-MEMO THRU 3120-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 3110-EXIT.
       3110-EXIT.
           EXIT.

       3120-LIST-ONE-MEMO.
           READ MEMOITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3120-EXIT
           END-READ.
           IF MI-ACCOUNT-NUMBER NOT = AT-ACCOUNT-NUMBER (WS-ACCT-SUB)
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3120-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE MI-TXN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    TXN ' MI-TXN-ID
               ' ACCOUNT ' MI-ACCOUNT-NUMBER
               ' DATE ' MI-MEMO-DATE
               ' TIME ' MI-MEMO-TIME
               ' AMOUNT ' WS-AMOUNT-EDIT
               ' STATUS ' MI-MEMO-STATUS
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      FED ' MI-FED-DATE
               ' TERMINAL ' MI-TERMINAL-ID
               ' ENTERED BY ' MI-ENTERED-BY
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3120-EXIT.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 3200-ORDMAST-SECTION - the customer's orders, off the
      * OM-CUSTOMER-ID alternate key (nine digits on the order
      * file).
      ******************************************************************
       3200-ORDMAST-SECTION.
           MOVE 12 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3200-EXIT
           END-IF.
           IF WS-CUSTOMER-ID > 999999999
               PERFORM 7200-END-SECTION THRU 7200-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CUSTOMER-ID TO WS-ORDER-CUSTOMER-ID.
           MOVE WS-ORDER-CUSTOMER-ID TO OM-CUSTOMER-ID.
           START ORDMAST-FILE KEY IS NOT LESS THAN OM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3210-LIST-ONE-ORDER THRU 3210-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3210-LIST-ONE-ORDER.
           READ ORDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3210-EXIT
           END-READ.
           IF OM-CUSTOMER-ID NOT = WS-ORDER-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE OM-ORDER-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    ORDER ' OM-ORDER-ID
               ' STATUS ' OM-ORDER-STATUS
               ' DATE ' OM-ORDER-DATE
               ' AMOUNT ' WS-AMOUNT-EDIT
               ' CLOSED ' OM-CLOSE-DATE
               ' BILLED TXN ' OM-BILLED-TXN-ID
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3210-EXIT.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3300-EXTPAYEE-SECTION - the customer's external payees,
      * active and cancelled, off the EP-CUSTOMER-ID alternate key.
      ******************************************************************
       3300-EXTPAYEE-SECTION.
           MOVE 13 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3300-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CUSTOMER-ID TO EP-CUSTOMER-ID.
           START EXTPAYEE-FILE KEY IS NOT LESS THAN EP-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3310-LIST-ONE-PAYEE THRU 3310-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

       3310-LIST-ONE-PAYEE.
           READ EXTPAYEE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3310-EXIT
           END-READ.
           IF EP-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    PAYEE ' EP-PAYEE-ID
               ' NAME ' EP-PAYEE-NAME
               ' ROUTING ' EP-ROUTING-NUMBER
               ' ACCOUNT ' EP-DFI-ACCOUNT
               ' KIND ' EP-ACCOUNT-KIND
               ' STATUS ' EP-PAYEE-STATUS
               ' CLOSEOUT ' EP-CLOSEOUT-IND
               ' ADDED ' EP-ADDED-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3310-EXIT.
       3310-EXIT.
           EXIT.

      ******************************************************************
      * 3400-CHKREG-SECTION - the official checks issued to the
      * customer and what became of them, off the CR-CUSTOMER-ID
      * alternate key.
      ******************************************************************
       3400-CHKREG-SECTION.
           MOVE 14 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3400-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CUSTOMER-ID TO CR-CUSTOMER-ID.
           START CHKREG-FILE KEY IS NOT LESS THAN CR-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3410-LIST-ONE-CHECK THRU 3410-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

       3410-LIST-ONE-CHECK.
           READ CHKREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3410-EXIT
           END-READ.
           IF CR-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3410-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE CR-CHECK-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    CHECK ' CR-CHECK-NUMBER
               ' ACCOUNT ' CR-ACCOUNT-NUMBER
               ' PAYEE ' CR-PAYEE-NAME
               ' AMOUNT ' WS-AMOUNT-EDIT
               ' ISSUED ' CR-ISSUE-DATE
               ' STATUS ' CR-CHECK-STATUS
               ' PAID ' CR-PAID-DATE
               ' VOIDED ' CR-VOID-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3410-EXIT.
       3410-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ADDRHIST-SECTION - every mailing address the customer
      * has moved away from, with the dates it stood, keyed by
      * customer.
      ******************************************************************
       3500-ADDRHIST-SECTION.
           MOVE 15 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3500-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CUSTOMER-ID TO AH-CUSTOMER-ID.
           MOVE 0 TO AH-CHANGE-DATE.
           MOVE 0 TO AH-HIST-SEQ.
           START ADDRHIST-FILE KEY IS NOT LESS THAN AH-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3510-LIST-ONE-ADDRESS THRU 3510-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3510-LIST-ONE-ADDRESS.
           READ ADDRHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3510-EXIT
           END-READ.
           IF AH-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3510-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    CHANGED ' AH-CHANGE-DATE
               ' SEQ ' AH-HIST-SEQ
               ' FROM ' AH-EFFECTIVE-FROM
               ' TO ' AH-EFFECTIVE-TO
               ' UNDELIVERABLE ' AH-OLD-UNDELIV-IND
               ' CONFIRMATION SENT ' AH-CONFIRM-SENT-IND
               ' BY ' AH-CHANGED-BY
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      ADDRESS ' AH-STREET-LINE-1
               ' ' AH-STREET-LINE-2
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '              ' AH-CITY
               ' ' AH-STATE-CODE
               ' ' AH-POSTAL-CODE
               ' ' AH-COUNTRY-CODE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3510-EXIT.
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 3550-STOPPAY-SECTION - the stop-payment orders, in force and
      * cancelled, on each kept account.
      ******************************************************************
       3550-STOPPAY-SECTION.
           MOVE 16 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3550-EXIT
           END-IF.
           PERFORM 3560-STOPS-ONE-ACCOUNT THRU 3560-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3550-EXIT.
       3550-EXIT.
           EXIT.

       3560-STOPS-ONE-ACCOUNT.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE AT-ACCOUNT-NUMBER (WS-ACCT-SUB) TO SP-ACCOUNT-NUMBER.
           MOVE 0 TO SP-STOP-SEQ.
           START STOPPAY-FILE KEY IS NOT LESS THAN SP-STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3570-LIST-ONE-STOP THRU 3570-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 3560-EXIT.
       3560-EXIT.
           EXIT.

       3570-LIST-ONE-STOP.
           READ STOPPAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3570-EXIT
           END-READ.
           IF SP-ACCOUNT-NUMBER NOT = AT-ACCOUNT-NUMBER (WS-ACCT-SUB)
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3570-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE SP-AMOUNT-LOW TO WS-AMOUNT-EDIT.
           MOVE SP-AMOUNT-HIGH TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    ACCOUNT ' SP-ACCOUNT-NUMBER
               ' STOP ' SP-STOP-SEQ
               ' MATCH ' SP-MATCH-TYPE
               ' LOW ' WS-AMOUNT-EDIT
               ' HIGH ' WS-AMOUNT-EDIT-2
               ' REFERENCE ' SP-REFERENCE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      PLACED ' SP-PLACED-DATE
               ' BY ' SP-PLACED-BY
               ' EXPIRES ' SP-EXPIRY-DATE
               ' STATUS ' SP-STOP-STATUS
               ' CANCELLED ' SP-CANCEL-DATE
               ' MATCHED ' SP-MATCH-COUNT
               ' LAST ' SP-LAST-MATCH-DATE
               ' TXN ' SP-LAST-MATCH-TXN-ID
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3570-EXIT.
       3570-EXIT.
           EXIT.

      ******************************************************************
      * 3600-HOLDMAST-SECTION - the funds holds, in force and
      * released, on each kept account.
      ******************************************************************
       3600-HOLDMAST-SECTION.
           MOVE 17 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3600-EXIT
           END-IF.
           PERFORM 3610-HOLDS-ONE-ACCOUNT THRU 3610-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3600-EXIT.
       3600-EXIT.
           EXIT.

       3610-HOLDS-ONE-ACCOUNT.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE AT-ACCOUNT-NUMBER (WS-ACCT-SUB) TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-HOLD-SEQ.
           START HOLDMAST-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3620-LIST-ONE-HOLD THRU 3620-EXIT
               UNTIL WS-SCAN-DONE.
           GO TO 3610-EXIT.
       3610-EXIT.
           EXIT.

       3620-LIST-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3620-EXIT
           END-READ.
           IF HD-ACCOUNT-NUMBER NOT = AT-ACCOUNT-NUMBER (WS-ACCT-SUB)
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3620-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE HD-HOLD-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    ACCOUNT ' HD-ACCOUNT-NUMBER
               ' HOLD ' HD-HOLD-SEQ
               ' AMOUNT ' WS-AMOUNT-EDIT
               ' REASON ' HD-HOLD-REASON
               ' STATUS ' HD-HOLD-STATUS
               ' REFERENCE ' HD-REFERENCE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      PLACED ' HD-PLACED-DATE
               ' BY ' HD-PLACED-BY
               ' EXPIRES ' HD-EXPIRY-DATE
               ' RELEASED ' HD-RELEASE-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3620-EXIT.
       3620-EXIT.
           EXIT.

      ******************************************************************
      * 3650-LEGLCASE-SECTION - the levies and garnishments served on
      * the customer, open and closed, off the LC-CUSTOMER-ID
      * alternate key.
      ******************************************************************
       3650-LEGLCASE-SECTION.
           MOVE 18 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3650-EXIT
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE WS-CUSTOMER-ID TO LC-CUSTOMER-ID.
           START LEGLCASE-FILE KEY IS NOT LESS THAN LC-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START.
           PERFORM 3660-LIST-ONE-LEGAL-CASE THRU 3660-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3650-EXIT.
       3650-EXIT.
           EXIT.

       3660-LIST-ONE-LEGAL-CASE.
           READ LEGLCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
                   GO TO 3660-EXIT
           END-READ.
           IF LC-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-SCAN-DONE-IND
               GO TO 3660-EXIT
           END-IF.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    CASE ' LC-CASE-ID
               ' TYPE ' LC-ORDER-TYPE
               ' STATUS ' LC-CASE-STATUS
               ' AGENCY ' LC-AGENCY-NAME
               ' REFERENCE ' LC-AGENCY-REFERENCE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE LC-AMOUNT-DEMANDED TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      DEMANDED ' WS-AMOUNT-EDIT
               ' SERVED ' LC-SERVED-DATE
               ' OPENED ' LC-OPENED-DATE
               ' REMIT BY ' LC-REMIT-DATE
               ' ACCOUNTS ' LC-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE LC-TOTAL-HELD TO WS-AMOUNT-EDIT.
           MOVE LC-TOTAL-EXEMPT TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      HELD ' WS-AMOUNT-EDIT
               ' PROTECTED ' WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE LC-REMITTED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      REMITTED ' WS-AMOUNT-EDIT
               ' ON ' LC-REMITTED-DATE
               ' RELEASED ' LC-RELEASED-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3660-EXIT.
       3660-EXIT.
           EXIT.

      ******************************************************************
      * 3700-LOANMAST-SECTION - the note terms and servicing position
      * of each kept account that is a loan.
      ******************************************************************
       3700-LOANMAST-SECTION.
           MOVE 19 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3700-EXIT
           END-IF.
           PERFORM 3710-LIST-ONE-LOAN THRU 3710-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3700-EXIT.
       3700-EXIT.
           EXIT.

       3710-LIST-ONE-LOAN.
           MOVE AT-ACCOUNT-NUMBER (WS-ACCT-SUB) TO LN-ACCOUNT-NUMBER.
           READ LOANMAST-FILE
               INVALID KEY
                   GO TO 3710-EXIT
           END-READ.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE LN-ORIGINAL-PRINCIPAL TO WS-AMOUNT-EDIT.
           MOVE LN-INSTALLMENT-AMOUNT TO WS-AMOUNT-EDIT-2.
           MOVE LN-NOTE-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    ACCOUNT ' LN-ACCOUNT-NUMBER
               ' STATUS ' LN-LOAN-STATUS
               ' PRINCIPAL ' WS-AMOUNT-EDIT
               ' RATE ' WS-RATE-EDIT
               ' TERM ' LN-TERM-MONTHS
               ' INSTALLMENT ' WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      OPENED ' LN-OPEN-DATE
               ' DISBURSED ' LN-DISBURSED-DATE
               ' TO ' LN-DISBURSE-ACCOUNT
               ' FIRST DUE ' LN-FIRST-DUE-DATE
               ' MATURES ' LN-MATURITY-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE LN-PRINCIPAL-BALANCE TO WS-AMOUNT-EDIT.
           MOVE LN-PAST-DUE-AMOUNT TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      BALANCE ' WS-AMOUNT-EDIT
               ' PAST DUE ' WS-AMOUNT-EDIT-2
               ' DAYS PAST DUE ' LN-DAYS-PAST-DUE
               ' LAST PAID ' LN-LAST-PAYMENT-DATE
               ' PAID OFF ' LN-PAID-OFF-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3710-EXIT.
       3710-EXIT.
           EXIT.

      ******************************************************************
      * 3750-TERMDEP-SECTION - the deposit terms of each kept account
      * that is a term deposit.
      ******************************************************************
       3750-TERMDEP-SECTION.
           MOVE 20 TO WS-SRC.
           PERFORM 7000-START-SECTION THRU 7000-EXIT.
           IF NOT SS-OPEN (WS-SRC)
               GO TO 3750-EXIT
           END-IF.
           PERFORM 3760-LIST-ONE-TERM THRU 3760-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT.
           PERFORM 7200-END-SECTION THRU 7200-EXIT.
           GO TO 3750-EXIT.
       3750-EXIT.
           EXIT.

       3760-LIST-ONE-TERM.
           MOVE AT-ACCOUNT-NUMBER (WS-ACCT-SUB) TO TD-ACCOUNT-NUMBER.
           READ TERMDEP-FILE
               INVALID KEY
                   GO TO 3760-EXIT
           END-READ.
           ADD 1 TO SS-RECORD-COUNT (WS-SRC).
           MOVE TD-LOCKED-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    ACCOUNT ' TD-ACCOUNT-NUMBER
               ' STATUS ' TD-TERM-STATUS
               ' TERM ' TD-TERM-MONTHS
               ' RATE ' WS-RATE-EDIT
               ' OPENED ' TD-OPEN-DATE
               ' TERM START ' TD-TERM-START-DATE
               ' MATURES ' TD-MATURITY-DATE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE TD-PAID-OUT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE TD-PENALTY-TOTAL TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '      AT MATURITY ' TD-RENEWAL-INSTR
               ' PAY TO ' TD-PAYOUT-ACCOUNT
               ' RENEWALS ' TD-RENEWAL-COUNT
               ' PAID OUT ' WS-AMOUNT-EDIT
               ' ON ' TD-PAID-OUT-DATE
               ' PENALTIES ' WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3760-EXIT.
       3760-EXIT.
           EXIT.

      ******************************************************************
      * 3900-WRITE-SUMMARY - how many records came from each file,
      * and the package total.
      ******************************************************************
       3900-WRITE-SUMMARY.
           MOVE 0 TO WS-PACKAGE-TOTAL.
           MOVE SPACES TO PRIVPKG-LINE.
           MOVE 'RECORDS HELD BY SOURCE FILE' TO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           PERFORM 3910-SUMMARIZE-ONE-SOURCE THRU 3910-EXIT
               VARYING WS-SRC FROM 1 BY 1
               UNTIL WS-SRC > 20.
           MOVE WS-PACKAGE-TOTAL TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    TOTAL RECORDS                          '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           IF WS-ACCOUNTS-DROPPED > 0
               MOVE WS-ACCOUNTS-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO PRIVPKG-LINE
               STRING '*** ACCOUNT LIST FULL - ' WS-COUNT-DISPLAY
                   ' ACCOUNTS NOT SEARCHED BY ACCOUNT'
                   DELIMITED BY SIZE INTO PRIVPKG-LINE
               WRITE PRIVPKG-LINE
           END-IF.
           MOVE SPACES TO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           GO TO 3900-EXIT.
       3900-EXIT.
           EXIT.

       3910-SUMMARIZE-ONE-SOURCE.
           MOVE SS-RECORD-COUNT (WS-SRC) TO WS-COUNT-DISPLAY.
           ADD SS-RECORD-COUNT (WS-SRC) TO WS-PACKAGE-TOTAL.
           MOVE SPACES TO PRIVPKG-LINE.
           IF SS-OPEN (WS-SRC)
               STRING '    ' PV-SOURCE-FILE (WS-SRC)
                   ' ' PV-SOURCE-TITLE (WS-SRC)
                   ' ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PRIVPKG-LINE
           ELSE
               STRING '    ' PV-SOURCE-FILE (WS-SRC)
                   ' ' PV-SOURCE-TITLE (WS-SRC)
                   ' NOT AVAILABLE'
                   DELIMITED BY SIZE INTO PRIVPKG-LINE
           END-IF.
           WRITE PRIVPKG-LINE.
           GO TO 3910-EXIT.
       3910-EXIT.
           EXIT.

      ******************************************************************
      * 7000-START-SECTION - the section's heading, naming its
      * source file; a file that is not available says so.
      ******************************************************************
       7000-START-SECTION.
           MOVE SPACES TO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING 'SOURCE FILE ' PV-SOURCE-FILE (WS-SRC)
               ' - ' PV-SOURCE-TITLE (WS-SRC)
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           MOVE ALL '-' TO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
           IF NOT SS-OPEN (WS-SRC)
               MOVE '*** FILE NOT AVAILABLE - SECTION NOT PRODUCED'
                   TO PRIVPKG-LINE
               WRITE PRIVPKG-LINE
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-WRITE-LABELLED-LINE - one field of a record, labelled.
      ******************************************************************
       7100-WRITE-LABELLED-LINE.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    ' WS-LABEL ': ' WS-VALUE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7200-END-SECTION - the section's record count, or a plain
      * statement that the file holds nothing on the customer.
      ******************************************************************
       7200-END-SECTION.
           MOVE SPACES TO PRIVPKG-LINE.
           IF SS-RECORD-COUNT (WS-SRC) = 0
               MOVE '    NO RECORDS HELD' TO PRIVPKG-LINE
           ELSE
               MOVE SS-RECORD-COUNT (WS-SRC) TO WS-COUNT-DISPLAY
               STRING '    ' WS-COUNT-DISPLAY ' RECORDS'
                   DELIMITED BY SIZE INTO PRIVPKG-LINE
           END-IF.
           WRITE PRIVPKG-LINE.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 7300-WRITE-HISTORY-LINE - one CUSTHIST-RECORD, live or
      * archived.
      ******************************************************************
       7300-WRITE-HISTORY-LINE.
           MOVE CH-HIST-SEQ TO WS-SEQ-DISPLAY.
           MOVE SPACES TO PRIVPKG-LINE.
           STRING '    EFFECTIVE ' CH-EFFECTIVE-DATE
               ' SEQ ' WS-SEQ-DISPLAY
               ' TYPE ' CH-HIST-TYPE
               ' OLD ' CH-OLD-VALUE
               ' NEW ' CH-NEW-VALUE
               DELIMITED BY SIZE INTO PRIVPKG-LINE.
           WRITE PRIVPKG-LINE.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 7500-KEEP-ACCOUNT - add WS-ACCOUNT-NUMBER to the customer's
      * account list once; the role is P while the owned accounts
      * are collected and S after.  Past the list's capacity the
      * account is counted and called out in the summary.
      ******************************************************************
       7500-KEEP-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-IND.
           PERFORM 7510-CHECK-ONE-ACCOUNT THRU 7510-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-FOUND.
           IF WS-ACCOUNT-FOUND
               GO TO 7500-EXIT
           END-IF.
           IF WS-ACCOUNT-COUNT = 200
               ADD 1 TO WS-ACCOUNTS-DROPPED
               GO TO 7500-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE WS-ACCOUNT-NUMBER
               TO AT-ACCOUNT-NUMBER (WS-ACCOUNT-COUNT).
           IF WS-SRC = 2
               MOVE 'P' TO AT-ROLE (WS-ACCOUNT-COUNT)
           ELSE
               MOVE 'S' TO AT-ROLE (WS-ACCOUNT-COUNT)
           END-IF.
           GO TO 7500-EXIT.
       7500-EXIT.
           EXIT.

       7510-CHECK-ONE-ACCOUNT.
           IF AT-ACCOUNT-NUMBER (WS-SUB) = WS-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-ACCOUNT-FOUND-IND
           END-IF.
           GO TO 7510-EXIT.
       7510-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the files and report the run totals.
      ******************************************************************
       9000-TERMINATE.
           CLOSE PRIVPKG-FILE.
           IF SS-OPEN (1)
               CLOSE CUSTMAST-FILE
           END-IF.
           IF SS-OPEN (2)
               CLOSE ACCTMAST-FILE
           END-IF.
           IF SS-OPEN (3)
               CLOSE ACCTOWN-FILE
           END-IF.
           IF SS-OPEN (4)
               CLOSE TXNMAST-FILE
           END-IF.
           IF SS-OPEN (5)
               CLOSE CUSTHIST-FILE
           END-IF.
           IF SS-OPEN (7)
               CLOSE CNTCHIST-FILE
           END-IF.
           IF SS-OPEN (8)
               CLOSE COLLCASE-FILE
           END-IF.
           IF SS-OPEN (9)
               CLOSE DISPMAST-FILE
           END-IF.
           IF SS-OPEN (10)
               CLOSE ALERTPRF-FILE
           END-IF.
           IF SS-OPEN (11)
               CLOSE MEMOITEM-FILE
           END-IF.
           IF SS-OPEN (12)
               CLOSE ORDMAST-FILE
           END-IF.
           IF SS-OPEN (13)
               CLOSE EXTPAYEE-FILE
           END-IF.
           IF SS-OPEN (14)
               CLOSE CHKREG-FILE
           END-IF.
           IF SS-OPEN (15)
               CLOSE ADDRHIST-FILE
           END-IF.
           IF SS-OPEN (16)
               CLOSE STOPPAY-FILE
           END-IF.
           IF SS-OPEN (17)
               CLOSE HOLDMAST-FILE
           END-IF.
           IF SS-OPEN (18)
               CLOSE LEGLCASE-FILE
           END-IF.
           IF SS-OPEN (19)
               CLOSE LOANMAST-FILE
           END-IF.
           IF SS-OPEN (20)
               CLOSE TERMDEP-FILE
           END-IF.
           DISPLAY 'PRIVRPT PACKAGES WRITTEN:   ' WS-PACKAGES-WRITTEN.
           DISPLAY 'PRIVRPT NOT ON CUSTMAST:    ' WS-NOT-ON-MASTER.
       9000-EXIT.
           EXIT.
