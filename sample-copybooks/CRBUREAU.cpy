      ******************************************************************
      * CREDIT BUREAU REPORTING RECORDS
      * File:    CRBFILE.DAT  (sequential, fixed 426-byte records,
      *          written by CRBUREAU at month end)
      * Used by: CRBUREAU
      *
      * The bureau file in the industry-standard fixed-width layout:
      * one header record, one base segment per reportable account,
      * one trailer record with the counts.  Every record starts
      * with its record descriptor word (the record length, 0426).
      * Dates are MMDDYYYY and amounts are whole dollars, cents
      * truncated, as the bureaus require.  CB-BS-ACCOUNT-STATUS
      * carries the bureau status code: 71, 78 and 80 for 30, 60
      * and 90 days past due, 97 for a charge-off with a balance
      * still owing, 64 for a charge-off paid in full.
      * CB-BS-COMPLIANCE-CODE is XB while the consumer disputes the
      * account (DISPMAST or the COLLCASE case).
      ******************************************************************
       01  CB-HEADER-RECORD.
           05  CB-HD-RDW                   PIC 9(4).
           05  CB-HD-RECORD-ID             PIC X(6).
           05  CB-HD-CYCLE-ID              PIC X(2).
           05  CB-HD-INNOVIS-ID            PIC X(10).
           05  CB-HD-EQUIFAX-ID            PIC X(10).
           05  CB-HD-EXPERIAN-ID           PIC X(5).
           05  CB-HD-TRANSUNION-ID         PIC X(10).
           05  CB-HD-ACTIVITY-DATE         PIC 9(8).
           05  CB-HD-CREATED-DATE          PIC 9(8).
           05  CB-HD-PROGRAM-DATE          PIC 9(8).
           05  CB-HD-REVISION-DATE         PIC 9(8).
           05  CB-HD-REPORTER-NAME         PIC X(40).
           05  CB-HD-REPORTER-ADDRESS      PIC X(96).
           05  CB-HD-REPORTER-PHONE        PIC 9(10).
           05  CB-HD-SOFTWARE-VENDOR       PIC X(40).
           05  CB-HD-SOFTWARE-VERSION      PIC X(5).
           05  FILLER                      PIC X(156).

       01  CB-BASE-SEGMENT.
           05  CB-BS-RDW                   PIC 9(4).
           05  CB-BS-PROCESSING-IND        PIC X(1).
           05  CB-BS-TIME-STAMP            PIC 9(14).
           05  CB-BS-CORRECTION-IND        PIC X(1).
           05  CB-BS-IDENT-NUMBER          PIC X(20).
           05  CB-BS-CYCLE-ID              PIC X(2).
           05  CB-BS-ACCOUNT-NUMBER        PIC X(30).
           05  CB-BS-PORTFOLIO-TYPE        PIC X(1).
           05  CB-BS-ACCOUNT-TYPE          PIC X(2).
           05  CB-BS-DATE-OPENED           PIC 9(8).
           05  CB-BS-CREDIT-LIMIT          PIC 9(9).
           05  CB-BS-HIGHEST-CREDIT        PIC 9(9).
           05  CB-BS-TERMS-DURATION        PIC X(3).
           05  CB-BS-TERMS-FREQUENCY       PIC X(1).
           05  CB-BS-SCHED-PAYMENT         PIC 9(9).
           05  CB-BS-ACTUAL-PAYMENT        PIC 9(9).
           05  CB-BS-ACCOUNT-STATUS        PIC X(2).
           05  CB-BS-PAYMENT-RATING        PIC X(1).
           05  CB-BS-PAYMENT-HISTORY       PIC X(24).
           05  CB-BS-SPECIAL-COMMENT       PIC X(2).
           05  CB-BS-COMPLIANCE-CODE       PIC X(2).
           05  CB-BS-CURRENT-BALANCE       PIC 9(9).
           05  CB-BS-AMOUNT-PAST-DUE       PIC 9(9).
           05  CB-BS-ORIG-CHARGE-OFF       PIC 9(9).
           05  CB-BS-DATE-ACCT-INFO        PIC 9(8).
           05  CB-BS-DATE-FIRST-DELINQ     PIC 9(8).
           05  CB-BS-DATE-CLOSED           PIC 9(8).
           05  CB-BS-DATE-LAST-PAYMENT     PIC 9(8).
           05  CB-BS-INTEREST-TYPE         PIC X(1).
           05  FILLER                      PIC X(16).
           05  CB-BS-SURNAME               PIC X(25).
           05  CB-BS-FIRST-NAME            PIC X(20).
           05  CB-BS-MIDDLE-NAME           PIC X(20).
           05  CB-BS-GENERATION-CODE       PIC X(1).
           05  CB-BS-SSN                   PIC 9(9).
           05  CB-BS-DATE-OF-BIRTH         PIC 9(8).
           05  CB-BS-PHONE                 PIC 9(10).
           05  CB-BS-ECOA-CODE             PIC X(1).
           05  CB-BS-CONSUMER-INFO-IND     PIC X(2).
           05  CB-BS-COUNTRY-CODE          PIC X(2).
           05  CB-BS-ADDRESS-1             PIC X(32).
           05  CB-BS-ADDRESS-2             PIC X(32).
           05  CB-BS-CITY                  PIC X(20).
           05  CB-BS-STATE                 PIC X(2).
           05  CB-BS-POSTAL-CODE           PIC X(9).
           05  CB-BS-ADDRESS-IND           PIC X(1).
           05  CB-BS-RESIDENCE-CODE        PIC X(1).
           05  FILLER                      PIC X(1).

       01  CB-TRAILER-RECORD.
           05  CB-TR-RDW                   PIC 9(4).
           05  CB-TR-RECORD-ID             PIC X(7).
           05  CB-TR-TOTAL-BASE            PIC 9(9).
           05  CB-TR-TOTAL-STATUS-64       PIC 9(9).
           05  CB-TR-TOTAL-STATUS-71       PIC 9(9).
           05  CB-TR-TOTAL-STATUS-78       PIC 9(9).
           05  CB-TR-TOTAL-STATUS-80       PIC 9(9).
           05  CB-TR-TOTAL-STATUS-97       PIC 9(9).
           05  CB-TR-TOTAL-COMPLIANCE-XB   PIC 9(9).
           05  CB-TR-TOTAL-SSN             PIC 9(9).
           05  CB-TR-TOTAL-DOB             PIC 9(9).
           05  CB-TR-TOTAL-PHONE           PIC 9(9).
           05  FILLER                      PIC X(325).
