      ******************************************************************
      * POSITIVE-PAY ISSUE FILE RECORD
      * File:    POSPAY.DAT  (line sequential, 80-byte records,
      *          appended to by CHKISSUE, one header-to-trailer
      *          group per run, and sent to the bank the official
      *          checks are drawn on)
      * Used by: CHKISSUE
      *
      * A header (H) naming the account the checks are drawn on and
      * the file date, one detail (D) per check issued tonight or
      * voided since the last file - PD-ISSUE-VOID tells the bank
      * which - and a trailer (T) with the detail count and the
      * issued and voided totals.  A rerun after a restart appends
      * a further group holding only what the first run had not yet
      * sent.  The bank pays a presented check
      * only if it matches an issued detail by number and amount.
      * Writers build the record here in working storage and move
      * it to the file.
      ******************************************************************
       01  POSPAY-RECORD                   PIC X(80).

       01  POSPAY-HEADER REDEFINES POSPAY-RECORD.
           05  PH-RECORD-TYPE              PIC X(1).
           05  PH-ACCOUNT-NUMBER           PIC X(12).
           05  PH-FILE-DATE                PIC 9(8).
           05  PH-ORIGINATOR-NAME          PIC X(23).
           05  FILLER                      PIC X(36).

       01  POSPAY-DETAIL REDEFINES POSPAY-RECORD.
           05  PD-RECORD-TYPE              PIC X(1).
           05  PD-ACCOUNT-NUMBER           PIC X(12).
           05  PD-CHECK-NUMBER             PIC 9(10).
           05  PD-AMOUNT                   PIC 9(9)V99.
           05  PD-ISSUE-DATE               PIC 9(8).
           05  PD-ISSUE-VOID               PIC X(1).
               88  PD-ISSUE                VALUE 'I'.
               88  PD-VOID                 VALUE 'V'.
           05  PD-PAYEE-NAME               PIC X(30).
           05  FILLER                      PIC X(7).

       01  POSPAY-TRAILER REDEFINES POSPAY-RECORD.
           05  PT-RECORD-TYPE              PIC X(1).
           05  PT-ACCOUNT-NUMBER           PIC X(12).
           05  PT-DETAIL-COUNT             PIC 9(7).
           05  PT-ISSUE-TOTAL              PIC 9(11)V99.
           05  PT-VOID-TOTAL               PIC 9(11)V99.
           05  FILLER                      PIC X(34).
