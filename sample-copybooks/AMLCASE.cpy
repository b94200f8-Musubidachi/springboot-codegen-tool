      ******************************************************************
      * AML ALERT CASE RECORD
      * File:    AMLCASE.DAT  (indexed, key = AK-ALERT-ID,
      *          alternate key = AK-CUSTOMER-ID with duplicates)
      * Used by: AMLRAISE (opens a case for CTRSCAN, WATCHSCN and
      *          INQFRAUD), AMLMNT (investigator assign, annotate,
      *          escalate and close), AMLAGE (nightly deadline aging)
      *
      * One case per alert the three compliance screens raise, so
      * the currency-transaction flags, watch-list near-matches and
      * inquiry-snooping alerts are worked from one file with a
      * record of who cleared what.  AK-ALERT-ID is 'AML' plus a
      * nine-digit sequence; AMLRAISE probes upward until the write
      * lands.  AK-SUBJECT-REF names what was detected within the
      * source - the business date of a currency-transaction
      * aggregate, 'WL' and the WATCHLST entry of a watch-list
      * match, the terminal and date of an inquiry alert - and a
      * source, customer and subject already on file is not raised
      * again.  AK-FILING-DEADLINE is the regulatory filing date
      * counted in calendar days from AK-DETECTED-DATE.  A case is
      * open while new, assigned or escalated; a closed case stays
      * on file with its disposition.  Every action on a case is
      * kept on AMLNOTE, AK-NOTE-COUNT rows of it.
      ******************************************************************
       01  AML-CASE-RECORD.
           05  AK-ALERT-ID                 PIC X(12).
           05  AK-CUSTOMER-ID              PIC 9(10).
           05  AK-ALERT-SOURCE             PIC X(1).
               88  AK-SOURCE-CTRSCAN       VALUE 'C'.
               88  AK-SOURCE-WATCHSCN      VALUE 'W'.
               88  AK-SOURCE-INQFRAUD      VALUE 'I'.
           05  AK-SUBJECT-REF              PIC X(12).
           05  AK-DETECTED-DATE            PIC 9(8).
           05  AK-FILING-DEADLINE          PIC 9(8).
           05  AK-ALERT-AMOUNT             PIC S9(11)V99 COMP-3.
           05  AK-ALERT-DETAIL             PIC X(100).
           05  AK-CASE-STATUS              PIC X(1).
               88  AK-CASE-NEW             VALUE 'N'.
               88  AK-CASE-ASSIGNED        VALUE 'A'.
               88  AK-CASE-ESCALATED       VALUE 'E'.
               88  AK-CASE-CLOSED          VALUE 'C'.
               88  AK-CASE-OPEN            VALUES 'N' 'A' 'E'.
           05  AK-ASSIGNED-TO              PIC X(8).
           05  AK-ASSIGNED-DATE            PIC 9(8).
           05  AK-ESCALATED-DATE           PIC 9(8).
           05  AK-DISPOSITION              PIC X(1).
               88  AK-DISP-FALSE-POSITIVE  VALUE 'F'.
               88  AK-DISP-REVIEWED        VALUE 'R'.
               88  AK-DISP-FILE-REPORT     VALUE 'S'.
           05  AK-CLOSED-BY                PIC X(8).
           05  AK-CLOSED-DATE              PIC 9(8).
           05  AK-NOTE-COUNT               PIC 9(3).
           05  FILLER                      PIC X(20).
