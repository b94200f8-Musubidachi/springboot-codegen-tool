      ******************************************************************
      * POSTING CHECKPOINT RECORD
      * File:    POSTCKPT.DAT  (line sequential, one record)
      * Used by: POSTBAT, RUNSTAT, MSTREST
      *
      * Where POSTBAT's pass over the night's TXNPOST split stands.
      * Rewritten every PK-COMMIT-INTERVAL records read (NIGHTPRM
      * keyword POSTCOMMIT) with PK-STATE 'A', and with 'C' when the
      * run ends.  Everything POSTBAT had written up to that point -
      * journal, masters, exception and stopped-items reports - is
      * on disk when the record is.  A run that finds 'A' is a
      * restart: it takes the night's run date and counts back from
      * here, confirms that journal row PK-JRNL-ROWS of the live
      * POSTJRNL file is PK-LAST-JRNL-TXN-ID, skips the
      * PK-RECORDS-READ records already done (the first must be
      * PK-FIRST-TXN-ID, the last PK-LAST-TXN-ID), and treats any
      * movement journaled past that row as already posted.
      * PK-RESTART-COUNT and PK-TXNS-SKIPPED are the restarts taken
      * tonight and the records found already posted on them.
      * PK-TXNS-RETURNED, PK-TXNS-REACTIVATED and PK-TXNS-HELD are
      * the night's postings returned from closed accounts, those
      * that woke a dormant account or customer, and the suspended
      * customers' debits held for review, so far; the returns
      * include debits to charged-off accounts.  PK-RETITEMS-ROWS
      * is the rows written to RETITEMS so far; a restart treats the
      * rows past it as items already returned and does not write
      * them again.  A checkpoint written before the field was
      * added carries spaces there and is taken as no count kept.
      * MSTREST empties the file when the masters are restored, so
      * a rerun night posts from the top.
      ******************************************************************
       01  POST-CKPT-RECORD.
           05  PK-STATE                    PIC X(1).
               88  PK-IN-FLIGHT            VALUE 'A'.
               88  PK-COMPLETE             VALUE 'C'.
           05  PK-RUN-DATE                 PIC 9(8).
           05  PK-COMMIT-INTERVAL          PIC 9(7).
           05  PK-RECORDS-READ             PIC 9(9).
           05  PK-FIRST-TXN-ID             PIC X(12).
           05  PK-LAST-TXN-ID              PIC X(12).
           05  PK-TXNS-APPLIED             PIC 9(7).
           05  PK-EXCEPTIONS               PIC 9(7).
           05  PK-JRNL-ROWS                PIC 9(9).
           05  PK-LAST-JRNL-TXN-ID         PIC X(12).
           05  PK-ITEMS-STOPPED            PIC 9(7).
           05  PK-STOPPED-TOTAL            PIC S9(11)V99.
           05  PK-FEES-TOTAL               PIC S9(11)V99.
           05  PK-RESTART-COUNT            PIC 9(3).
           05  PK-TXNS-SKIPPED             PIC 9(7).
           05  PK-UPDATE-DATE              PIC 9(8).
           05  PK-UPDATE-TIME              PIC 9(6).
           05  PK-TXNS-RETURNED            PIC 9(5).
           05  PK-TXNS-REACTIVATED         PIC 9(5).
           05  PK-TXNS-HELD                PIC 9(5).
           05  PK-RETITEMS-ROWS            PIC 9(7).
           05  FILLER                      PIC X(17).
