      ******************************************************************
      * POSTING JOURNAL INDEX RECORD
      * File:    JRNLNDX.DAT  (indexed, key = PX-KEY: account +
      *          post date + journal sequence; alternate key =
      *          PX-DATE-KEY: post date + journal sequence)
      * Used by: JRNLSYNC (adds the live journal's new rows),
      *          ARCPURGE (retention), BALASOF, STMTREPR, SVCCHG,
      *          ODWAIVE, COLLCHK, CTRSCAN, GLSUM, PERCLOSE,
      *          LEGLINTK, POSTBAT (reversal check), RISKRATE
      *
      * One record per POSTJRNL row, whichever monthly generation
      * the row now lives in, carrying the whole 100-byte
      * POST-JRNL-RECORD image.  A reader wanting one account's
      * movements STARTs on the account and date it needs; a reader
      * wanting one day or period across all accounts STARTs on the
      * date key.  PX-JRNL-SEQ is the row's position in the journal
      * as a whole, so rows read back in posting order within an
      * account and day.  Readers CALL JRNLSYNC first so tonight's
      * rows are on the index.
      ******************************************************************
       01  JRNL-NDX-RECORD.
           05  PX-KEY.
               10  PX-ACCOUNT-NUMBER       PIC X(12).
               10  PX-POST-DATE            PIC 9(8).
               10  PX-JRNL-SEQ             PIC 9(9).
           05  PX-DATE-KEY.
               10  PX-DATE-POST-DATE       PIC 9(8).
               10  PX-DATE-JRNL-SEQ        PIC 9(9).
           05  PX-JOURNAL-IMAGE            PIC X(100).
