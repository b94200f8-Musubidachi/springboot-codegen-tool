      ******************************************************************
      * FEED EXPECTATION RECORD
      * File:    FEEDEXP.DAT  (line sequential, one record per feed)
      * Used by: FEEDMON
      *
      * What the nightly chain expects of each inbound feed before
      * it starts.  Operations set the feed's file name, its format
      * (L line sequential, V variable-length sequential), whether
      * a miss holds the chain (FE-REQUIRED-IND Y) or only alerts,
      * the time it should be in by (HHMM), the days it comes
      * (Monday through Sunday, Y or N) and the two plausibility
      * floors: an absolute record count, and a percentage of the
      * trailing average.  FEEDMON keeps the rest: the trailing
      * average over up to the last twenty plausible nights and the
      * date a count was last folded into it, the count it found
      * last and the date it was found, and that night's verdict
      * (O on time, L late, N not yet arrived, S implausibly
      * small).  A night whose count is already in the average is
      * not folded in again when the chain is rerun.  A new feed's
      * line needs only the fields up to FE-MIN-AVG-PCT; the
      * rest start at zero.
      ******************************************************************
       01  FEED-EXP-RECORD.
           05  FE-FEED-NAME                PIC X(8).
           05  FE-FILE-FORMAT              PIC X(1).
               88  FE-FORMAT-LINE          VALUE 'L'.
               88  FE-FORMAT-VARIABLE      VALUE 'V'.
           05  FE-REQUIRED-IND             PIC X(1).
               88  FE-REQUIRED             VALUE 'Y'.
           05  FE-EXPECTED-BY-TIME         PIC 9(4).
           05  FE-EXPECTED-DAYS            PIC X(7).
           05  FE-EXPECTED-DAY-TABLE REDEFINES FE-EXPECTED-DAYS.
               10  FE-EXPECTED-DAY-IND     PIC X(1) OCCURS 7 TIMES.
           05  FE-MIN-RECORDS              PIC 9(7).
           05  FE-MIN-AVG-PCT              PIC 9(3).
           05  FE-AVG-RECORDS              PIC 9(9).
           05  FE-AVG-NIGHTS               PIC 9(3).
           05  FE-AVG-DATE                 PIC 9(8).
           05  FE-LAST-COUNT               PIC 9(9).
           05  FE-LAST-COUNT-DATE          PIC 9(8).
           05  FE-LAST-VERDICT             PIC X(1).
               88  FE-VERDICT-ON-TIME      VALUE 'O'.
               88  FE-VERDICT-LATE         VALUE 'L'.
               88  FE-VERDICT-NOT-YET      VALUE 'N'.
               88  FE-VERDICT-SMALL        VALUE 'S'.
           05  FILLER                      PIC X(11).
