      ******************************************************************
      * FEEDMON CALL PARAMETERS
      * Used by: FEEDMON, NIGHTRUN
      *
      * What the pre-chain feed check found.  FMP-RETURN-CODE is 0
      * when every feed due tonight is in and plausible, 4 when the
      * only findings are advisory or released by an override (or
      * no expectations are on file), and 8 when a required feed is
      * missing or implausibly small with no override - the chain
      * is held.  Each finding names the feed, the verdict (L late,
      * N not yet arrived, S implausibly small), whether the feed
      * is required, its expected-by time, the count found against
      * the floor it fell under, and the override that released
      * it, if any.  The first twenty findings are listed;
      * FMP-FINDING-COUNT counts them all.
      ******************************************************************
       01  FEEDMON-PARM.
           05  FMP-RETURN-CODE             PIC 9(2).
           05  FMP-FEEDS-CHECKED           PIC 9(3) COMP.
           05  FMP-FEEDS-NOT-DUE           PIC 9(3) COMP.
           05  FMP-FINDING-COUNT           PIC 9(3) COMP.
           05  FMP-FINDINGS-LISTED         PIC 9(3) COMP.
           05  FMP-FINDING OCCURS 20 TIMES.
               10  FMP-FEED-NAME           PIC X(8).
               10  FMP-VERDICT             PIC X(1).
                   88  FMP-LATE            VALUE 'L'.
                   88  FMP-NOT-YET         VALUE 'N'.
                   88  FMP-SMALL           VALUE 'S'.
               10  FMP-REQUIRED-IND        PIC X(1).
                   88  FMP-REQUIRED        VALUE 'Y'.
               10  FMP-EXPECTED-BY         PIC 9(4).
               10  FMP-RECORD-COUNT        PIC 9(9).
               10  FMP-THRESHOLD           PIC 9(9).
               10  FMP-OVERRIDE-IND        PIC X(1).
                   88  FMP-OVERRIDDEN      VALUE 'Y'.
               10  FMP-OVERRIDE-OPERATOR   PIC X(8).
               10  FMP-OVERRIDE-REASON     PIC X(40).
