      ******************************************************************
      * TELLER AUTHORITY RECORD
      * File:    TELLER.REF  (maintained reference table, indexed,
      *          key = TL-TELLER-ID)
      * Used by: TLMAINT (maintains it), MEMOPOST (enforces the
      *          limits and counts the overrides), OVRDRPT (the
      *          daily override report by branch), DRWBAL (files a
      *          drawer close under the teller's branch)
      *
      * One record per teller or supervisor, keyed on the sign-on
      * ID MEMOPOST receives as MPQ-ENTERED-BY.  TL-BRANCH-ID is the
      * BRANCH.REF branch the teller works at.  TL-AUTHORITY-LEVEL
      * runs 1 (teller) to 9; a supervisor can override an item
      * for a teller only from a higher level.  Each direction has
      * a per-item limit and a daily cumulative limit; a zero limit
      * grants no authority in that direction.  The day totals are
      * what the teller has memo-posted on TL-USAGE-DATE and start
      * again from zero on the teller's first item of a new day.
      * The override counts are the overrides the ID has granted
      * as a supervisor: today's on TL-OVERRIDE-DATE, and the total
      * since the record was added.  An inactive ID (TL-IS-INACTIVE)
      * stays on file for the override history but posts nothing
      * and overrides nothing.
      ******************************************************************
       01  TELLER-REF-RECORD.
           05  TL-TELLER-ID                PIC X(8).
           05  TL-TELLER-NAME              PIC X(30).
           05  TL-BRANCH-ID                PIC X(4).
           05  TL-AUTHORITY-LEVEL          PIC 9(1).
           05  TL-ACTIVE-IND               PIC X(1).
               88  TL-IS-ACTIVE            VALUE 'Y'.
               88  TL-IS-INACTIVE          VALUE 'N'.
           05  TL-LIMITS.
               10  TL-DEP-ITEM-LIMIT       PIC 9(9)V99 COMP-3.
               10  TL-DEP-DAILY-LIMIT      PIC 9(9)V99 COMP-3.
               10  TL-WDL-ITEM-LIMIT       PIC 9(9)V99 COMP-3.
               10  TL-WDL-DAILY-LIMIT      PIC 9(9)V99 COMP-3.
           05  TL-USAGE-DATE               PIC 9(8).
           05  TL-DEP-DAY-TOTAL            PIC 9(11)V99 COMP-3.
           05  TL-WDL-DAY-TOTAL            PIC 9(11)V99 COMP-3.
           05  TL-OVERRIDE-DATE            PIC 9(8).
           05  TL-OVERRIDE-DAY-COUNT       PIC 9(5) COMP-3.
           05  TL-OVERRIDE-TOTAL-COUNT     PIC 9(7) COMP-3.
           05  TL-ADDED-DATE               PIC 9(8).
           05  FILLER                      PIC X(20).
