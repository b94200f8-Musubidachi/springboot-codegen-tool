      ******************************************************************
      * BRANCH REFERENCE RECORD
      * File:    BRANCH.REF  (maintained reference table, indexed,
      *          key = BR-BRANCH-ID)
      * Used by: BRMAINT (maintains it), ACCTMNT (validates the
      *          owning branch at opening and on a transfer), GLSUM
      *          (resolves an account's branch to its cost center),
      *          BRSCORE (the monthly branch scorecard), TLMAINT
      *          (validates a teller's branch), OVRDRPT (branch
      *          names on the daily override report), DRWRPT
      *          (branch names on the drawer over/short report),
      *          SAVCONV (branch names on the conversion-candidate
      *          report)
      *
      * One record per branch.  BR-COST-CENTER is the general-
      * ledger cost center the branch's accounts book to; two
      * branches may share one.  A closed branch (BR-IS-CLOSED)
      * stays on file for its history and reporting, but no
      * account may be opened at it or transferred to it, and it
      * cannot be closed while any open account still belongs to
      * it.  BR-CLOSE-DATE is zero while the branch is open.
      ******************************************************************
       01  BRANCH-REF-RECORD.
           05  BR-BRANCH-ID                PIC X(4).
           05  BR-BRANCH-NAME              PIC X(30).
           05  BR-COST-CENTER              PIC X(6).
           05  BR-ACTIVE-IND               PIC X(1).
               88  BR-IS-ACTIVE            VALUE 'Y'.
               88  BR-IS-CLOSED            VALUE 'N'.
           05  BR-OPEN-DATE                PIC 9(8).
           05  BR-CLOSE-DATE               PIC 9(8).
           05  FILLER                      PIC X(23).
