      ******************************************************************
      * SAMPLE REQUEST COPYBOOK FOR TELLER AUTHORITY MAINTENANCE
      * Program: TLMAINT
      *
      * One request adds a teller or supervisor to TELLER.REF with
      * a name, branch, authority level and limits; changes any of
      * those on an existing ID; or deactivates an ID, selected by
      * TMR-FUNCTION-CODE.  A change leaves a field as it stands
      * when the request carries spaces in it - for the limits,
      * anything not numeric.  An add takes zero for a limit not
      * given, which grants no authority in that direction.
      ******************************************************************
       01  TLMAINT-REQUEST.
           05  TMR-HEADER.
               10  TMR-TRANSACTION-ID      PIC X(8).
               10  TMR-CHANGED-BY          PIC X(8).
           05  TMR-FUNCTION-CODE           PIC X(1).
               88  TMR-FUNC-ADD            VALUE 'A'.
               88  TMR-FUNC-CHANGE         VALUE 'U'.
               88  TMR-FUNC-DEACTIVATE     VALUE 'X'.
           05  TMR-TELLER-ID               PIC X(8).
           05  TMR-TELLER-NAME             PIC X(30).
           05  TMR-BRANCH-ID               PIC X(4).
           05  TMR-AUTHORITY-LEVEL         PIC X(1).
           05  TMR-DEP-ITEM-LIMIT          PIC 9(9)V99.
           05  TMR-DEP-DAILY-LIMIT         PIC 9(9)V99.
           05  TMR-WDL-ITEM-LIMIT          PIC 9(9)V99.
           05  TMR-WDL-DAILY-LIMIT         PIC 9(9)V99.
