      ******************************************************************
      * SAMPLE REQUEST COPYBOOK FOR BRANCH TABLE MAINTENANCE
      * Program: BRMAINT
      *
      * One request adds a branch with its name and cost center,
      * changes an existing branch's name or cost center, or closes
      * a branch, selected by BMR-FUNCTION-CODE.  A change leaves a
      * field as it stands when the request carries spaces in it.
      * The open date of an add and the close date of a close are
      * YYYYMMDD and go through DATEVAL; zero takes today.
      ******************************************************************
       01  BRMAINT-REQUEST.
           05  BMR-HEADER.
               10  BMR-TRANSACTION-ID      PIC X(8).
               10  BMR-CHANGED-BY          PIC X(8).
           05  BMR-FUNCTION-CODE           PIC X(1).
               88  BMR-FUNC-ADD            VALUE 'A'.
               88  BMR-FUNC-CHANGE         VALUE 'U'.
               88  BMR-FUNC-CLOSE          VALUE 'X'.
           05  BMR-BRANCH-ID               PIC X(4).
           05  BMR-BRANCH-NAME             PIC X(30).
           05  BMR-COST-CENTER             PIC X(6).
           05  BMR-EFFECTIVE-DATE          PIC 9(8).
