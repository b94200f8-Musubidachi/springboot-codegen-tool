      ******************************************************************
      * SAMPLE REQUEST COPYBOOK FOR AML CASE MAINTENANCE
      * Program: AMLMNT
      *
      * One investigator action on one AMLCASE case, selected by
      * ALQ-FUNCTION-CODE: assign the case to ALQ-ASSIGN-TO,
      * annotate it with ALQ-NOTE-TEXT, escalate it (to
      * ALQ-ASSIGN-TO when one is given), or close it with
      * ALQ-DISPOSITION - F false positive, R reviewed, S file
      * report.  ALQ-NOTE-TEXT is kept on AMLNOTE with every action
      * and is required for an annotation.
      ******************************************************************
       01  AMLMNT-REQUEST.
           05  ALQ-HEADER.
               10  ALQ-TRANSACTION-ID      PIC X(8).
               10  ALQ-INVESTIGATOR        PIC X(8).
           05  ALQ-FUNCTION-CODE           PIC X(1).
               88  ALQ-FUNC-ASSIGN         VALUE 'A'.
               88  ALQ-FUNC-ANNOTATE       VALUE 'N'.
               88  ALQ-FUNC-ESCALATE       VALUE 'E'.
               88  ALQ-FUNC-CLOSE          VALUE 'C'.
           05  ALQ-ALERT-ID                PIC X(12).
           05  ALQ-ASSIGN-TO               PIC X(8).
           05  ALQ-DISPOSITION             PIC X(1).
               88  ALQ-DISP-FALSE-POSITIVE VALUE 'F'.
               88  ALQ-DISP-REVIEWED       VALUE 'R'.
               88  ALQ-DISP-FILE-REPORT    VALUE 'S'.
               88  ALQ-DISP-VALID          VALUES 'F' 'R' 'S'.
           05  ALQ-NOTE-TEXT               PIC X(80).
