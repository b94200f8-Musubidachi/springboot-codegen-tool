      ******************************************************************
      * ACCOUNT MAINTENANCE AUDIT RECORD
      * File:    ACCTMNT.AUDIT  (sequential, written by ACCTMNT)
      * Used by: ACCTMNT, AUDITINQ, BRSCORE
      *
      * Before/after image of every field ACCTMNT is allowed to
      * change, plus who made the change and when.  An open has no
      * before image (AMA-BEFORE-IMAGE is spaces); a close's after
      * image carries the closed status.  AMA-BEF-BRANCH/AMA-AFT-
      * BRANCH carry the owning branch, so a transfer's audit shows
      * the branch it left and the branch it joined.
      ******************************************************************
       01  ACCTMNT-AUDIT-RECORD.
           05  AMA-ACCOUNT-NUMBER          PIC X(12).
               10  AMA-BEF-STATUS          PIC X(1).
               10  AMA-BEF-TYPE            PIC X(3).
               10  AMA-BEF-BALANCE         PIC S9(9)V99 COMP-3.
               10  AMA-BEF-BRANCH          PIC X(4).
           05  AMA-AFTER-IMAGE.
               10  AMA-AFT-STATUS          PIC X(1).
               10  AMA-AFT-TYPE            PIC X(3).
               10  AMA-AFT-BALANCE         PIC S9(9)V99 COMP-3.
               10  AMA-AFT-BRANCH          PIC X(4).
