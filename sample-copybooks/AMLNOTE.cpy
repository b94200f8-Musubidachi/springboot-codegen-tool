      ******************************************************************
      * AML CASE ACTIVITY RECORD
      * File:    AMLNOTE.DAT  (indexed, key = AE-NOTE-KEY:
      *          AE-ALERT-ID + AE-NOTE-SEQ)
      * Used by: AMLRAISE (the raising row), AMLMNT (one row per
      *          investigator action)
      *
      * The trail of an AMLCASE case: one row for the screen that
      * raised it, then one for every assignment, annotation,
      * escalation and close, with who did it and when.  Writers
      * probe AE-NOTE-SEQ upward from 001 until the write lands.
      * Rows are never rewritten.
      ******************************************************************
       01  AML-NOTE-RECORD.
           05  AE-NOTE-KEY.
               10  AE-ALERT-ID             PIC X(12).
               10  AE-NOTE-SEQ             PIC 9(3).
           05  AE-ACTION                   PIC X(1).
               88  AE-ACTION-RAISED        VALUE 'R'.
               88  AE-ACTION-ASSIGNED      VALUE 'A'.
               88  AE-ACTION-NOTE          VALUE 'N'.
               88  AE-ACTION-ESCALATED     VALUE 'E'.
               88  AE-ACTION-CLOSED        VALUE 'C'.
           05  AE-ACTION-DATE              PIC 9(8).
           05  AE-ACTION-TIME              PIC 9(6).
           05  AE-ACTED-BY                 PIC X(8).
           05  AE-NOTE-TEXT                PIC X(80).
           05  FILLER                      PIC X(10).
