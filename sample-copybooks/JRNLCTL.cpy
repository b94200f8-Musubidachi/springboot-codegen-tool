      ******************************************************************
      * POSTING JOURNAL CONTROL RECORD
      * File:    JRNLCTL.DAT  (line sequential, one record)
      * Used by: JRNLSYNC
      *
      * Where the journal index stands against the live POSTJRNL
      * file: how many of the live file's rows are already on
      * JRNLNDX and the sequence the next one takes.  POSTJRNL
      * holds the open month only; at the first run of a new month
      * JRNLSYNC moves every earlier month's rows to that month's
      * generation file (PJ + YYYYMM) and rewrites the live file
      * with the rows left.  JC-ROLL-STATE 'K' means the generations
      * and the JRNLKEEP copy of the remaining rows are written but
      * the live file is not yet rewritten from it; the next call
      * finishes that before anything else.
      ******************************************************************
       01  JRNL-CTL-RECORD.
           05  JC-ROWS-INDEXED             PIC 9(9).
           05  JC-NEXT-SEQ                 PIC 9(9).
           05  JC-LAST-ROLL-MONTH          PIC 9(6).
           05  JC-ROLL-STATE               PIC X(1).
               88  JC-ROLL-KEEP-PENDING    VALUE 'K'.
               88  JC-ROLL-CLEAR           VALUE ' '.
           05  JC-KEEP-COUNT               PIC 9(9).
           05  FILLER                      PIC X(20).
