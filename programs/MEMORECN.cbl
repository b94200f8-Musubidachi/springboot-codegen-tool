      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMORECN.
       COPY "MEMOITEM".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  TXNMAST-FILE.
       COPY "TXNMAST".
