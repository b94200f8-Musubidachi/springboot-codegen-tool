      *                    and the zero-lost line proved nothing.
      *                    POSTBAT-excepted IDs now also get their
      *                    own disposition off the POSTEXC lines.
      *   2026-10-15  ROK  POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIPERECN.
       COPY "ODO".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  TXNXREF-FILE.
       COPY "TXNXREF".
