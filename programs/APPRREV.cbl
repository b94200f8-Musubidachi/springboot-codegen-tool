      *
      * MODIFICATION HISTORY
      *   2026-08-22  ROK  Original version.
      *   2026-10-15  ROK  A released rate change carries its
      *                    effective date onto RATEAPPR-FILE, so an
      *                    approved future-dated change is scheduled
      *                    rather than applied at once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRREV.
           05  RA-NEW-RATE                  PIC 9(2)V9(4).
           05  RA-CHANGED-BY                PIC X(8).
           05  RA-APPROVED-BY               PIC X(8).
           05  RA-EFFECTIVE-DATE            PIC 9(8).

       FD  PENDAUD-FILE.
       01  PENDAUD-LINE                     PIC X(100).
           MOVE PC-NEW-RATE TO RA-NEW-RATE.
           MOVE PC-ENTERED-BY TO RA-CHANGED-BY.
           MOVE AF-APPROVED-BY TO RA-APPROVED-BY.
           MOVE PC-EFFECTIVE-DATE TO RA-EFFECTIVE-DATE.
           WRITE RATEAPPR-LINE.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE 'APPROVED FOR RATECHG' TO WS-DECISION-TEXT.
