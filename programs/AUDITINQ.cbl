      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  Maintenance audit record is now 194 bytes;
      *                    a maintenance event shows the W-9
      *                    certification before and after with the
      *                    status.
      *   2026-10-15  ROK  Account maintenance audit record is now 63
      *                    bytes; an account event shows the owning
      *                    branch before and after.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITINQ.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAUD-FILE.
       01  CUSTMAUD-LINE                    PIC X(194).

       FD  INQAUDIT-FILE.
       01  INQAUDIT-LINE                    PIC X(80).

       FD  ACCTMAUD-FILE.
       01  ACCTMAUD-LINE                    PIC X(63).

       FD  CMRGAUD-FILE.
       01  CMRGAUD-LINE                     PIC X(100).
           STRING 'CHANGED BY ' CMA-CHANGED-BY
               ' APPROVED ' CMA-APPROVED-BY
               ' STATUS ' CMA-BEF-STATUS '>' CMA-AFT-STATUS
               ' TIN ' CMA-BEF-TIN-CERT '>' CMA-AFT-TIN-CERT
               DELIMITED BY SIZE INTO WS-EVENT-DETAIL.
           PERFORM 8000-ADD-ONE-EVENT THRU 8000-EXIT.
           GO TO 2110-EXIT.
               ' FUNC ' AMA-FUNCTION-CODE
               ' BY ' AMA-CHANGED-BY
               ' STATUS ' AMA-BEF-STATUS '>' AMA-AFT-STATUS
               ' BR ' AMA-BEF-BRANCH '>' AMA-AFT-BRANCH
               DELIMITED BY SIZE INTO WS-EVENT-DETAIL.
           PERFORM 8000-ADD-ONE-EVENT THRU 8000-EXIT.
           GO TO 4100-EXIT.
