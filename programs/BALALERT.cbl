      *                    free-text line, so whatever parses
      *                    NTCPHONE by that layout reads BALALERT's
      *                    entries cleanly too.
      *   2026-10-15  ROK  No alert goes to a deceased customer.
      *   2026-10-15  ROK  POSTJRNL-LINE widened to the 100-byte
      *                    journal record.
      *   2026-10-15  ROK  WS-SUBST-VALUES extended to the rate-change
      *                    fields MSGSUB now takes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALALERT.
       COPY "ALERTPRF".

       FD  POSTJRNL-FILE.
       01  POSTJRNL-LINE                    PIC X(100).

       FD  CUSTMAST-FILE.
       COPY "CUSTMAST".
           05  WS-SUB-BALANCE               PIC X(15).
           05  WS-SUB-CRLIMIT               PIC X(13).
           05  WS-SUB-LASTACT               PIC X(10).
           05  WS-SUB-OLDRATE               PIC X(8) VALUE SPACES.
           05  WS-SUB-NEWRATE               PIC X(8) VALUE SPACES.
           05  WS-SUB-EFFDATE               PIC X(10) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-BALANCE-EDIT              PIC -(11)9.99.
                   GO TO 4000-EXIT
           END-READ.
           IF CM-DO-NOT-CONTACT-IND = 'Y' OR CM-MERGED
               OR CM-DECEASED
               GO TO 4000-EXIT
           END-IF.
           MOVE CM-CUSTOMER-NAME TO WS-SUB-NAME.
