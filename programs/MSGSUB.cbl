      *         &BALANCE   the total balance, edited
      *         &CRLIMIT   the credit limit, edited
      *         &LASTACT   the last activity date
      *         &OLDRATE   the rate before a change in terms
      *         &NEWRATE   the rate after it
      *         &EFFDATE   the date the change takes effect
      *     The caller formats the values (edited pictures, dates)
      *     before the call; this routine is plain text splicing and
      *     neither reads files nor knows what the values mean.  The
      *
      * MODIFICATION HISTORY:
      *     2026-08-22  ROK  Original version.
      *     2026-10-15  ROK  Added &OLDRATE, &NEWRATE and &EFFDATE
      *                      for the change-in-terms notice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGSUB.
           05  LK-SUB-BALANCE          PIC X(15).
           05  LK-SUB-CRLIMIT          PIC X(13).
           05  LK-SUB-LASTACT          PIC X(10).
           05  LK-SUB-OLDRATE          PIC X(8).
           05  LK-SUB-NEWRATE          PIC X(8).
           05  LK-SUB-EFFDATE          PIC X(10).
       01  LK-EXPANDED-TEXT            PIC X(2000).
       01  LK-EXPANDED-LENGTH          PIC 9(4) COMP.

                   WHEN '&LASTACT'
                       MOVE 8 TO WS-TOKEN-LEN
                       MOVE LK-SUB-LASTACT TO WS-VALUE-WORK
                   WHEN '&OLDRATE'
                       MOVE 8 TO WS-TOKEN-LEN
                       MOVE LK-SUB-OLDRATE TO WS-VALUE-WORK
                   WHEN '&NEWRATE'
                       MOVE 8 TO WS-TOKEN-LEN
                       MOVE LK-SUB-NEWRATE TO WS-VALUE-WORK
                   WHEN '&EFFDATE'
                       MOVE 8 TO WS-TOKEN-LEN
                       MOVE LK-SUB-EFFDATE TO WS-VALUE-WORK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
