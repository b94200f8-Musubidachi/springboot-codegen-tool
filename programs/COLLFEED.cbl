      *                    L, type DUN60/DUN90), so whether the
      *                    60-day letter actually went out is a
      *                    keyed read.
      *   2026-10-15  ROK  The first night an account shows in the
      *                    90-day bucket is stamped on its case as
      *                    CL-FIRST-90-DATE for CHGOFF; a charged-
      *                    off account is no longer dunned.
      *   2026-10-15  ROK  WS-SUBST-VALUES extended to the rate-change
      *                    fields MSGSUB now takes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLFEED.
           05  WS-SUB-BALANCE               PIC X(15).
           05  WS-SUB-CRLIMIT               PIC X(13).
           05  WS-SUB-LASTACT               PIC X(10).
           05  WS-SUB-OLDRATE               PIC X(8) VALUE SPACES.
           05  WS-SUB-NEWRATE               PIC X(8) VALUE SPACES.
           05  WS-SUB-EFFDATE               PIC X(10) VALUE SPACES.

       01  WS-CONTACT-FIELDS.
           05  WS-CONTACT-DATE              PIC 9(8).
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ.
           IF AM-STATUS-CHARGED-OFF
               GO TO 2000-EXIT
           END-IF.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST-FILE
               INVALID KEY
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2050-CHECK-CASE THRU 2050-EXIT.
           IF TA-BUCKET-90 NOT = 0
               PERFORM 2060-STAMP-FIRST-90 THRU 2060-EXIT
           END-IF.
           IF WS-CASE-ON-FILE
               AND (CL-CASE-PROMISE OR CL-CASE-DISPUTE)
               ADD 1 TO WS-LETTERS-HELD
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2060-STAMP-FIRST-90 - the first night the account shows in
      * the 90-day bucket goes on its case; later nights leave it.
      ******************************************************************
       2060-STAMP-FIRST-90.
           IF NOT WS-CASE-ON-FILE
               GO TO 2060-EXIT
           END-IF.
           IF CL-FIRST-90-DATE NOT = 0
               GO TO 2060-EXIT
           END-IF.
           MOVE WS-CONTACT-DATE TO CL-FIRST-90-DATE.
           REWRITE COLL-CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           GO TO 2060-EXIT.
       2060-EXIT.
           EXIT.

      ******************************************************************
      * 2100-WRITE-ONE-LETTER - expand the chosen template for this
      * customer and write the feed line MSGBAT will format.
