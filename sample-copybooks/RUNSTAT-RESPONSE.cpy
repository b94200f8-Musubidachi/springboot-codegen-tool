      * whether a restart - or INTLKCLR - is safe: the interlock
      * and when it went up, the checkpoint's step flags, each
      * stream's position and done state, tonight's recorded step
      * executions, the last operator alert written, and where
      * POSTBAT's own checkpoint stands - in flight or complete, the
      * records read and the last TXN-ID, and any restarts taken
      * with the records they found already posted.
      ******************************************************************
       01  RUNSTAT-RESPONSE.
           05  RSS-HEADER.
                   15  RSP-STEP-TIME       PIC 9(6).
                   15  RSP-STEP-RC         PIC X(2).
           05  RSS-LAST-ALERT              PIC X(100).
           05  RSS-POSTING-CHECKPOINT.
               10  RSS-POST-CKPT-STATE     PIC X(1).
                   88  RSS-POST-NO-CKPT    VALUE SPACE.
                   88  RSS-POST-IN-FLIGHT  VALUE 'A'.
                   88  RSS-POST-COMPLETE   VALUE 'C'.
               10  RSS-POST-RUN-DATE       PIC 9(8).
               10  RSS-POST-RECORDS-READ   PIC 9(9).
               10  RSS-POST-LAST-TXN-ID    PIC X(12).
               10  RSS-POST-TXNS-APPLIED   PIC 9(7).
               10  RSS-POST-RESTART-COUNT  PIC 9(3).
               10  RSS-POST-TXNS-SKIPPED   PIC 9(7).
               10  RSS-POST-CKPT-TIME      PIC 9(6).
           05  FILLER                      PIC X(20).
