           05 RAW-MESSAGE           PIC X(100).
           05 MESSAGE-TABLE REDEFINES RAW-MESSAGE.
              10 MESSAGE-LINE-COUNT PIC 9(2).
              10 MESSAGE-LINE OCCURS 9 TIMES.
                 15 LINE-TEXT       PIC X(10).
           05 MESSAGE-TRUNCATED-IND PIC X(1).
              88 MESSAGE-WAS-TRUNCATED VALUE 'Y'.
