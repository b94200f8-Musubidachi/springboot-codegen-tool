      ******************************************************************
      * MONTHLY DEBIT-COUNT RECORD
      * File:    WDCOUNT.DAT  (indexed, key = WC-ACCOUNT-NUMBER)
      * Used by: WDLIMIT, SAVCONV
      *
      * One record per account whose type carries a monthly debit-
      * count limit (ATR-DEBIT-COUNT-LIMIT), written by WDLIMIT the
      * first time a customer-initiated debit to it is counted -
      * one posted by POSTBAT, a standing order out of it run by
      * STORDRUN, or an ODSWEEP protection transfer out of it.  The
      * counts are for WC-COUNT-MONTH (YYYYMM) and start again at
      * the first debit of a new month.  WC-EXCESS-COUNT is the
      * debits past WC-DEBIT-LIMIT (the type's limit when last
      * counted) and WC-EXCESS-FEES what they were charged.
      * WC-OVER-STREAK is the run of consecutive months, ending
      * with WC-LAST-OVER-MONTH, in which the account went over its
      * limit; a month missed breaks the run.  SAVCONV lists the
      * accounts whose run has reached three as checking-
      * conversion candidates.
      ******************************************************************
       01  WD-COUNT-RECORD.
           05  WC-ACCOUNT-NUMBER           PIC X(12).
           05  WC-COUNT-MONTH              PIC 9(6).
           05  WC-DEBIT-COUNT              PIC 9(5).
           05  WC-DEBIT-LIMIT              PIC 9(3).
           05  WC-EXCESS-COUNT             PIC 9(5).
           05  WC-EXCESS-FEES              PIC 9(7)V99.
           05  WC-OVER-STREAK              PIC 9(3).
           05  WC-LAST-OVER-MONTH          PIC 9(6).
           05  WC-LAST-DEBIT-DATE          PIC 9(8).
           05  FILLER                      PIC X(13).
