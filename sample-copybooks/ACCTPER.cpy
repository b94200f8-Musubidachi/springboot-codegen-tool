      ******************************************************************
      * ACCOUNTING PERIOD RECORD
      * File:    ACCTPER.DAT  (indexed, key = AP-PERIOD)
      * Used by: PERCLOSE (closes), PERCHK
      *
      * One record per calendar month finance has closed, keyed on
      * the year and month.  A month with no record is open.
      * PERCLOSE writes the record when it closes the month,
      * carrying the closing trial figures it took from the
      * journal: the rows booked to the month and their debit and
      * credit totals at reporting-currency value.  Once a month is
      * closed, a movement dated into it posts into the current
      * open period as a prior-period adjustment (PJ-PRIOR-PERIOD-
      * ADJ on the journal) and never changes the figures here.
      ******************************************************************
       01  ACCT-PERIOD-RECORD.
           05  AP-PERIOD.
               10  AP-PERIOD-YEAR          PIC 9(4).
               10  AP-PERIOD-MONTH         PIC 9(2).
           05  AP-PERIOD-STATUS            PIC X(1).
               88  AP-PERIOD-OPEN          VALUE 'O'.
               88  AP-PERIOD-CLOSED        VALUE 'C'.
           05  AP-CLOSE-DATE               PIC 9(8).
           05  AP-CLOSED-BY                PIC X(8).
           05  AP-CLOSE-ROWS               PIC 9(9) COMP-3.
           05  AP-CLOSE-DEBITS             PIC S9(13)V99 COMP-3.
           05  AP-CLOSE-CREDITS            PIC S9(13)V99 COMP-3.
           05  AP-CLOSE-PPA-ROWS           PIC 9(7) COMP-3.
           05  AP-CLOSE-PPA-NET            PIC S9(13)V99 COMP-3.
           05  FILLER                      PIC X(20).
