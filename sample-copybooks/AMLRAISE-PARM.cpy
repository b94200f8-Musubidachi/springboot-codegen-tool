      ******************************************************************
      * AMLRAISE CALL PARAMETERS
      * Used by: AMLRAISE, CTRSCAN, WATCHSCN, INQFRAUD
      *
      * ARP-FUNC-RAISE opens an AMLCASE case for one alert: the
      * source screen (C CTRSCAN, W WATCHSCN, I INQFRAUD), the
      * customer, what was detected (ARP-SUBJECT-REF, as described
      * on AMLCASE), the amount where there is one and the
      * supporting detail line.  ARP-CASE-OPENED comes back with
      * the new ARP-ALERT-ID; ARP-CASE-ON-FILE means the same
      * source, customer and subject already has a case, whose ID
      * comes back instead.  ARP-CASE-FILE-ERROR means no case could
      * be written.  The case files are opened on the first raise
      * of the run and kept open; the caller closes them with
      * ARP-FUNC-CLOSE when it terminates.
      ******************************************************************
       01  AMLRAISE-PARM.
           05  ARP-FUNCTION                PIC X(1).
               88  ARP-FUNC-RAISE          VALUE 'R'.
               88  ARP-FUNC-CLOSE          VALUE 'C'.
           05  ARP-ALERT-SOURCE            PIC X(1).
           05  ARP-CUSTOMER-ID             PIC 9(10).
           05  ARP-SUBJECT-REF             PIC X(12).
           05  ARP-ALERT-AMOUNT            PIC S9(11)V99 COMP-3.
           05  ARP-ALERT-DETAIL            PIC X(100).
           05  ARP-ALERT-ID                PIC X(12).
           05  ARP-RETURN-CODE             PIC X(2).
               88  ARP-CASE-OPENED         VALUE '00'.
               88  ARP-CASE-ON-FILE        VALUE '04'.
               88  ARP-CASE-FILE-ERROR     VALUE '08'.
