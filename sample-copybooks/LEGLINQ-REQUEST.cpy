      ******************************************************************
      * SAMPLE REQUEST COPYBOOK FOR LEGAL-ORDER CASE INQUIRY
      * Program: LEGLINQ
      *
      * Asks for one levy or garnishment case by LC-CASE-ID, or for
      * a customer's cases off LEGLCASE through its LC-CUSTOMER-ID
      * alternate key, a page at a time.  The cursor works like
      * ORDINQ's: to continue past a full page, send the response's
      * resume key back with LIQ-CURSOR-MODE on.
      ******************************************************************
       01  LEGLINQ-REQUEST.
           05  LIQ-HEADER.
               10  LIQ-TRANSACTION-ID      PIC X(8).
               10  LIQ-REQUEST-DATE.
                   15  LIQ-REQUEST-YEAR    PIC 9(4).
                   15  LIQ-REQUEST-MONTH   PIC 9(2).
                   15  LIQ-REQUEST-DAY     PIC 9(2).
               10  LIQ-REQUEST-TIME        PIC 9(6).
               10  LIQ-TERMINAL-ID         PIC X(4).
               10  LIQ-CHANNEL-CODE        PIC X(2).
           05  LIQ-SEARCH-CRITERIA.
               10  LIQ-SEARCH-TYPE         PIC X(1).
                   88  LIQ-SEARCH-BY-CASE     VALUE 'L'.
                   88  LIQ-SEARCH-BY-CUSTOMER VALUE 'C'.
               10  LIQ-CASE-ID             PIC X(12).
               10  LIQ-CUSTOMER-ID         PIC 9(10).
           05  LIQ-PAGINATION.
               10  LIQ-CURSOR-MODE         PIC X(1).
                   88  LIQ-CURSOR-ON       VALUE 'Y'.
                   88  LIQ-CURSOR-OFF      VALUE 'N'.
               10  LIQ-RESUME-CASE-ID      PIC X(12).
           05  FILLER                      PIC X(10).
