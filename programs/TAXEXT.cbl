      *
      * MODIFICATION HISTORY
      *   2026-09-01  ROK  Original version.
      *   2026-10-15  ROK  Each extract line now carries the
      *                    customer's taxpayer ID and type and the
      *                    federal backup withholding rolled up from
      *                    the ledgers' AL-YTD-WITHHELD.  A customer
      *                    with tax withheld is extracted whatever
      *                    the interest threshold, and the control
      *                    report shows the withheld totals and the
      *                    extracted customers with no tax ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEXT.
           05  TE-COUNTRY-CODE              PIC X(3).
           05  FILLER                       PIC X(1).
           05  TE-YTD-INTEREST              PIC S9(9)V99.
           05  FILLER                       PIC X(1).
           05  TE-TAX-ID                    PIC X(9).
           05  FILLER                       PIC X(1).
           05  TE-TAX-ID-TYPE               PIC X(1).
           05  FILLER                       PIC X(1).
           05  TE-FED-TAX-WITHHELD          PIC S9(9)V99.

       FD  TAXCTL-FILE.
       01  TAXCTL-LINE                      PIC X(80).
      ******************************************************************
      * The reporting threshold: a customer whose rolled-up annual
      * interest falls below it stays off the print-vendor extract
      * but is still totaled on the control report - unless tax was
      * withheld from it, which must be reported at any amount.
      ******************************************************************
       01  TX-THRESHOLD-CONSTANTS.
           05  TX-REPORT-THRESHOLD          PIC S9(5)V99 COMP-3
                   DEPENDING ON WS-CUST-COUNT.
               10  CU-CUSTOMER-ID           PIC 9(10).
               10  CU-YTD-INTEREST          PIC S9(9)V99 COMP-3.
               10  CU-YTD-WITHHELD          PIC S9(9)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-SUB                       PIC 9(5) COMP.
           05  WS-CUSTOMERS-UNDER           PIC 9(7) COMP VALUE 0.
           05  WS-CUSTOMERS-MISSING         PIC 9(7) COMP VALUE 0.
           05  WS-CUSTOMERS-DROPPED         PIC 9(7) COMP VALUE 0.
           05  WS-CUSTOMERS-NO-TIN          PIC 9(7) COMP VALUE 0.
           05  WS-TOTAL-INTEREST            PIC S9(13)V99 COMP-3
                                            VALUE 0.
           05  WS-EXTRACTED-INTEREST        PIC S9(13)V99 COMP-3
                                            VALUE 0.
           05  WS-TOTAL-WITHHELD            PIC S9(13)V99 COMP-3
                                            VALUE 0.
           05  WS-EXTRACTED-WITHHELD        PIC S9(13)V99 COMP-3
                                            VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
               GO TO 2000-EXIT
           END-IF.
           ADD AL-YTD-INTEREST TO WS-TOTAL-INTEREST.
           ADD AL-YTD-WITHHELD TO WS-TOTAL-WITHHELD.
           PERFORM 2100-FIND-CUSTOMER-ENTRY THRU 2100-EXIT.
           IF NOT WS-CUST-FOUND
               PERFORM 2200-ADD-CUSTOMER-ENTRY THRU 2200-EXIT
           IF WS-CUST-FOUND
               ADD AL-YTD-INTEREST TO
                   CU-YTD-INTEREST (WS-CUST-HIT)
               ADD AL-YTD-WITHHELD TO
                   CU-YTD-WITHHELD (WS-CUST-HIT)
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           MOVE WS-CUST-COUNT TO WS-CUST-HIT.
           MOVE AL-CUSTOMER-ID TO CU-CUSTOMER-ID (WS-CUST-HIT).
           MOVE 0 TO CU-YTD-INTEREST (WS-CUST-HIT).
           MOVE 0 TO CU-YTD-WITHHELD (WS-CUST-HIT).
           SET WS-CUST-FOUND TO TRUE.
           GO TO 2200-EXIT.
       2200-EXIT.

      ******************************************************************
      * 3000-EXTRACT-ONE-CUSTOMER - apply the reporting threshold
      * and write the print-vendor line with the name, mailing
      * address and taxpayer ID joined from the customer master.
      ******************************************************************
       3000-EXTRACT-ONE-CUSTOMER.
           IF CU-YTD-INTEREST (WS-SUB) < TX-REPORT-THRESHOLD
               AND CU-YTD-WITHHELD (WS-SUB) = 0
               ADD 1 TO WS-CUSTOMERS-UNDER
               GO TO 3000-EXIT
           END-IF.
           MOVE CM-POSTAL-CODE TO TE-POSTAL-CODE.
           MOVE CM-COUNTRY-CODE TO TE-COUNTRY-CODE.
           MOVE CU-YTD-INTEREST (WS-SUB) TO TE-YTD-INTEREST.
           MOVE CM-TAX-ID TO TE-TAX-ID.
           MOVE CM-TAX-ID-TYPE TO TE-TAX-ID-TYPE.
           MOVE CU-YTD-WITHHELD (WS-SUB) TO TE-FED-TAX-WITHHELD.
           WRITE TAXEXTF-LINE.
           ADD 1 TO WS-CUSTOMERS-EXTRACTED.
           ADD CU-YTD-INTEREST (WS-SUB) TO WS-EXTRACTED-INTEREST.
           ADD CU-YTD-WITHHELD (WS-SUB) TO WS-EXTRACTED-WITHHELD.
           IF CM-TAX-ID = SPACES
               ADD 1 TO WS-CUSTOMERS-NO-TIN
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 4000-WRITE-CONTROL-REPORT - the totals the tax team signs
      * off: accounts read, customers extracted and withheld, and
      * the interest and backup-withholding totals on and off the
      * extract.
      ******************************************************************
       4000-WRITE-CONTROL-REPORT.
           MOVE WS-ACCOUNTS-READ TO WS-COUNT-DISPLAY.
           STRING 'INTEREST ALL CUSTOMERS     ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO TAXCTL-LINE.
           WRITE TAXCTL-LINE.
           MOVE WS-EXTRACTED-WITHHELD TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO TAXCTL-LINE.
           STRING 'FED TAX WITHHELD ON EXTRACT' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO TAXCTL-LINE.
           WRITE TAXCTL-LINE.
           MOVE WS-TOTAL-WITHHELD TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO TAXCTL-LINE.
           STRING 'FED TAX WITHHELD ALL       ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO TAXCTL-LINE.
           WRITE TAXCTL-LINE.
           IF WS-CUSTOMERS-NO-TIN > 0
               MOVE WS-CUSTOMERS-NO-TIN TO WS-COUNT-DISPLAY
               MOVE SPACES TO TAXCTL-LINE
               STRING '*** ' WS-COUNT-DISPLAY
                   ' EXTRACTED CUSTOMERS HAVE NO TAX ID ON FILE'
                   DELIMITED BY SIZE INTO TAXCTL-LINE
               WRITE TAXCTL-LINE
           END-IF.
           IF WS-CUSTOMERS-MISSING > 0
               MOVE WS-CUSTOMERS-MISSING TO WS-COUNT-DISPLAY
               MOVE SPACES TO TAXCTL-LINE
