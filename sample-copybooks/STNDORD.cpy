      * STANDING ORDER MASTER RECORD
      * File:    STNDORD.DAT  (indexed, key = SO-ORDER-ID)
      * Used by: STORDRUN (maintains from the SORDFEED feed and
      *          executes nightly), DECDNTFY (cancels the orders
      *          drawn on a deceased customer's accounts), CASHFCST
      *
      * One record per recurring scheduled transfer.  SO-NEXT-RUN-
      * DATE is the next SCHEDULED date; when that falls on a
      * day BIZDAY picks, then advances the schedule by the
      * frequency from the scheduled date, so a rent order due the
      * first stays due the first.
      *
      * An order with a non-zero SO-PAYEE-ID pays out of the bank to
      * that EXTPAYEE payee by ACH instead of to one of our
      * accounts, and SO-TO-ACCOUNT is spaces; STORDRUN posts the
      * debit and queues the entry on ACHPEND for ACHORIG.
      ******************************************************************
       01  STND-ORD-RECORD.
           05  SO-ORDER-ID                 PIC 9(7).
               88  SO-ORDER-CANCELLED      VALUE 'C'.
           05  SO-CREATED-BY               PIC X(8).
           05  SO-CREATED-DATE             PIC 9(8).
           05  SO-PAYEE-ID                 PIC 9(7).
