      ******************************************************************
      * STOP-PAYMENT ORDER RECORD
      * File:    STOPPAY.DAT  (indexed, key = SP-STOP-KEY:
      *          SP-ACCOUNT-NUMBER + SP-STOP-SEQ)
      * Used by: STOPMNT (places and cancels from the STPFEED feed
      *          the contact center keys), POSTBAT (checks every
      *          debit against the account's stops in force),
      *          PRIVRPT
      *
      * One record per stop-payment order against an account.  A
      * stop matches a debit on its account by exact amount
      * (SP-MATCH-EXACT, SP-AMOUNT-LOW only) or by an amount range
      * (SP-MATCH-RANGE, SP-AMOUNT-LOW through SP-AMOUNT-HIGH), and
      * when SP-REFERENCE is not spaces, only a debit whose TXN-ID
      * (the check number or payee reference the item carries)
      * equals it.  A stop is in force while status A and its
      * expiry date has not passed; STOPMNT defaults the expiry to
      * six months after placement.  A matched stop stays in force
      * so a re-presented item is returned again; SP-MATCH-COUNT and
      * the last-matched fields say what it caught.  SP-STOP-SEQ
      * keeps the key unique per account; writers probe upward from
      * 0001.  A cancelled stop stays on file with its cancel date.
      ******************************************************************
       01  STOP-PAY-RECORD.
           05  SP-STOP-KEY.
               10  SP-ACCOUNT-NUMBER       PIC X(12).
               10  SP-STOP-SEQ             PIC 9(4).
           05  SP-CUSTOMER-ID              PIC 9(10).
           05  SP-MATCH-TYPE               PIC X(1).
               88  SP-MATCH-EXACT          VALUE 'E'.
               88  SP-MATCH-RANGE          VALUE 'R'.
           05  SP-AMOUNT-LOW               PIC S9(9)V99 COMP-3.
           05  SP-AMOUNT-HIGH              PIC S9(9)V99 COMP-3.
           05  SP-REFERENCE                PIC X(12).
           05  SP-PLACED-DATE              PIC 9(8).
           05  SP-EXPIRY-DATE              PIC 9(8).
           05  SP-PLACED-BY                PIC X(8).
           05  SP-STOP-STATUS              PIC X(1).
               88  SP-STAT-ACTIVE          VALUE 'A'.
               88  SP-STAT-CANCELLED       VALUE 'C'.
           05  SP-CANCEL-DATE              PIC 9(8).
           05  SP-MATCH-COUNT              PIC 9(4).
           05  SP-LAST-MATCH-DATE          PIC 9(8).
           05  SP-LAST-MATCH-TXN-ID        PIC X(12).
