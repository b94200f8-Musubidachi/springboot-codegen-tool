      ******************************************************************
      * CHARGE-OFF RECORD
      * File:    CHGOFF.DAT  (indexed, key = CO-ACCOUNT-NUMBER)
      * Used by: CHGOFF (writes one record per account written off,
      *          prints the recovery report from the whole file),
      *          POSTBAT (applies money arriving on a charged-off
      *          account against it as a recovery), CRBUREAU
      *          (reports charge-offs to the credit bureaus)
      *
      * One record per charged-off account.  CO-CHARGED-OFF-AMOUNT
      * is the negative balance written off, carried positive.
      * CO-RECOVERED-TO-DATE is everything collected on the account
      * since, which never exceeds the amount charged off - money
      * past that point is ordinary money again and posts to the
      * account balance.  CO-CASE-OPEN-DATE and CO-FIRST-90-DATE
      * keep the collections history the write-off was based on
      * after the COLLCASE case is closed.
      ******************************************************************
       01  CHARGE-OFF-RECORD.
           05  CO-ACCOUNT-NUMBER           PIC X(12).
           05  CO-CUSTOMER-ID              PIC 9(10).
           05  CO-CHARGE-OFF-DATE          PIC 9(8).
           05  CO-CASE-OPEN-DATE           PIC 9(8).
           05  CO-FIRST-90-DATE            PIC 9(8).
           05  CO-CHARGED-OFF-AMOUNT       PIC S9(9)V99 COMP-3.
           05  CO-RECOVERED-TO-DATE        PIC S9(9)V99 COMP-3.
           05  CO-LAST-RECOVERY-DATE       PIC 9(8).
           05  CO-RECOVERY-COUNT           PIC 9(5) COMP-3.
           05  FILLER                      PIC X(10).
