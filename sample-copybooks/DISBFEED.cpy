      ******************************************************************
      * DISBURSEMENT FEED RECORD
      * File:    DISBFEED.DAT  (line sequential, appended by ACCTCLSE)
      * Used by: ACCTCLSE (writes), CASHFCST (projects the payouts
      *          still to go out), CHKISSUE (issues the checks)
      *
      * One line per closed account whose residual credit balance
      * is paid out by the check run.  DB-CLOSE-DATE is the night
      * the account settled; CHKISSUE issues the official check,
      * dated the next business day, onto the CHKREG register.  A
      * residual owed to a customer with a closeout payee on
      * EXTPAYEE goes by ACH through ACHPEND instead and does not
      * appear here.  The feed is only ever appended to; CHKISSUE
      * counts the lines it has issued on its control record.
      ******************************************************************
       01  DISBFEED-LINE.
           05  DB-ACCOUNT-NUMBER            PIC X(12).
           05  FILLER                       PIC X(1).
           05  DB-CUSTOMER-ID               PIC 9(10).
           05  FILLER                       PIC X(1).
           05  DB-DISBURSE-AMOUNT           PIC 9(9)V99.
           05  FILLER                       PIC X(1).
           05  DB-CLOSE-DATE                PIC 9(8).
