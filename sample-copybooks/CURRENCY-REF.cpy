      ******************************************************************
      * CURRENCY REFERENCE RECORD
      * File:    CURRENCY.REF  (indexed, key = CUR-CURRENCY-CODE)
      * Used by: FXLOAD (maintains), FXCONV, FXREVAL, ACCTMNT
      *
      * One record per currency an account may be held in, keyed on
      * its ISO code.  CUR-RATE is the exchange rate as reporting-
      * currency (USD) units per one unit of the currency, loaded
      * with CUR-RATE-DATE by FXLOAD from the daily rate feed ahead
      * of the nightly chain; the rate it replaced moves down to
      * CUR-PRIOR-RATE.  A rate of zero means none has been loaded
      * yet.  The reporting currency itself is never on the file.
      * A currency marked inactive takes no new accounts; accounts
      * already held in it go on converting at its rate.
      ******************************************************************
       01  CURRENCY-REF-RECORD.
           05  CUR-CURRENCY-CODE           PIC X(3).
           05  CUR-CURRENCY-NAME           PIC X(20).
           05  CUR-ACTIVE-IND              PIC X(1).
               88  CUR-IS-ACTIVE           VALUE 'Y'.
               88  CUR-IS-INACTIVE         VALUE 'N'.
           05  CUR-RATE                    PIC 9(4)V9(6).
           05  CUR-RATE-DATE               PIC 9(8).
           05  CUR-PRIOR-RATE              PIC 9(4)V9(6).
           05  CUR-PRIOR-RATE-DATE         PIC 9(8).
           05  FILLER                      PIC X(20).
