      ******************************************************************
      * FXCONV CALL PARAMETERS
      * Used by: FXCONV, and every program that moves a balance on
      *          an account held in a foreign currency
      *
      * The caller fills FXC-CURRENCY-CODE (an AM-CURRENCY-CODE) and
      * FXC-AMOUNT (signed, in that currency).  FXCONV returns the
      * amount in the reporting currency at the day's CURRENCY-REF
      * rate, rounded to the cent, and the rate it used.  Spaces or
      * USD convert one for one.  FXC-NO-RATE means the currency is
      * not on file or has no rate loaded: the reporting amount
      * comes back zero, and FXREVAL brings the book value right at
      * month end once a rate is loaded.
      ******************************************************************
       01  FXCONV-PARM.
           05  FXC-CURRENCY-CODE           PIC X(3).
           05  FXC-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  FXC-REPORTING-AMOUNT        PIC S9(9)V99 COMP-3.
           05  FXC-RATE                    PIC 9(4)V9(6).
           05  FXC-RETURN-CODE             PIC X(2).
               88  FXC-CONVERTED           VALUE '00'.
               88  FXC-NO-RATE             VALUE '08'.
