      * MPS-MEMO-BALANCE is the master balance with every open memo
      * item folded in - the figure the teller quotes, and the same
      * figure CUSTINQ answers until the nightly hard posting
      * catches up.  MPS-AVAILABLE-BALANCE is that figure less the
      * account's active HOLDMAST holds - what a withdrawal may
      * actually draw.  MPS-NOT-AUTHORIZED refuses a teller ID
      * not active on TELLER.REF; MPS-OVER-TELLER-LIMIT refuses an
      * item over the teller's limits that carries no supervisor
      * override, or one the keyed supervisor cannot grant.
      * MPS-CHECK-DIGIT-FAILED is an account number that does not
      * carry a valid check digit - most likely mistyped - and was
      * not looked up.  MPS-ADDRESS-REVIEW holds a large withdrawal
      * made soon after the customer's mailing address changed; a
      * supervisor's ID releases it as for a limit override.
      ******************************************************************
       01  MEMOPOST-RESPONSE.
           05  MPS-HEADER.
                   88  MPS-INSUFFICIENT-FUNDS   VALUE '03'.
                   88  MPS-INVALID-REQUEST      VALUE '04'.
                   88  MPS-BATCH-IN-PROGRESS    VALUE '05'.
                   88  MPS-NOT-AUTHORIZED       VALUE '06'.
                   88  MPS-OVER-TELLER-LIMIT    VALUE '07'.
                   88  MPS-CHECK-DIGIT-FAILED   VALUE '08'.
                   88  MPS-ADDRESS-REVIEW       VALUE '09'.
                   88  MPS-SYSTEM-ERROR         VALUE '99'.
               10  MPS-RESPONSE-MESSAGE    PIC X(50).
               10  MPS-RESPONSE-TIMESTAMP  PIC 9(14).
           05  MPS-MEMO-TXN-ID             PIC X(12).
           05  MPS-MEMO-BALANCE            PIC S9(11)V99 COMP-3.
           05  MPS-AVAILABLE-BALANCE       PIC S9(11)V99 COMP-3.
           05  FILLER                      PIC X(13).
