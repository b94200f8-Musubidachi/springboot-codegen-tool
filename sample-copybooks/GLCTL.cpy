      ******************************************************************
      * GL CONTROL-BALANCE RECORD
      * File:    GLCTL.DAT  (indexed, key = GLC-ACCOUNT-TYPE)
      * Used by: GLSUM (rolls each type forward by the night's
      *          journal movements), GLPROOF (proves each type
      *          against the account master, opens a type the
      *          first night it is seen)
      *
      * One record per account type: the general ledger's running
      * balance for the type at reporting-currency value, the side
      * of the books the sub-ledger is proved against.  GLSUM adds
      * the night's net movement for the type (credits less debits,
      * RECOVERY rows left out because they move no balance) and
      * keeps the net it added on GLC-LAST-ROLL-NET, so a rerun of
      * the same night backs it out before adding it again.  GLPROOF
      * opens a type that has no record at the account master's
      * total for it, and from then on compares the two every
      * night: GLC-DIFF-FIRST-DATE is the night a difference first
      * appeared and stays until the type ties again (zero when it
      * ties).
      ******************************************************************
       01  GL-CONTROL-RECORD.
           05  GLC-ACCOUNT-TYPE            PIC X(3).
           05  GLC-CONTROL-BALANCE         PIC S9(13)V99 COMP-3.
           05  GLC-OPENED-DATE             PIC 9(8).
           05  GLC-LAST-ROLL-DATE          PIC 9(8).
           05  GLC-LAST-ROLL-NET           PIC S9(13)V99 COMP-3.
           05  GLC-LAST-PROOF-DATE         PIC 9(8).
           05  GLC-LAST-DIFFERENCE         PIC S9(13)V99 COMP-3.
           05  GLC-DIFF-FIRST-DATE         PIC 9(8).
           05  FILLER                      PIC X(20).
