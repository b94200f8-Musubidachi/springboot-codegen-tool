      * BASE RATE INDEX RECORD
      * File:    BASERATE.DAT  (indexed, key = BR-INDEX-CODE)
      * Used by: RATEFAN (maintains on an index move and fans the
      *          change out to linked accounts), SCHDRATE (makes a
      *          scheduled move on its effective date)
      *
      * One record per pricing index (prime, board savings rate,
      * ...).  An account links to an index through the
