      ******************************************************************
      * MAILING ADDRESS HISTORY RECORD
      * File:    ADDRHIST.DAT  (indexed, key = AH-HIST-KEY:
      *          AH-CUSTOMER-ID + AH-CHANGE-DATE + AH-HIST-SEQ)
      * Used by: ADDRCHG (writes one row per address change),
      *          PRIVRPT
      *
      * One record per address a customer has moved away from.
      * AH-OLD-ADDRESS is the CM-MAILING-ADDRESS that stood from
      * AH-EFFECTIVE-FROM until AH-EFFECTIVE-TO, the day ADDRCHG
      * replaced it (and AH-CHANGE-DATE of the key).  The first
      * change for a customer dates the old address from
      * CM-DATE-OPENED; later ones from the previous row's
      * AH-EFFECTIVE-TO.  AH-OLD-UNDELIV-IND is the BOUNCEIN flag
      * the old address carried when it was replaced.
      * AH-CONFIRM-SENT-IND says whether the change-confirmation
      * letter went to the old address - it is not sent to an
      * address already known undeliverable.  AH-HIST-SEQ keeps the
      * key unique when a customer's address changes more than once
      * the same day; writers probe upward from 001 until the write
      * lands, the CUSTHIST convention.
      ******************************************************************
       01  ADDR-HIST-RECORD.
           05  AH-HIST-KEY.
               10  AH-CUSTOMER-ID          PIC 9(10).
               10  AH-CHANGE-DATE          PIC 9(8).
               10  AH-HIST-SEQ             PIC 9(3).
           05  AH-EFFECTIVE-FROM           PIC 9(8).
           05  AH-EFFECTIVE-TO             PIC 9(8).
           05  AH-OLD-ADDRESS.
               10  AH-STREET-LINE-1        PIC X(40).
               10  AH-STREET-LINE-2        PIC X(40).
               10  AH-CITY                 PIC X(25).
               10  AH-STATE-CODE           PIC X(2).
               10  AH-POSTAL-CODE          PIC X(10).
               10  AH-COUNTRY-CODE         PIC X(3).
           05  AH-OLD-UNDELIV-IND          PIC X(1).
           05  AH-CHANGE-TIME              PIC 9(6).
           05  AH-CHANGED-BY               PIC X(8).
           05  AH-CONFIRM-SENT-IND         PIC X(1).
               88  AH-CONFIRM-SENT         VALUE 'Y'.
           05  FILLER                      PIC X(10).
