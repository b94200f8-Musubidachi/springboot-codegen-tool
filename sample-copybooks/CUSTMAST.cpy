      ******************************************************************
      * CUSTOMER MASTER RECORD
      * File:    CUSTMAST.DAT  (indexed, key = CM-CUSTOMER-ID)
      * Used by: CUSTINQ, CUSTMAINT, CUSTINQ-EXPORT, BALRECON,
      *          PRIVRPT, PAYEEMNT, CHKISSUE, CHKOUTST, ADDRCHG,
      *          MEMOPOST, ACCTCLSE, RISKRATE, RISKREVW
      *
      * Back-end record CUSTINQ-RESPONSE's RESP-CUSTOMER-DATA and
      * RESP-CONTACT-INFO are built from.  TOTAL-BALANCE is kept in
      * the BOUNCEIN returned-item intake and suppress that channel
      * on NTCROUTE runs until the contact center repairs it.
      * CUSTMAINT clears the email flag when it applies a new
      * CM-EMAIL-ADDRESS; the ADDRCHG address-change transaction
      * clears the mail flag when it applies a new
      * CM-MAILING-ADDRESS, keeps the prior address on ADDRHIST and
      * stamps CM-ADDR-CHANGE-DATE.  A large withdrawal (MEMOPOST)
      * or a closeout disbursement (ACCTCLSE) too soon after that
      * date is held for review.  Zero is a customer whose address
      * has not changed since the date was kept.
      * CM-STMT-CYCLE spreads statement generation across the month:
      * CYCASGN deals it out and STMTGEN selects by it on each
      * cycle-close night.  Zero (an unassigned legacy record) is
      * treated as cycle 01.
      * CM-TAX-ID is the taxpayer identification number the 1099-INT
      * is filed under (spaces until one is captured), with
      * CM-TAX-ID-TYPE saying whether it is an SSN or an EIN.
      * CM-TIN-CERT-STATUS is the W-9 certification: 'C' certified,
      * 'U' not certified, 'N' the IRS has notified us the number is
      * wrong (B-notice).  A customer who is not certified - blank
      * on a record that predates capture counts as not certified -
      * has backup withholding taken from capitalized interest by
      * INTACCR.  CUSTADD captures all of this at onboarding and only
      * CUSTMAINT, under maker/checker, changes it afterwards.
      * Status 'X' is a deceased customer: DECDNTFY records the
      * notification with CM-DATE-OF-DEATH, and no notice or alert
      * goes to the customer from then on.
      * CM-RISK-RATING is the due-diligence risk rating RISKRATE
      * scores nightly - 'H' high, 'M' medium, 'L' low, blank on a
      * customer not yet scored - with the score behind it and the
      * date it was last changed.  CM-NEXT-REVIEW-DATE is when the
      * customer's periodic due-diligence review falls due; it is
      * set from the rating's review cycle whenever the rating
      * changes, and RISKREVW lists the customers coming up.
      ******************************************************************
       01  CUSTMAST-RECORD.
           05  CM-CUSTOMER-ID              PIC 9(10).
               88  CM-SUSPENDED            VALUE 'S'.
               88  CM-DORMANT              VALUE 'D'.
               88  CM-MERGED               VALUE 'M'.
               88  CM-DECEASED             VALUE 'X'.
           05  CM-CUSTOMER-TYPE            PIC X(2).
           05  CM-DATE-OPENED.
               10  CM-OPEN-YEAR            PIC 9(4).
               88  CM-MAIL-UNDELIVERABLE   VALUE 'Y'.
           05  CM-EMAIL-UNDELIV-IND        PIC X(1).
               88  CM-EMAIL-UNDELIVERABLE  VALUE 'Y'.
           05  CM-TAX-ID                   PIC X(9).
           05  CM-TAX-ID-TYPE              PIC X(1).
               88  CM-TAX-ID-SSN           VALUE 'S'.
               88  CM-TAX-ID-EIN           VALUE 'E'.
           05  CM-TIN-CERT-STATUS          PIC X(1).
               88  CM-TIN-CERTIFIED        VALUE 'C'.
               88  CM-TIN-UNCERTIFIED      VALUE 'U'.
               88  CM-TIN-IRS-NOTIFIED     VALUE 'N'.
               88  CM-BACKUP-WITHHOLDING   VALUE 'U' 'N' ' '.
           05  CM-TIN-CERT-DATE            PIC 9(8).
           05  CM-DATE-OF-DEATH            PIC 9(8).
           05  CM-ADDR-CHANGE-DATE         PIC 9(8).
           05  CM-RISK-RATING              PIC X(1).
               88  CM-RISK-HIGH            VALUE 'H'.
               88  CM-RISK-MEDIUM          VALUE 'M'.
               88  CM-RISK-LOW             VALUE 'L'.
               88  CM-RISK-UNRATED         VALUE ' '.
           05  CM-RISK-SCORE               PIC 9(3).
           05  CM-RISK-RATED-DATE          PIC 9(8).
           05  CM-NEXT-REVIEW-DATE         PIC 9(8).
