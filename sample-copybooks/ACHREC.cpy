      ******************************************************************
      * ACH ORIGINATION FILE RECORD
      * File:    ACHFILE.DAT  (line sequential, 94-byte records,
      *          written by ACHORIG for the bank that sends our
      *          entries into the network)
      * Used by: ACHORIG
      *
      * The five record types of the standard ACH file, each a view
      * of the same 94 bytes: one file header (1), then per batch a
      * batch header (5), its entry details (6) and a batch control
      * (8), and one file control (9).  The file is padded to a
      * whole block of ten records with records of all nines.
      * Writers build the record here in working storage and move
      * it to the file.
      * Amounts are in cents; dates are YYMMDD.  The entry hash is
      * the sum of the eight-digit receiving DFI identifications,
      * kept to its rightmost ten digits.
      ******************************************************************
       01  ACH-RECORD                      PIC X(94).

       01  ACH-FILE-HEADER REDEFINES ACH-RECORD.
           05  FH-RECORD-TYPE              PIC X(1).
           05  FH-PRIORITY-CODE            PIC X(2).
           05  FH-IMMEDIATE-DEST           PIC X(10).
           05  FH-IMMEDIATE-ORIGIN         PIC X(10).
           05  FH-CREATION-DATE            PIC 9(6).
           05  FH-CREATION-TIME            PIC 9(4).
           05  FH-FILE-ID-MODIFIER         PIC X(1).
           05  FH-RECORD-SIZE              PIC X(3).
           05  FH-BLOCKING-FACTOR          PIC X(2).
           05  FH-FORMAT-CODE              PIC X(1).
           05  FH-DEST-NAME                PIC X(23).
           05  FH-ORIGIN-NAME              PIC X(23).
           05  FH-REFERENCE-CODE           PIC X(8).

       01  ACH-BATCH-HEADER REDEFINES ACH-RECORD.
           05  BH-RECORD-TYPE              PIC X(1).
           05  BH-SERVICE-CLASS            PIC X(3).
           05  BH-COMPANY-NAME             PIC X(16).
           05  BH-DISCRETIONARY            PIC X(20).
           05  BH-COMPANY-ID               PIC X(10).
           05  BH-SEC-CODE                 PIC X(3).
           05  BH-ENTRY-DESCRIPTION        PIC X(10).
           05  BH-DESCRIPTIVE-DATE         PIC X(6).
           05  BH-EFFECTIVE-DATE           PIC 9(6).
           05  BH-SETTLEMENT-DATE          PIC X(3).
           05  BH-ORIGINATOR-STATUS        PIC X(1).
           05  BH-ODFI-ID                  PIC 9(8).
           05  BH-BATCH-NUMBER             PIC 9(7).

       01  ACH-ENTRY-DETAIL REDEFINES ACH-RECORD.
           05  ED-RECORD-TYPE              PIC X(1).
           05  ED-TRANSACTION-CODE         PIC X(2).
           05  ED-RDFI-ID                  PIC 9(8).
           05  ED-CHECK-DIGIT              PIC 9(1).
           05  ED-DFI-ACCOUNT              PIC X(17).
           05  ED-AMOUNT                   PIC 9(8)V99.
           05  ED-INDIVIDUAL-ID            PIC X(15).
           05  ED-INDIVIDUAL-NAME          PIC X(22).
           05  ED-DISCRETIONARY            PIC X(2).
           05  ED-ADDENDA-IND              PIC X(1).
           05  ED-TRACE-NUMBER.
               10  ED-TRACE-ODFI           PIC 9(8).
               10  ED-TRACE-SEQ            PIC 9(7).

       01  ACH-BATCH-CONTROL REDEFINES ACH-RECORD.
           05  BT-RECORD-TYPE              PIC X(1).
           05  BT-SERVICE-CLASS            PIC X(3).
           05  BT-ENTRY-COUNT              PIC 9(6).
           05  BT-ENTRY-HASH               PIC 9(10).
           05  BT-DEBIT-TOTAL              PIC 9(10)V99.
           05  BT-CREDIT-TOTAL             PIC 9(10)V99.
           05  BT-COMPANY-ID               PIC X(10).
           05  BT-AUTH-CODE                PIC X(19).
           05  BT-RESERVED                 PIC X(6).
           05  BT-ODFI-ID                  PIC 9(8).
           05  BT-BATCH-NUMBER             PIC 9(7).

       01  ACH-FILE-CONTROL REDEFINES ACH-RECORD.
           05  FT-RECORD-TYPE              PIC X(1).
           05  FT-BATCH-COUNT              PIC 9(6).
           05  FT-BLOCK-COUNT              PIC 9(6).
           05  FT-ENTRY-COUNT              PIC 9(8).
           05  FT-ENTRY-HASH               PIC 9(10).
           05  FT-DEBIT-TOTAL              PIC 9(10)V99.
           05  FT-CREDIT-TOTAL             PIC 9(10)V99.
           05  FT-RESERVED                 PIC X(39).

