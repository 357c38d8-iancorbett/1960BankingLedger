      *> LEDG1099.cpy
      *> Record layout for the 1099-INT information-return file, the
      *> IRS fixed-record format - 750-byte records, the first byte
      *> saying which kind:
      *>   T  transmitter        A  payer
      *>   B  payee (one per 1099-INT filed)
      *>   C  end of payer       F  end of transmission
      *> The file runs T, A, the B records, C, F.  Every record
      *> carries its sequence number in 500-507, the T record being
      *> 1.  Money fields are unsigned cents, right-justified and
      *> zero-filled; interest income is payment amount 1, so the A
      *> record's amount codes are "1" and only B-AMOUNT (1) and
      *> C-TOTAL (1) are ever non-zero.  LEDGER-INT1099 writes this
      *> file.
       01  IRS-REC.
           05  IRS-REC-TYPE       PIC X(01).
               88  IRS-TRANSMITTER    VALUE "T".
               88  IRS-PAYER          VALUE "A".
               88  IRS-PAYEE          VALUE "B".
               88  IRS-END-OF-PAYER   VALUE "C".
               88  IRS-END-OF-FILE    VALUE "F".
           05  IRS-BODY           PIC X(749).
           05  IRS-T-BODY REDEFINES IRS-BODY.
               10  IRS-T-YEAR         PIC X(04).
               10  IRS-T-PRIOR-YEAR   PIC X(01).
               10  IRS-T-TIN          PIC X(09).
               10  IRS-T-TCC          PIC X(05).
               10  FILLER             PIC X(07).
               10  IRS-T-TEST         PIC X(01).
               10  IRS-T-FOREIGN      PIC X(01).
               10  IRS-T-NAME         PIC X(40).
               10  IRS-T-NAME-2       PIC X(40).
               10  IRS-T-CO-NAME      PIC X(40).
               10  IRS-T-CO-NAME-2    PIC X(40).
               10  IRS-T-CO-ADDRESS   PIC X(40).
               10  IRS-T-CO-CITY      PIC X(40).
               10  IRS-T-CO-STATE     PIC X(02).
               10  IRS-T-CO-ZIP       PIC X(09).
               10  FILLER             PIC X(15).
               10  IRS-T-PAYEES       PIC 9(08).
               10  IRS-T-CONTACT      PIC X(40).
               10  IRS-T-PHONE        PIC X(15).
               10  IRS-T-EMAIL        PIC X(50).
               10  FILLER             PIC X(91).
               10  IRS-T-SEQ          PIC 9(08).
               10  FILLER             PIC X(10).
               10  IRS-T-VENDOR       PIC X(01).
               10  FILLER             PIC X(232).
           05  IRS-A-BODY REDEFINES IRS-BODY.
               10  IRS-A-YEAR         PIC X(04).
               10  IRS-A-COMBINED     PIC X(01).
               10  FILLER             PIC X(05).
               10  IRS-A-TIN          PIC X(09).
               10  IRS-A-NAME-CTL     PIC X(04).
               10  IRS-A-LAST-FILING  PIC X(01).
               10  IRS-A-RETURN-TYPE  PIC X(02).
               10  IRS-A-AMOUNT-CODES PIC X(18).
               10  FILLER             PIC X(06).
               10  IRS-A-FOREIGN      PIC X(01).
               10  IRS-A-NAME         PIC X(40).
               10  IRS-A-NAME-2       PIC X(40).
               10  IRS-A-AGENT        PIC X(01).
               10  IRS-A-ADDRESS      PIC X(40).
               10  IRS-A-CITY         PIC X(40).
               10  IRS-A-STATE        PIC X(02).
               10  IRS-A-ZIP          PIC X(09).
               10  IRS-A-PHONE        PIC X(15).
               10  FILLER             PIC X(260).
               10  IRS-A-SEQ          PIC 9(08).
               10  FILLER             PIC X(243).
           05  IRS-B-BODY REDEFINES IRS-BODY.
               10  IRS-B-YEAR         PIC X(04).
               10  IRS-B-CORRECTED    PIC X(01).
               10  IRS-B-NAME-CTL     PIC X(04).
               10  IRS-B-TIN-TYPE     PIC X(01).
               10  IRS-B-TIN          PIC X(09).
               10  IRS-B-ACCOUNT      PIC X(20).
               10  IRS-B-OFFICE       PIC X(04).
               10  FILLER             PIC X(10).
               10  IRS-B-AMOUNT       PIC 9(10)V99 OCCURS 18 TIMES.
               10  FILLER             PIC X(16).
               10  IRS-B-FOREIGN      PIC X(01).
               10  IRS-B-NAME         PIC X(40).
               10  IRS-B-NAME-2       PIC X(40).
               10  IRS-B-ADDRESS      PIC X(40).
               10  FILLER             PIC X(40).
               10  IRS-B-CITY         PIC X(40).
               10  IRS-B-STATE        PIC X(02).
               10  IRS-B-ZIP          PIC X(09).
               10  FILLER             PIC X(01).
               10  IRS-B-SEQ          PIC 9(08).
               10  FILLER             PIC X(36).
               10  IRS-B-TIN-NOTICE   PIC X(01).
               10  FILLER             PIC X(202).
               10  IRS-B-STATE-CODE   PIC X(02).
               10  FILLER             PIC X(02).
           05  IRS-C-BODY REDEFINES IRS-BODY.
               10  IRS-C-PAYEES       PIC 9(08).
               10  FILLER             PIC X(06).
               10  IRS-C-TOTAL        PIC 9(16)V99 OCCURS 18 TIMES.
               10  FILLER             PIC X(160).
               10  IRS-C-SEQ          PIC 9(08).
               10  FILLER             PIC X(243).
           05  IRS-F-BODY REDEFINES IRS-BODY.
               10  IRS-F-PAYERS       PIC 9(08).
               10  IRS-F-ZERO         PIC 9(21).
               10  FILLER             PIC X(19).
               10  IRS-F-PAYEES       PIC 9(08).
               10  FILLER             PIC X(442).
               10  IRS-F-SEQ          PIC 9(08).
               10  FILLER             PIC X(243).
