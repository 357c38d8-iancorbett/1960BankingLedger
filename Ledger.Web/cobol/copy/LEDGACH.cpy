      *> LEDGACH.cpy
      *> Record layout for a fixed-width ACH file - 94-byte records,
      *> the first byte saying which kind:
      *>   1  file header     5  batch header     6  entry detail
      *>   7  addenda         8  batch control    9  file control
      *> (a record of all 9s after the file control is block padding).
      *> LEDGER-ACHCONV reads the file the clearing house sends us;
      *> LEDGER-ACHRET writes the return file we send back.  Amounts
      *> are unsigned cents; the transaction code says which way an
      *> entry goes (22/32 credit a checking/savings account, 27/37
      *> debit it, 23/28/33/38 are zero-dollar prenotes, and 21/26/
      *> 31/36 are returns of those entries).  The entry hash is the
      *> sum of the eight-digit receiving bank ids, right-most ten
      *> digits kept.
       01  ACH-REC.
           05  ACH-REC-TYPE       PIC X(01).
               88  ACH-FILE-HEADER    VALUE "1".
               88  ACH-BATCH-HEADER   VALUE "5".
               88  ACH-ENTRY          VALUE "6".
               88  ACH-ADDENDA        VALUE "7".
               88  ACH-BATCH-CONTROL  VALUE "8".
               88  ACH-FILE-CONTROL   VALUE "9".
           05  ACH-BODY           PIC X(93).
           05  ACH-FH-BODY REDEFINES ACH-BODY.
               10  ACH-FH-PRIORITY    PIC X(02).
               10  ACH-FH-DEST        PIC X(10).
               10  ACH-FH-ORIGIN      PIC X(10).
               10  ACH-FH-DATE        PIC X(06).
               10  ACH-FH-TIME        PIC X(04).
               10  ACH-FH-ID-MOD      PIC X(01).
               10  ACH-FH-REC-SIZE    PIC X(03).
               10  ACH-FH-BLOCKING    PIC X(02).
               10  ACH-FH-FORMAT      PIC X(01).
               10  ACH-FH-DEST-NAME   PIC X(23).
               10  ACH-FH-ORIGIN-NAME PIC X(23).
               10  ACH-FH-REFERENCE   PIC X(08).
           05  ACH-BH-BODY REDEFINES ACH-BODY.
               10  ACH-BH-CLASS       PIC X(03).
               10  ACH-BH-CO-NAME     PIC X(16).
               10  ACH-BH-CO-DATA     PIC X(20).
               10  ACH-BH-CO-ID       PIC X(10).
               10  ACH-BH-SEC         PIC X(03).
               10  ACH-BH-ENTRY-DESC  PIC X(10).
               10  ACH-BH-DESC-DATE   PIC X(06).
               10  ACH-BH-EFF-DATE    PIC X(06).
               10  ACH-BH-SETTLE-DATE PIC X(03).
               10  ACH-BH-ORIG-STATUS PIC X(01).
               10  ACH-BH-ODFI        PIC X(08).
               10  ACH-BH-BATCH-NO    PIC X(07).
           05  ACH-ED-BODY REDEFINES ACH-BODY.
               10  ACH-ED-TRAN-CODE   PIC X(02).
               10  ACH-ED-RDFI        PIC X(08).
               10  ACH-ED-RDFI-N REDEFINES ACH-ED-RDFI PIC 9(08).
               10  ACH-ED-CHECK-DIGIT PIC X(01).
               10  ACH-ED-ACCOUNT     PIC X(17).
               10  ACH-ED-AMOUNT      PIC 9(08)V99.
               10  ACH-ED-IND-ID      PIC X(15).
               10  ACH-ED-IND-NAME    PIC X(22).
               10  ACH-ED-DISCR       PIC X(02).
               10  ACH-ED-ADDENDA-IND PIC X(01).
               10  ACH-ED-TRACE       PIC X(15).
           05  ACH-AD-BODY REDEFINES ACH-BODY.
               10  ACH-AD-TYPE        PIC X(02).
               10  ACH-AD-RETURN-CODE PIC X(03).
               10  ACH-AD-ORIG-TRACE  PIC X(15).
               10  ACH-AD-DEATH-DATE  PIC X(06).
               10  ACH-AD-ORIG-RDFI   PIC X(08).
               10  ACH-AD-INFO        PIC X(44).
               10  ACH-AD-TRACE       PIC X(15).
           05  ACH-BC-BODY REDEFINES ACH-BODY.
               10  ACH-BC-CLASS       PIC X(03).
               10  ACH-BC-COUNT       PIC 9(06).
               10  ACH-BC-HASH        PIC 9(10).
               10  ACH-BC-DEBITS      PIC 9(10)V99.
               10  ACH-BC-CREDITS     PIC 9(10)V99.
               10  ACH-BC-CO-ID       PIC X(10).
               10  ACH-BC-MAC         PIC X(19).
               10  FILLER             PIC X(06).
               10  ACH-BC-ODFI        PIC X(08).
               10  ACH-BC-BATCH-NO    PIC X(07).
           05  ACH-FC-BODY REDEFINES ACH-BODY.
               10  ACH-FC-BATCHES     PIC 9(06).
               10  ACH-FC-BLOCKS      PIC 9(06).
               10  ACH-FC-COUNT       PIC 9(08).
               10  ACH-FC-HASH        PIC 9(10).
               10  ACH-FC-DEBITS      PIC 9(10)V99.
               10  ACH-FC-CREDITS     PIC 9(10)V99.
               10  FILLER             PIC X(39).
