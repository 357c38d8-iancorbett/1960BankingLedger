      *> LEDGWEB.cpy
      *> Record layout for the online-banking extract LEDGER-WEBEXP
      *> writes each night for the Ledger.Web front end - one fixed
      *> 400-byte line per record, the account id always in the same
      *> place so the loader can key on it without looking at the
      *> record type first.
      *>   H  header   - the business date the figures are as of and
      *>                 the first day of the history window
      *>   A  account  - one per account not closed: name, type,
      *>                 status, ledger balance, the amount on hold
      *>                 and the available balance they leave
      *>   D  detail   - one per history item in the window, following
      *>                 its account's A record, in date order: date,
      *>                 type, amount, check number and memo
      *>   T  trailer  - account and item counts and the balance
      *>                 totals, for the loader to prove the file
      *>                 arrived whole
      *> Amounts are unsigned with a sign byte ahead of each ("+" or
      *> "-"), two implied decimal places.
       01  WEB-REC.
           05  WEB-REC-TYPE       PIC X(01).
               88  WEB-HEADER         VALUE "H".
               88  WEB-ACCOUNT        VALUE "A".
               88  WEB-DETAIL         VALUE "D".
               88  WEB-TRAILER        VALUE "T".
           05  WEB-ACCOUNT-ID     PIC X(64).
           05  WEB-BODY           PIC X(335).
           05  WEB-HEADER-BODY REDEFINES WEB-BODY.
               10  WEB-H-AS-OF-DATE   PIC X(10).
               10  WEB-H-FROM-DATE    PIC X(10).
               10  WEB-H-DAYS         PIC 9(03).
               10  FILLER             PIC X(312).
           05  WEB-ACCOUNT-BODY REDEFINES WEB-BODY.
               10  WEB-A-NAME         PIC X(40).
               10  WEB-A-TYPE         PIC X(08).
               10  WEB-A-STATUS       PIC X(01).
                   88  WEB-A-OPEN         VALUE "O".
                   88  WEB-A-FROZEN       VALUE "F".
               10  WEB-A-BAL-SIGN     PIC X(01).
               10  WEB-A-BALANCE      PIC 9(13)V99.
               10  WEB-A-HELD         PIC 9(13)V99.
               10  WEB-A-AVAIL-SIGN   PIC X(01).
               10  WEB-A-AVAILABLE    PIC 9(13)V99.
               10  WEB-A-LAST-DATE    PIC X(10).
               10  FILLER             PIC X(229).
           05  WEB-DETAIL-BODY REDEFINES WEB-BODY.
               10  WEB-D-DATE         PIC X(10).
               10  WEB-D-SEQ          PIC 9(09).
               10  WEB-D-TYPE         PIC X(08).
               10  WEB-D-SIGN         PIC X(01).
               10  WEB-D-AMOUNT       PIC 9(09)V99.
               10  WEB-D-CHECKNO      PIC X(10).
               10  WEB-D-MEMO         PIC X(200).
               10  FILLER             PIC X(86).
           05  WEB-TRAILER-BODY REDEFINES WEB-BODY.
               10  WEB-T-ACCOUNTS     PIC 9(09).
               10  WEB-T-ITEMS        PIC 9(09).
               10  WEB-T-BAL-SIGN     PIC X(01).
               10  WEB-T-BALANCE      PIC 9(15)V99.
               10  WEB-T-AVAIL-SIGN   PIC X(01).
               10  WEB-T-AVAILABLE    PIC 9(15)V99.
               10  FILLER             PIC X(281).
