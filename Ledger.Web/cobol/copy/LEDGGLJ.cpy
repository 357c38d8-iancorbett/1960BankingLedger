      *> LEDGGLJ.cpy
      *> Record layout for the general-ledger journal file LEDGER-GLINTF
      *> releases to the GL department at end of day - one fixed 100-
      *> byte line per record, loaded by the general ledger in place of
      *> the trial-balance sheet it used to re-key.
      *>   H  header   - the business date the journal books
      *>   D  detail   - one GL account and side (D or C) with the day's
      *>                 total for it and the number of history items
      *>                 behind the figure
      *>   T  trailer  - detail count and the debit and credit totals,
      *>                 which are always equal on a released journal
      *> Amounts are unsigned; the side byte says which way they go.
       01  GLJ-REC.
           05  GLJ-REC-TYPE       PIC X(01).
               88  GLJ-HEADER         VALUE "H".
               88  GLJ-DETAIL         VALUE "D".
               88  GLJ-TRAILER        VALUE "T".
           05  GLJ-DATE           PIC X(10).
           05  GLJ-BODY           PIC X(89).
           05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
               10  GLJ-GL-ACCOUNT     PIC X(12).
               10  GLJ-SIDE           PIC X(01).
                   88  GLJ-DEBIT          VALUE "D".
                   88  GLJ-CREDIT         VALUE "C".
               10  GLJ-AMOUNT         PIC 9(13)V99.
               10  GLJ-ITEMS          PIC 9(09).
               10  GLJ-DESC           PIC X(40).
               10  FILLER             PIC X(12).
           05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
               10  GLJ-T-COUNT        PIC 9(09).
               10  GLJ-T-DEBITS       PIC 9(13)V99.
               10  GLJ-T-CREDITS      PIC 9(13)V99.
               10  FILLER             PIC X(50).
