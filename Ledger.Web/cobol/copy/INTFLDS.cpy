      *> INTFLDS.cpy
      *> Shared working-storage for telling interest apart on the
      *> history file (see INTCHK.cpy for the paragraph that uses
      *> these).  COPY this into WORKING-STORAGE SECTION alongside
      *> INTCHK.cpy; the program must have the LEDGHIST record in
      *> scope.  Interest reaches the journal three ways:
      *>   - LEDGER-MONTHEND's accrual, posted as a credit-signed FEE
      *>     row with the memo INTEREST ACCRUAL;
      *>   - LEDGER-REVERSE backing one of those out, a REVERSAL
      *>     whose memo names the original's type and memo;
      *>   - LEDGER-ARCHIVE's BALFWD record, which carries the net
      *>     interest of one tax year that left for the archive in
      *>     fixed positions of its memo (BFWD-MEMO below), so a
      *>     year-end run after the archive still finds it.
       77  INT-CLASS              PIC X VALUE SPACE.
           88  INT-IS-ACCRUAL         VALUE "A".
           88  INT-IS-REVERSAL        VALUE "R".
           88  INT-IS-CARRIED         VALUE "B".
           88  INT-IS-NONE            VALUE SPACE.
      *> the tax year the item belongs to and its signed amount
       77  INT-CLASS-YEAR         PIC X(04).
       77  INT-CLASS-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.

      *> the memo LEDGER-MONTHEND gives an accrual, and the tail
      *> LEDGER-REVERSE's memo ends with when it backs one out
      *> ("REVERSAL OF <date> SEQ <n> FEE      - INTEREST ACCRUAL")
       77  INT-ACCRUAL-MEMO       PIC X(16) VALUE "INTEREST ACCRUAL".
       77  INT-REVERSAL-TAIL      PIC X(29)
               VALUE " FEE      - INTEREST ACCRUAL ".
       77  INT-TAIL-COUNT         PIC 9(4) COMP VALUE 0.

      *> a BALFWD record's memo - the text every statement shows,
      *> then, when interest left with the archived years, the tax
      *> year and the net interest it carries
      *>   BALANCE CARRIED FORWARD THRU 2027-01-01 INTEREST 2026 ...
       01  BFWD-MEMO.
           05  BM-TEXT            PIC X(29).
           05  BM-CUTOFF          PIC X(10).
           05  FILLER             PIC X(01).
           05  BM-INT-TAG         PIC X(09).
               88  BM-HAS-INTEREST    VALUE "INTEREST ".
           05  BM-INT-YEAR        PIC X(04).
           05  FILLER             PIC X(01).
           05  BM-INT-AMOUNT      PIC -9(09).99.
           05  FILLER             PIC X(133).
