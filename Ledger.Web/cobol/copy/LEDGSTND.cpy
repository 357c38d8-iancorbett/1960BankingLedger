      *> LEDGSTND.cpy
      *> Record layout for the indexed standing-instruction file (one
      *> record per customer instruction - "pay the rent out of
      *> checking on the 1st", "move $50 to savings every Friday").
      *> Records are created, changed and cancelled only by
      *> LEDGER-STNDMAINT; LEDGER-STANDING reads them against the
      *> business date and writes the due items out as an ordinary
      *> extract for LEDGER-POST.
      *>
      *> STND-AMOUNT is the positive face amount; the scheduler signs
      *> it as a debit when it writes the row.  STND-TO-ACCOUNT is the
      *> counter-account - the credit leg of a TRANSFER, or the payee
      *> reference a DEBIT carries into its memo (spaces when none).
      *> STND-FREQ says how the due day is found:
      *>   W  - every seventh day counted from STND-START-DATE
      *>   M  - monthly, on STND-START-DATE's day of the month
      *>   D  - monthly, on day STND-DAY of the month
      *> A monthly day past the end of a short month falls due on
      *> that month's last day.  STND-END-DATE is spaces for an
      *> open-ended instruction.  STND-LAST-DATE is the business date
      *> the scheduler last ran the instruction through - the next run
      *> picks up every due day after it, so a weekend or holiday due
      *> day comes out on the next business date rather than never.
       01  STND-REC.
           05  STND-ID            PIC X(12).
           05  STND-ACCOUNT-ID    PIC X(64).
           05  STND-TO-ACCOUNT    PIC X(64).
           05  STND-AMOUNT        PIC S9(09)V99 COMP-3.
           05  STND-TYPE          PIC X(08).
               88  STND-IS-DEBIT      VALUE "DEBIT".
               88  STND-IS-TRANSFER   VALUE "TRANSFER".
           05  STND-FREQ          PIC X(01).
               88  STND-WEEKLY        VALUE "W".
               88  STND-MONTHLY       VALUE "M".
               88  STND-DAY-OF-MONTH  VALUE "D".
           05  STND-DAY           PIC 9(02).
           05  STND-START-DATE    PIC X(10).
           05  STND-END-DATE      PIC X(10).
           05  STND-MEMO          PIC X(100).
           05  STND-STATUS        PIC X(01).
               88  STND-ACTIVE        VALUE "A".
               88  STND-CANCELLED     VALUE "C".
           05  STND-LAST-DATE     PIC X(10).
