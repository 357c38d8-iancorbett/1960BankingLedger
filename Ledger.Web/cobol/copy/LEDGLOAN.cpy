      *> LEDGLOAN.cpy
      *> Record layout for the indexed installment-loan file, one
      *> record per loan keyed by the loan number.  LEDGER-LOANBOOK
      *> books the record; LEDGER-POST applies each LOANPMT extract
      *> row to it, interest first and the rest to principal; and
      *> LEDGER-LOANAGE ages it every night against the business
      *> date.  LOAN-ACCOUNT-ID is the borrower's deposit account on
      *> the master - the account payments are drawn from and late
      *> charges are assessed against.  The loan balance itself is
      *> not on the master; it lives here.
      *>
      *> LOAN-RATE is the annual percentage rate (7.2500 is 7.25%),
      *> charged monthly at one twelfth.  LOAN-DUE-DAY is the day of
      *> the month payments fall due, kept so a loan booked on the
      *> 31st comes back to the 31st after a short month.
      *>
      *> The LOAN-DUE-xxx fields carry the installment now due: its
      *> interest (figured on the balance when the first money
      *> toward it arrives), how much of that interest has been
      *> paid, and how much has been paid toward it in all.  Once
      *> the scheduled payment is met the due date moves on a month
      *> and they start again from zero.
      *>
      *> LOAN-LATE-DATE is the due date the last late charge was
      *> assessed for, so an installment is only ever charged once.
       01  LOAN-REC.
           05  LOAN-ID            PIC X(12).
           05  LOAN-ACCOUNT-ID    PIC X(64).
           05  LOAN-PRINCIPAL     PIC S9(11)V99 COMP-3.
           05  LOAN-BALANCE       PIC S9(11)V99 COMP-3.
           05  LOAN-RATE          PIC 9(02)V9(04).
           05  LOAN-TERM          PIC 9(03).
           05  LOAN-PAYMENT       PIC S9(09)V99 COMP-3.
           05  LOAN-BOOK-DATE     PIC X(10).
           05  LOAN-DUE-DAY       PIC 9(02).
           05  LOAN-NEXT-DUE      PIC X(10).
           05  LOAN-DAYS-PAST-DUE PIC 9(05).
           05  LOAN-PAYMENTS-MADE PIC 9(03).
           05  LOAN-DUE-INT       PIC S9(09)V99 COMP-3.
           05  LOAN-DUE-INT-PAID  PIC S9(09)V99 COMP-3.
           05  LOAN-DUE-PAID      PIC S9(09)V99 COMP-3.
           05  LOAN-INT-PAID      PIC S9(11)V99 COMP-3.
           05  LOAN-LAST-PAY-DATE PIC X(10).
           05  LOAN-LATE-DATE     PIC X(10).
           05  LOAN-STATUS        PIC X(01).
               88  LOAN-ACTIVE        VALUE "A".
               88  LOAN-PAID-OFF      VALUE "P".
