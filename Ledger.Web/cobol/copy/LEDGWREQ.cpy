      *> LEDGWREQ.cpy
      *> Record layout for the file of transfer requests customers
      *> enter on the Ledger.Web front end - one fixed 300-byte line
      *> per request, gathered by the web side through the day and
      *> handed to LEDGER-WEBXFER in the nightly run.
      *>
      *> WREQ-ID is the web side's own reference for the request and
      *> is never reused; LEDGER-WEBXFER turns away a request id it
      *> has seen before, so a file sent twice moves no money twice.
      *> WREQ-AMOUNT is the positive face amount, two implied decimal
      *> places, moved out of WREQ-FROM-ACCOUNT into WREQ-TO-ACCOUNT.
      *> WREQ-CUST-NO is the customer signed on when the request was
      *> entered; both accounts must be linked to that customer.
       01  WREQ-REC.
           05  WREQ-ID            PIC X(20).
           05  WREQ-CUST-NO       PIC X(12).
           05  WREQ-FROM-ACCOUNT  PIC X(64).
           05  WREQ-TO-ACCOUNT    PIC X(64).
           05  WREQ-AMOUNT        PIC 9(09)V99.
           05  WREQ-AMOUNT-X REDEFINES WREQ-AMOUNT
                                  PIC X(11).
           05  WREQ-MEMO          PIC X(60).
           05  WREQ-ENTERED-DATE  PIC X(10).
           05  WREQ-ENTERED-TIME  PIC X(08).
           05  FILLER             PIC X(51).
