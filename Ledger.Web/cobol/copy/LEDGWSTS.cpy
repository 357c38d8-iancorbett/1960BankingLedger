      *> LEDGWSTS.cpy
      *> Record layout for the status file LEDGER-WEBXFER hands back
      *> to the Ledger.Web front end - one fixed 120-byte line per
      *> request read, in the order read, saying whether the request
      *> was accepted for posting or refused, and when refused, why.
      *> An accepted request has still to pass LEDGER-POST that
      *> night, which pays it only out of the available balance.
       01  WSTS-REC.
           05  WSTS-ID            PIC X(20).
           05  WSTS-CUST-NO       PIC X(12).
           05  WSTS-RESULT        PIC X(01).
               88  WSTS-ACCEPTED      VALUE "A".
               88  WSTS-REFUSED       VALUE "R".
           05  WSTS-REASON        PIC X(40).
           05  WSTS-AMOUNT        PIC 9(09)V99.
           05  WSTS-BUSINESS-DATE PIC X(10).
           05  FILLER             PIC X(26).
