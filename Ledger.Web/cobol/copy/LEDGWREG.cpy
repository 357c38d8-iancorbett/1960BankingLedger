      *> LEDGWREG.cpy
      *> Record layout for the indexed web-request register - one
      *> record for every transfer request LEDGER-WEBXFER has ever
      *> read, accepted or refused, keyed by the web side's request
      *> id.  A request id already on the register is a request seen
      *> before and is refused.  The business date and amount of the
      *> accepted requests are what the per-day web limit is counted
      *> against.
       01  WREG-REC.
           05  WREG-ID            PIC X(20).
           05  WREG-CUST-NO       PIC X(12).
           05  WREG-BUSINESS-DATE PIC X(10).
           05  WREG-AMOUNT        PIC S9(09)V99 COMP-3.
           05  WREG-RESULT        PIC X(01).
               88  WREG-ACCEPTED      VALUE "A".
               88  WREG-REFUSED       VALUE "R".
           05  WREG-REASON        PIC X(40).
