      *> ACHMEMO.cpy
      *> The memo LEDGER-ACHCONV puts on every extract row it makes
      *> from an ACH entry - fixed positions, so the original entry
      *> rides through LEDGER-POST's .REJ file and LEDGER-RETRY's .RET
      *> file intact and LEDGER-ACHRET can build the return for it
      *> straight off the row, with no register of old files to keep.
      *> It reads on a statement as
      *>   ACH TRACE 091000010000123 22 PPD 1234567890 ACME PAYROLL ...
      *> The trace number's first eight digits are the originating
      *> bank's id, which is where a return is sent.  Commas in the
      *> original text are blanked, since a comma would split the row.
       01  ACH-MEMO.
           05  AM-TAG             PIC X(10).
               88  AM-IS-ACH          VALUE "ACH TRACE ".
           05  AM-TRACE           PIC X(15).
           05  AM-TRACE-PARTS REDEFINES AM-TRACE.
               10  AM-TRACE-ODFI      PIC X(08).
               10  AM-TRACE-SEQ       PIC X(07).
           05  FILLER             PIC X(01).
           05  AM-TRAN-CODE       PIC X(02).
           05  FILLER             PIC X(01).
           05  AM-SEC             PIC X(03).
           05  FILLER             PIC X(01).
           05  AM-CO-ID           PIC X(10).
           05  FILLER             PIC X(01).
           05  AM-CO-NAME         PIC X(16).
           05  FILLER             PIC X(01).
           05  AM-ENTRY-DESC      PIC X(10).
           05  FILLER             PIC X(01).
           05  AM-IND-ID          PIC X(15).
           05  FILLER             PIC X(01).
           05  AM-IND-NAME        PIC X(22).
