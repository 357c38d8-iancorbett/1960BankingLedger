      *> CXRFFLDS.cpy
      *> Shared working-storage for looking up an account's owner on
      *> the customer/account cross-reference file (LEDGCXRF.cpy).
      *> The file is keyed customer first, so finding the customer
      *> behind an account means reading the whole file; LOAD-OWNERS
      *> does that once, up front, into the table below.  COPY this
      *> into WORKING-STORAGE SECTION alongside CXRFCHK.cpy; the
      *> program must declare SELECT XREFFILE (ORGANIZATION INDEXED,
      *> ACCESS DYNAMIC, RECORD KEY CXRF-KEY, FILE STATUS XREF-STATUS)
      *> and FD XREFFILE with COPY LEDGCXRF.
       77  xreffile-name          PIC X(256).
       77  XREF-STATUS            PIC X(02) VALUE "00".
       77  XREF-EOF               PIC X VALUE "N".

      *> every link on file; five thousand accounts is several times
      *> the bank's book, and the run stops rather than treat the
      *> accounts past the ceiling as nobody's
       01  OWNER-TABLE.
           05  OW-ENTRY OCCURS 5000 TIMES INDEXED BY OW-IDX.
               10  OW-ACCT            PIC X(64).
               10  OW-CUST            PIC X(12).
               10  OW-ROLE            PIC X(01).
       77  OW-USED                PIC 9(4) COMP VALUE 0.

      *> FIND-OWNER's argument and answer: the account asked about,
      *> and its primary owner - or, when it has none, the first
      *> joint owner found - with that link's role; spaces when the
      *> account is linked to no customer
       77  OW-WANTED              PIC X(64).
       77  OW-FOUND-CUST          PIC X(12).
       77  OW-FOUND-ROLE          PIC X(01).
