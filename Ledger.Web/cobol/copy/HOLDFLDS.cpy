      *> HOLDFLDS.cpy
      *> Shared working-storage for the available-balance check
      *> against the hold file (see LEDGHOLD.cpy).  COPY this into
      *> WORKING-STORAGE SECTION alongside HOLDCHK.cpy; the program
      *> must declare SELECT HOLDFILE (indexed, RECORD KEY HOLD-KEY,
      *> file status HOLD-STATUS-CD) with COPY LEDGHOLD under its FD.
       77  holdfile-name          PIC X(256) VALUE "NONE".
       77  HOLD-STATUS-CD         PIC X(02) VALUE "00".
       77  HAVE-HOLDS             PIC X VALUE "N".
       77  HOLD-SCAN-DONE         PIC X VALUE "N".

      *> the account's active holds and what they leave to spend
       77  HELD-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
       77  AVAIL-BALANCE          PIC S9(13)V99 COMP-3 VALUE 0.
       77  FUNDS-SHORT            PIC X VALUE "N".

      *> debits turned away that the ledger balance alone would have
      *> paid - the holds made the difference
       77  HOLD-SHORT-COUNT       PIC 9(9) COMP VALUE 0.
       77  HOLD-SHORT-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
