       77  TRIM-A                 PIC X(20).
       77  TRIM-B                 PIC X(20).

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 2
               DISPLAY "Usage: ledger_histconv <old-history> "
                   "<new-history-out>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT oldhist-name FROM ARGUMENT-VALUE
                   = FUNCTION TRIM(newhist-name)
               DISPLAY "LEDGER-HISTCONV: old and new history must "
                   "be different files"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF OLD-STATUS NOT = "00"
               DISPLAY "LEDGER-HISTCONV: old history open status "
                   OLD-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEWHIST
               DISPLAY "LEDGER-HISTCONV: cannot create new history, "
                   "status " NEW-STATUS
               CLOSE OLDHIST
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

               " net " TRIM-B

           IF READ-COUNT = WRITE-COUNT AND READ-NET = WRITE-NET
              AND RETURN-CODE = RC-CLEAN
               DISPLAY "LEDGER-HISTCONV: conversion proves - the "
                   "new file may be swapped in"
           ELSE
               DISPLAY "LEDGER-HISTCONV: conversion does NOT prove "
                   "- do not swap, the old journal is untouched"
               IF RETURN-CODE < RC-OUT-OF-BALANCE
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

               DISPLAY "LEDGER-HISTCONV: old history read status "
                   OLD-STATUS " - conversion aborted"
               MOVE "Y" TO OLD-EOF
               MOVE RC-FATAL TO RETURN-CODE
           END-IF.

       CONVERT-RECORD.
