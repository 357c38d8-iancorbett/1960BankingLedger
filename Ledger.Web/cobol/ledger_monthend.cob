
       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 4
               DISPLAY "Usage: ledger_monthend <master-file> "
                   "<trans-out.csv> <report.txt> <asof-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name  FROM ARGUMENT-VALUE
           IF DATE-INT = 0
               DISPLAY "LEDGER-MONTHEND: as-of date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-MONTHEND: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSFILE
