
       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 4
               DISPLAY "Usage: ledger_trialbal <master-file> "
                   "<control-file> <report.txt> <business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           IF DATE-INT = 0
               DISPLAY "LEDGER-TRIALBAL: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-TRIALBAL: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPTFILE
               DISPLAY "LEDGER-TRIALBAL: posting-control file open "
                   "status " CTL-STATUS " - run stopped"
               CLOSE RPTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO CTL-EOF
               DISPLAY "LEDGER-TRIALBAL: master does not prove to "
                   "the posting-control file - see "
                   FUNCTION TRIM(rptfile-name)
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-IF.

           COPY VALDATE.
