
       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
               DISPLAY "Usage: ledger_repair <rej-file> "
                   "<corrections.csv> <resubmit-out.csv> "
                   "<report.txt> <business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT rejfile-name   FROM ARGUMENT-VALUE
           IF BUSDATE-INT = 0
               DISPLAY "LEDGER-REPAIR: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF REJ-STATUS NOT = "00"
               DISPLAY "LEDGER-REPAIR: cannot open reject file, "
                   "status " REJ-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CORRFILE
                   DISPLAY "LEDGER-REPAIR: cannot open corrections "
                       "file, status " CORR-STATUS
                   CLOSE REJFILE
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           WRITE RPT-REC

           CLOSE REJFILE CORRFILE RESUBFILE RPTFILE
           IF STILL-BAD-COUNT > 0 OR UNREPAIRED-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF
           GOBACK.

      *> ---------------------------------------------------------
