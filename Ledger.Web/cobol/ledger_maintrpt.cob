
       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 4
               DISPLAY "Usage: ledger_maintrpt <maint-log> "
                   "<report.txt> <from-date> <to-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT logfile-name  FROM ARGUMENT-VALUE
           IF DATE-INT = 0
               DISPLAY "LEDGER-MAINTRPT: from-date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RPT-TO-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-MAINTRPT: to-date must be YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF RPT-FROM-DATE > RPT-TO-DATE
               DISPLAY "LEDGER-MAINTRPT: from-date is after to-date"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF LOG-STATUS NOT = "00"
               DISPLAY "LEDGER-MAINTRPT: cannot open maintenance "
                   "log, status " LOG-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPTFILE
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE LOGFILE RPTFILE
