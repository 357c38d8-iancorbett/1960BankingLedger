       01  DASH-80                PIC X(80) VALUE ALL "-".
       01  DASH-60                PIC X(60) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN SECTION.
        MAIN-START.
           IF ARG-COUNT < 2
                DISPLAY "Usage: ledger_report <input.csv> "
                   "<output.txt> [openbal.csv|NONE] [DAILY|MTD]"
                MOVE RC-FATAL TO RETURN-CODE
                STOP RUN
           END-IF
           ACCEPT infile-name  FROM ARGUMENT-VALUE
               IF DATE-INT = 0
                   DISPLAY "LEDGER-REPORT: business date must be "
                       "YYYY-MM-DD"
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO HAVE-RUN-DATE
               DISPLAY "LEDGER-REPORT: warehouse-in must not be "
                   "this run's own .FUT file - rename yesterday's "
                   "warehouse before sweeping it"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           END-IF

           CLOSE INFILE OUTFILE REJFILE EXCFILE FUTFILE
           IF REJECT-COUNT > 0
              AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF
           GOBACK.

       WRITE-HEADER.
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-IF.

       CHECK-CONTROL-TOTALS-EXIT.
           IF WHI-STATUS NOT = "00"
               DISPLAY "LEDGER-REPORT: warehouse file open status "
                   WHI-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO SWEEPING
