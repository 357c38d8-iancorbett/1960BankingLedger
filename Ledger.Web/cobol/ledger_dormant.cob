
       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 3
               DISPLAY "Usage: ledger_dormant <master-file> "
                   "<report.txt> <business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           IF DATE-INT = 0
               DISPLAY "LEDGER-DORMANT: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (RUN-DATE (1:4)) TO RUN-YEAR
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-DORMANT: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPTFILE
                       DISPLAY "LEDGER-DORMANT: unable to update "
                           "master record for "
                           FUNCTION TRIM(MAST-ACCOUNT-ID)
                       MOVE RC-WARNING TO RETURN-CODE
               END-REWRITE
               ADD 1 TO HELD-COUNT
           ELSE
