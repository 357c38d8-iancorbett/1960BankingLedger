
       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN SECTION.
        MAIN-START.
           IF ARG-COUNT NOT = 5
               DISPLAY "Usage: ledger_checkrpt <history-file> "
                   "<account-id> <from-date> <to-date> <report.txt>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT histfile-name FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(RPT-ACCOUNT) TO RPT-ACCOUNT
           IF RPT-ACCOUNT = SPACES
               DISPLAY "LEDGER-CHECKRPT: account id may not be blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RPT-FROM-DATE TO DATE-WORK
           IF DATE-INT = 0
               DISPLAY "LEDGER-CHECKRPT: from-date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RPT-TO-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-CHECKRPT: to-date must be YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF RPT-FROM-DATE > RPT-TO-DATE
               DISPLAY "LEDGER-CHECKRPT: from-date is after to-date"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF HIST-STATUS NOT = "00"
               DISPLAY "LEDGER-CHECKRPT: cannot open history file, "
                   "status " HIST-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPTFILE
