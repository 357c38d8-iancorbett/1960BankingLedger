
       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 5
               DISPLAY "Usage: ledger_inquiry <history-file> "
                   "<account-id> <from-date> <to-date> <output.txt>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT histfile-name FROM ARGUMENT-VALUE
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-INQUIRY: from-date must be YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE INQ-TO-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-INQUIRY: to-date must be YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF INQ-FROM-DATE > INQ-TO-DATE
               DISPLAY "LEDGER-INQUIRY: from-date is after to-date"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF HIST-STATUS NOT = "00"
               DISPLAY "LEDGER-INQUIRY: cannot open history file, "
                   "status " HIST-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUTFILE
