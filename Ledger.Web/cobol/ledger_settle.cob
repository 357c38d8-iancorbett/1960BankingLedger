
       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
               DISPLAY "Usage: ledger_settle <consolidated.csv> "
                   "<domicile.csv> <settle-out.csv> <report.txt> "
                   "<business-date> <branch-id> <clearing-acct> ..."
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE PAIR-ARGS = (ARG-COUNT - 5) / 2
           IF PAIR-ARGS * 2 + 5 NOT = ARG-COUNT
               DISPLAY "LEDGER-SETTLE: branch arguments must come "
                   "in <branch-id> <clearing-acct> pairs"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT infile-name  FROM ARGUMENT-VALUE
           IF DATE-INT = 0
               DISPLAY "LEDGER-SETTLE: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF IN-STATUS NOT = "00"
               DISPLAY "LEDGER-SETTLE: cannot open consolidated "
                   "file, status " IN-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUTFILE
              OR FUNCTION TRIM(CL-FOUND-ACCT) = SPACES
               DISPLAY "LEDGER-SETTLE: blank branch id or clearing "
                   "account - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF CL-USED >= 16
               DISPLAY "LEDGER-SETTLE: more than 16 branches - "
                   "run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CL-USED
           IF DOM-STATUS NOT = "00"
               DISPLAY "LEDGER-SETTLE: cannot open domicile file, "
                   "status " DOM-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO DOM-EOF
           IF DM-USED >= 500
               DISPLAY "LEDGER-SETTLE: more than 500 domiciled "
                   "accounts - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DM-USED
           IF PT-USED >= 64
               DISPLAY "LEDGER-SETTLE: more than 64 branch pairs - "
                   "run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PT-USED
               WRITE RPT-REC
               DISPLAY "LEDGER-SETTLE: settlement did not prove - "
                   "see " FUNCTION TRIM(rptfile-name)
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-IF.

       WRITE-CLEARING-LINE.
