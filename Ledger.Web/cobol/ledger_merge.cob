
       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 4
               DISPLAY "Usage: ledger_merge <consolidated.csv> "
                   "<report.txt> <branch-id> <extract> ..."
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE PAIR-COUNT = (ARG-COUNT - 2) / 2
           IF PAIR-COUNT * 2 + 2 NOT = ARG-COUNT
               DISPLAY "LEDGER-MERGE: branch arguments must come in "
                   "<branch-id> <extract> pairs"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT outfile-name FROM ARGUMENT-VALUE
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           ADD 1 TO REFUSED-COUNT
      *> an extract that does not foot to its own trailer is out of
      *> balance; any other refusal only leaves a branch out
           IF FILE-REASON = "TRAILER COUNT MISMATCH"
              OR FILE-REASON = "TRAILER NET MISMATCH"
              OR FILE-REASON = "NO TRAILER RECORD"
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           ELSE
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Pass 1 - prove the branch's own TRAILER before accepting a
