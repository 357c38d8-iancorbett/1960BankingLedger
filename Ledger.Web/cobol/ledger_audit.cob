
       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
               DISPLAY "Usage: ledger_audit <master-file> "
                   "<history-file> <report.txt> "
                   "[REBUILD <new-master>]"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
                   IF ARG-COUNT < 5
                       DISPLAY "LEDGER-AUDIT: REBUILD needs "
                           "<new-master>"
                       MOVE RC-FATAL TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ACCEPT newmast-name FROM ARGUMENT-VALUE
               WRITE RPT-REC
               DISPLAY "LEDGER-AUDIT: master open status "
                   MAST-STATUS " - use REBUILD"
               MOVE RC-FATAL TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

                   END-STRING
                   WRITE RPT-REC
                   CLOSE MASTFILE
                   MOVE RC-FATAL TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           STRING "ON HISTORY ONLY     : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF (DRIFT-COUNT > 0 OR ORPHAN-COUNT > 0)
              AND RETURN-CODE < RC-OUT-OF-BALANCE
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-IF.

       READ-MASTER-NEXT.
           READ MASTFILE NEXT RECORD
               END-STRING
               WRITE RPT-REC
               MOVE "Y" TO MAST-EOF
               MOVE RC-FATAL TO RETURN-CODE
           END-IF.

       AUDIT-ONE-ACCOUNT.
               WRITE RPT-REC
               DISPLAY "LEDGER-AUDIT: history open status "
                   HIST-STATUS " - cannot rebuild"
               MOVE RC-FATAL TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

                   "status " NEW-STATUS
               CLOSE HISTFILE
               IF OLD-MAST-OK = "Y" CLOSE MASTFILE END-IF
               MOVE RC-FATAL TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CLOSE HISTFILE NEWMAST
           IF OLD-MAST-OK = "Y"
               CLOSE MASTFILE
           END-IF
      *> records rebuilt without standing data need the branch
           IF REBUILT-COUNT > CARRIED-COUNT
              AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

       REBUILD-GROUP.
               INVALID KEY
                   DISPLAY "LEDGER-AUDIT: cannot write rebuilt "
                       "record for " FUNCTION TRIM(CUR-ACCT)
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-WRITE
           ADD 1 TO REBUILT-COUNT.
