           IF STOP-STATUS NOT = "00"
               DISPLAY "STOP-ORDER FILE: open status " STOP-STATUS
                   " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO STOP-EOF
           IF SO-USED >= 64
               DISPLAY "STOP-ORDER FILE: more than 64 standing "
                   "orders - trim expired orders, run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SO-USED
