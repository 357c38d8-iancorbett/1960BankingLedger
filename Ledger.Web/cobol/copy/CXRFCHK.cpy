      *> CXRFCHK.cpy
      *> Shared PROCEDURE DIVISION paragraphs for finding an
      *> account's owner (see CXRFFLDS.cpy for the fields they use).
      *> LOAD-OWNERS reads the whole cross-reference file into the
      *> owner table once; a file not yet created simply means no
      *> account is linked.  FIND-OWNER then answers for the account
      *> in OW-WANTED.  LEDGER-INT1099 and LEDGER-STMTCYCLE copy
      *> these, so the customer a 1099-INT is filed under is the
      *> customer whose relationship statement shows the account.
       LOAD-OWNERS.
           MOVE 0 TO OW-USED
           OPEN INPUT XREFFILE
           IF XREF-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF XREF-STATUS NOT = "00"
               DISPLAY "CROSS-REFERENCE FILE: open status "
                   XREF-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO XREF-EOF
           PERFORM LOAD-OWNER-RECORD UNTIL XREF-EOF = "Y"
           CLOSE XREFFILE.

       LOAD-OWNER-RECORD.
           READ XREFFILE NEXT RECORD
               AT END
                   MOVE "Y" TO XREF-EOF
                   EXIT PARAGRAPH
           END-READ
           IF OW-USED >= 5000
               DISPLAY "CROSS-REFERENCE FILE: more than 5000 links "
                   "- run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO OW-USED
           MOVE CXRF-ACCOUNT-ID TO OW-ACCT (OW-USED)
           MOVE CXRF-CUST-NO    TO OW-CUST (OW-USED)
           MOVE CXRF-ROLE       TO OW-ROLE (OW-USED).

       FIND-OWNER.
           MOVE SPACES TO OW-FOUND-CUST OW-FOUND-ROLE
           PERFORM TEST-OWNER-ENTRY
               VARYING OW-IDX FROM 1 BY 1
               UNTIL OW-IDX > OW-USED
                  OR OW-FOUND-ROLE = "P".

       TEST-OWNER-ENTRY.
           IF OW-ACCT (OW-IDX) = OW-WANTED
               IF OW-ROLE (OW-IDX) = "P"
                  OR OW-FOUND-CUST = SPACES
                   MOVE OW-CUST (OW-IDX) TO OW-FOUND-CUST
                   MOVE OW-ROLE (OW-IDX) TO OW-FOUND-ROLE
               END-IF
           END-IF.
