      *> REVERSAL record itself is refused too; correcting a bad
      *> correction is a fresh reversal of the original, keyed
      *> deliberately, not a chain of undo.
      *> A LOANPMT item is refused as well: the payment also moved
      *> the loan record (see LEDGLOAN.cpy), which this program
      *> does not touch.
      *>
      *> Like every run that moves the master, the reversal writes
      *> its net to the posting-control file
       01  ED-SEQ                 PIC ZZZZZZZZ9.
       77  TRIM-A                 PIC X(20).

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
               DISPLAY "Usage: ledger_reverse <master-file> "
                   "<history-file> <control-file> <account-id> "
                   "<orig-date> <orig-seq> <business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(REV-ACCOUNT) TO REV-ACCOUNT
           IF REV-ACCOUNT = SPACES
               DISPLAY "LEDGER-REVERSE: account id may not be blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REV-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-REVERSE: orig-date must be YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-NUMVAL (REV-SEQ-TXT) NOT = 0
               DISPLAY "LEDGER-REVERSE: orig-seq must be numeric"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (REV-SEQ-TXT) TO REV-SEQ
           IF DATE-INT = 0
               DISPLAY "LEDGER-REVERSE: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-REVERSE: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HISTFILE
               DISPLAY "LEDGER-REVERSE: history file open status "
                   HIST-STATUS " - run stopped"
               CLOSE MASTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

                   FUNCTION TRIM(REV-ACCOUNT) " "
                   FUNCTION TRIM(REV-DATE) " SEQ "
                   FUNCTION TRIM(REV-SEQ-TXT)
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-REVERSE-EXIT
           END-IF
           IF HIST-REVERSED
               DISPLAY "LEDGER-REVERSE: item already reversed - "
                   "nothing posted"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-REVERSE-EXIT
           END-IF
           IF FUNCTION UPPER-CASE (FUNCTION TRIM(HIST-TYPE))
                   = "REVERSAL"
               DISPLAY "LEDGER-REVERSE: cannot reverse a REVERSAL - "
                   "reverse the original item instead"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-REVERSE-EXIT
           END-IF
      *> a loan payment moved the loan record too, which a
      *> reversal here would leave standing
           IF FUNCTION UPPER-CASE (FUNCTION TRIM(HIST-TYPE))
                   = "LOANPMT"
               DISPLAY "LEDGER-REVERSE: cannot reverse a LOANPMT - "
                   "the loan record would not follow"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-REVERSE-EXIT
           END-IF

               DISPLAY "LEDGER-REVERSE: account "
                   FUNCTION TRIM(REV-ACCOUNT)
                   " is not on the master file"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-REVERSE-EXIT
           END-IF
           IF MAST-CLOSED
               DISPLAY "LEDGER-REVERSE: account "
                   FUNCTION TRIM(REV-ACCOUNT)
                   " is closed - reopen it before reversing"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-REVERSE-EXIT
           END-IF
           IF MAST-FROZEN
               INVALID KEY
                   DISPLAY "LEDGER-REVERSE: unable to update master "
                       "record for " FUNCTION TRIM(REV-ACCOUNT)
                   MOVE RC-FATAL TO RETURN-CODE
                   GO TO DO-REVERSE-EXIT
           END-REWRITE
           IF MAST-BALANCE < 0
                   DISPLAY "LEDGER-REVERSE: history write status "
                       HIST-STATUS " for "
                       FUNCTION TRIM(REV-ACCOUNT)
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
                   MOVE "Y" TO HIST-WRITTEN
               END-IF
           END-IF.
               INVALID KEY
                   DISPLAY "LEDGER-REVERSE: original vanished before "
                       "it could be marked - investigate"
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           SET HIST-REVERSED TO TRUE
               INVALID KEY
                   DISPLAY "LEDGER-REVERSE: unable to mark original "
                       "record for " FUNCTION TRIM(REV-ACCOUNT)
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-REWRITE.

      *> ---------------------------------------------------------
           IF CTL-STATUS NOT = "00"
               DISPLAY "LEDGER-REVERSE: cannot record reversal "
                   "control, status " CTL-STATUS
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE REV-AMOUNT TO ED-AMT
