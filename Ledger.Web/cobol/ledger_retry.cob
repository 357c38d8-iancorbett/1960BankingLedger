      *> Usage:  ledger_retry <suspense-file> <master-file>
      *>                      <history-file> <control-file>
      *>                      <stop-order-file|NONE>
      *>                      <hold-file|NONE>
      *>                      <output.txt> <business-date>
      *>                      [OVERRIDE]
      *>
      *> pay its way in through today's replay.  Pass NONE when no
      *> orders stand.
      *>
      *> An item pays only out of the account's available balance -
      *> the master balance less its active holds (see LEDGHOLD.cpy),
      *> the same test LEDGER-POST applied on the day.  Money that
      *> came in overnight but is under hold does not pay yesterday's
      *> debit.  Pass NONE for the hold file when no holds stand.
      *>
      *> Like the posting run, a retry writes a line to the posting-
      *> control file - "<business-date>,RETRY,items-paid,net-paid" -
      *> and stops at the top of MAIN if a retry has already run for
           SELECT STOPFILE ASSIGN TO DYNAMIC stopfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STOP-STATUS.
           SELECT HOLDFILE ASSIGN TO DYNAMIC holdfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS-CD.
           SELECT MASTFILE ASSIGN TO DYNAMIC mastfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       FD  HISTFILE.
           COPY LEDGHIST.

       FD  HOLDFILE.
           COPY LEDGHOLD.

        WORKING-STORAGE SECTION.
       77  suspfile-name          PIC X(256).
       77  outfile-name           PIC X(256).
      *> the branch's standing stop-payment orders, shared with
      *> LEDGER-POST
           COPY STOPFLDS.
      *> the account's active holds, shared with LEDGER-POST
           COPY HOLDFLDS.

       77  AMOUNT                 PIC S9(9)V99 COMP-3.
       77  WS-SEARCH-ID           PIC X(64).

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 8 OR ARG-COUNT > 9
               DISPLAY "Usage: ledger_retry <suspense-file> "
                   "<master-file> <history-file> <control-file> "
                   "<stop-order-file|NONE> <hold-file|NONE> "
                   "<output.txt> <business-date> [OVERRIDE]"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT suspfile-name FROM ARGUMENT-VALUE
           ACCEPT histfile-name FROM ARGUMENT-VALUE
           ACCEPT ctlfile-name  FROM ARGUMENT-VALUE
           ACCEPT stopfile-name FROM ARGUMENT-VALUE
           ACCEPT holdfile-name FROM ARGUMENT-VALUE
           ACCEPT outfile-name  FROM ARGUMENT-VALUE
           ACCEPT RUN-DATE      FROM ARGUMENT-VALUE
           IF ARG-COUNT = 9
               ACCEPT OVERRIDE-ARG FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE (FUNCTION TRIM(OVERRIDE-ARG))
                       = "OVERRIDE"
           IF DATE-INT = 0
               DISPLAY "LEDGER-RETRY: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "LEDGER-RETRY: master file open status "
                   MAST-STATUS " - run stopped"
               CLOSE SUSPFILE OUTFILE RETFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HISTFILE
               DISPLAY "LEDGER-RETRY: history file open status "
                   HIST-STATUS " - run stopped"
               CLOSE SUSPFILE OUTFILE RETFILE MASTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-HOLDS THRU OPEN-HOLDS-EXIT

           MOVE "1960Ledger - Suspense Retry Run" TO OUT-REC
           WRITE OUT-REC
               WRITE OUT-REC
           END-IF

           IF HAVE-HOLDS = "Y"
               MOVE HOLD-SHORT-COUNT TO ED-CNT
               MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
               MOVE SPACES TO OUT-REC
               STRING "SHORT BY HOLDS      : " TRIM-A
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC

               MOVE HOLD-SHORT-AMOUNT TO ED-AMT
               MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
               MOVE SPACES TO OUT-REC
               STRING "AMT SHORT BY HOLDS  : " TRIM-A
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC
           END-IF

           PERFORM RECORD-RETRY-CONTROL

           CLOSE SUSPFILE OUTFILE RETFILE MASTFILE HISTFILE
           IF HAVE-HOLDS = "Y"
               CLOSE HOLDFILE
           END-IF
           IF RETURN-COUNT > 0
              AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF
           GOBACK.

      *> ---------------------------------------------------------
           IF CTL-STATUS NOT = "00"
               DISPLAY "LEDGER-RETRY: posting-control file open "
                   "status " CTL-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO CTL-EOF
                       " has already been retried - run stopped.  "
                       "Pass OVERRIDE to reprocess deliberately."
                   CLOSE CTLFILE
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF CTL-STATUS NOT = "00"
               DISPLAY "LEDGER-RETRY: cannot record retry control, "
                   "status " CTL-STATUS
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE PAID-COUNT TO ED-CNT
               GO TO RETRY-ITEM-EXIT
           END-IF

      *> the replay pays out of the available balance, as the day's
      *> posting would have
           PERFORM CHECK-AVAILABLE-FUNDS
           IF FUNDS-SHORT = "Y"
               MOVE "INSUFFICIENT FUNDS - RETURNED" TO REC-REASON
               PERFORM WRITE-RETURN
               GO TO RETRY-ITEM-EXIT
               INVALID KEY
                   DISPLAY "LEDGER-RETRY: unable to update master "
                       "record for " WS-SEARCH-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-REWRITE
           PERFORM JOURNAL-TXN
           ADD 1 TO PAID-COUNT
               PERFORM WRITE-RETURN
               GO TO RETRY-TRANSFER-EXIT
           END-IF
           PERFORM CHECK-AVAILABLE-FUNDS
           IF FUNDS-SHORT = "Y"
               MOVE "INSUFFICIENT FUNDS - RETURNED" TO REC-REASON
               PERFORM WRITE-RETURN
               GO TO RETRY-TRANSFER-EXIT
               INVALID KEY
                   DISPLAY "LEDGER-RETRY: unable to update master "
                       "record for " XFER-TO-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-REWRITE

           MOVE WS-SEARCH-ID TO MAST-ACCOUNT-ID
               INVALID KEY
                   DISPLAY "LEDGER-RETRY: from account lost "
                       "mid-transfer for " WS-SEARCH-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
                   GO TO RETRY-TRANSFER-EXIT
           END-READ
           ADD AMOUNT TO MAST-BALANCE
               INVALID KEY
                   DISPLAY "LEDGER-RETRY: unable to update master "
                       "record for " WS-SEARCH-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-REWRITE

      *> journal both legs, each memo naming its counterpart
               ELSE
                   DISPLAY "LEDGER-RETRY: history write status "
                       HIST-STATUS " for " WS-SEARCH-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
                   MOVE "Y" TO HIST-WRITTEN
               END-IF
           END-IF.
           COPY VALDATE.

           COPY STOPCHK.

           COPY HOLDCHK.
