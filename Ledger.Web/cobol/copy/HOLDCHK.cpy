      *> HOLDCHK.cpy
      *> Shared PROCEDURE DIVISION paragraphs for the available-
      *> balance check (see HOLDFLDS.cpy for the fields these use).
      *> OPEN-HOLDS opens the hold file once, up front - NONE, or a
      *> hold file not yet created, means no holds stand and every
      *> account's available balance is its ledger balance.
      *> SUM-ACCOUNT-HOLDS totals the holds in force on RUN-DATE for
      *> the account in WS-SEARCH-ID into HELD-AMOUNT, and
      *> CHECK-AVAILABLE-FUNDS proves one debit against the balance
      *> those holds leave.  The program must also have the LEDGMAST
      *> record and an AMOUNT field (S9(9)V99) in scope.  Both
      *> LEDGER-POST and LEDGER-RETRY copy these paragraphs, so a
      *> held amount can no more be spent through the suspense
      *> replay than on the day.
       OPEN-HOLDS.
           IF FUNCTION UPPER-CASE (FUNCTION TRIM(holdfile-name))
                   = "NONE"
              OR FUNCTION TRIM(holdfile-name) = SPACES
               GO TO OPEN-HOLDS-EXIT
           END-IF
           OPEN INPUT HOLDFILE
           IF HOLD-STATUS-CD = "35"
      *> no hold ever placed - nothing to fence off
               GO TO OPEN-HOLDS-EXIT
           END-IF
           IF HOLD-STATUS-CD NOT = "00"
               DISPLAY "HOLD FILE: open status " HOLD-STATUS-CD
                   " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO HAVE-HOLDS.
       OPEN-HOLDS-EXIT.
           EXIT.

       SUM-ACCOUNT-HOLDS.
           MOVE 0 TO HELD-AMOUNT
           IF HAVE-HOLDS = "N"
               GO TO SUM-ACCOUNT-HOLDS-EXIT
           END-IF
           MOVE WS-SEARCH-ID TO HOLD-ACCOUNT-ID
           MOVE LOW-VALUES TO HOLD-REF
           START HOLDFILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   GO TO SUM-ACCOUNT-HOLDS-EXIT
           END-START
           MOVE "N" TO HOLD-SCAN-DONE
           PERFORM SUM-HOLD-RECORD UNTIL HOLD-SCAN-DONE = "Y".
       SUM-ACCOUNT-HOLDS-EXIT.
           EXIT.

       SUM-HOLD-RECORD.
           READ HOLDFILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-SCAN-DONE
                   EXIT PARAGRAPH
           END-READ
           IF HOLD-ACCOUNT-ID NOT = WS-SEARCH-ID
               MOVE "Y" TO HOLD-SCAN-DONE
               EXIT PARAGRAPH
           END-IF
           IF NOT HOLD-ACTIVE
               EXIT PARAGRAPH
           END-IF
      *> on its expiry date a hold has already come off, whether or
      *> not today's holds report has marked it yet
           IF HOLD-EXPIRY-DATE NOT = SPACES
              AND HOLD-EXPIRY-DATE <= RUN-DATE
               EXIT PARAGRAPH
           END-IF
           ADD HOLD-AMOUNT TO HELD-AMOUNT.

      *> ---------------------------------------------------------
      *> One debit (AMOUNT, for WS-SEARCH-ID, whose master record
      *> is in the buffer) measured against the available balance.
      *> FUNDS-SHORT = "Y" when it will not pay; one the ledger
      *> balance alone would have paid is counted as short by holds.
      *> ---------------------------------------------------------
       CHECK-AVAILABLE-FUNDS.
           MOVE "N" TO FUNDS-SHORT
           IF AMOUNT >= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-ACCOUNT-HOLDS THRU SUM-ACCOUNT-HOLDS-EXIT
           COMPUTE AVAIL-BALANCE = MAST-BALANCE - HELD-AMOUNT
           IF AVAIL-BALANCE + AMOUNT >= 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FUNDS-SHORT
           IF MAST-BALANCE + AMOUNT >= 0
               ADD 1 TO HOLD-SHORT-COUNT
               SUBTRACT AMOUNT FROM HOLD-SHORT-AMOUNT
           END-IF.
