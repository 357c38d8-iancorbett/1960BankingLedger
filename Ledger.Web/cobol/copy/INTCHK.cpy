      *> INTCHK.cpy
      *> Shared PROCEDURE DIVISION paragraph that classifies the
      *> history record in the buffer as interest or not (see
      *> INTFLDS.cpy for the fields it sets).  After
      *> CLASSIFY-INTEREST, INT-CLASS says which of the three kinds
      *> the record is, or INT-IS-NONE; INT-CLASS-YEAR is the tax year
      *> it counts in and INT-CLASS-AMOUNT its signed amount.  An
      *> accrual or reversal counts in the year it was journaled; a
      *> BALFWD counts in the year its memo names, whatever its own
      *> date.  LEDGER-ARCHIVE and LEDGER-INT1099 both copy this, so
      *> the interest the archive carries forward is exactly the
      *> interest the year-end run would have found.
       CLASSIFY-INTEREST.
           MOVE SPACE TO INT-CLASS
           MOVE HIST-DATE (1:4) TO INT-CLASS-YEAR
           MOVE HIST-AMOUNT TO INT-CLASS-AMOUNT
           IF HIST-TYPE = "FEE"
               IF HIST-MEMO = INT-ACCRUAL-MEMO
                  AND HIST-AMOUNT > 0
                   SET INT-IS-ACCRUAL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF HIST-TYPE = "REVERSAL"
               IF HIST-MEMO (1:12) = "REVERSAL OF "
                  AND HIST-AMOUNT < 0
                   MOVE 0 TO INT-TAIL-COUNT
                   INSPECT HIST-MEMO TALLYING INT-TAIL-COUNT
                       FOR ALL INT-REVERSAL-TAIL
                   IF INT-TAIL-COUNT > 0
                       SET INT-IS-REVERSAL TO TRUE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF HIST-TYPE = "BALFWD"
               MOVE HIST-MEMO TO BFWD-MEMO
               IF BM-HAS-INTEREST
                   SET INT-IS-CARRIED TO TRUE
                   MOVE BM-INT-YEAR TO INT-CLASS-YEAR
                   MOVE BM-INT-AMOUNT TO INT-CLASS-AMOUNT
               END-IF
           END-IF.
