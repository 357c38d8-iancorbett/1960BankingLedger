      *> LOANDUE.cpy
      *> Shared PROCEDURE DIVISION paragraph: moves the YYYY-MM-DD
      *> date in DUE-DATE on one calendar month, landing on the loan's
      *> day of the month (DUE-DAY) or on the last day of a month too
      *> short to have it - a loan due on the 31st falls due on the
      *> 28th or 29th in February and on the 31st again in March.
      *> LEDGER-LOANBOOK steps the amortization schedule with it and
      *> LEDGER-POST the next due date as installments are met, so
      *> the two never disagree.  Declare the fields with
      *> LOANFLDS.cpy.
       NEXT-DUE-DATE.
           MOVE DUE-DATE (1:4) TO DUE-YYYY
           MOVE DUE-DATE (6:2) TO DUE-MM
           IF DUE-MM = 12
               MOVE 1 TO DUE-MM
               ADD 1 TO DUE-YYYY
           ELSE
               ADD 1 TO DUE-MM
           END-IF
      *> days in the target month: the first of the month after it,
      *> less the first of this one
           COMPUTE DUE-NUM = DUE-YYYY * 10000 + DUE-MM * 100 + 1
           COMPUTE DUE-FIRST-INT = FUNCTION INTEGER-OF-DATE (DUE-NUM)
           IF DUE-MM = 12
               COMPUTE DUE-NUM = (DUE-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE DUE-NUM = DUE-YYYY * 10000
                   + (DUE-MM + 1) * 100 + 1
           END-IF
           COMPUTE DUE-NEXT-INT = FUNCTION INTEGER-OF-DATE (DUE-NUM)
           COMPUTE DUE-MONTH-DAYS = DUE-NEXT-INT - DUE-FIRST-INT
           IF DUE-DAY > DUE-MONTH-DAYS
               MOVE DUE-MONTH-DAYS TO DUE-DD
           ELSE
               MOVE DUE-DAY TO DUE-DD
           END-IF
           MOVE SPACES TO DUE-DATE
           STRING DUE-YYYY "-" DUE-MM "-" DUE-DD
               DELIMITED BY SIZE INTO DUE-DATE
           END-STRING.
