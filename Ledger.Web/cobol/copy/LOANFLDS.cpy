      *> LOANFLDS.cpy
      *> Shared working-storage for NEXT-DUE-DATE (see LOANDUE.cpy).
      *> COPY this into WORKING-STORAGE SECTION alongside LOANDUE.cpy.
      *> DUE-DATE is the date to move on a month; DUE-DAY the loan's
      *> day of the month.
       77  DUE-DATE               PIC X(10).
       77  DUE-DAY                PIC 9(02).
       77  DUE-YYYY               PIC 9(04).
       77  DUE-MM                 PIC 9(02).
       77  DUE-DD                 PIC 9(02).
       77  DUE-MONTH-DAYS         PIC 9(02).
       77  DUE-FIRST-INT          PIC S9(9) COMP.
       77  DUE-NEXT-INT           PIC S9(9) COMP.
       77  DUE-NUM                PIC 9(08).
