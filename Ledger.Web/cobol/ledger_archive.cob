      *> in.  This is the one file LEDGER-AUDIT can rebuild the
      *> master from - an OUT OF BALANCE report means the swap does
      *> not happen, full stop.
      *>
      *> Interest leaves with the archived years too, and the
      *> year-end 1099-INT run must still find it.  Each BALFWD
      *> record's memo therefore carries, in fixed positions (see
      *> INTFLDS.cpy), the net interest of the tax year the last
      *> archived day falls in - the accruals less their reversals,
      *> plus any interest an earlier BALFWD was already carrying
      *> for that year.  A cutoff of January 1st carries the whole
      *> of the year just ended, so run LEDGER-INT1099 for a year
      *> before the next archive moves its cutoff past that year.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-ARCHIVE.

       77  CUR-ACCT               PIC X(64).
       77  GROUP-ARCH-NET         PIC S9(13)V99 COMP-3.
       77  GROUP-ARCH-COUNT       PIC 9(9) COMP.
       77  GROUP-ARCH-INT         PIC S9(13)V99 COMP-3.

      *> the tax year whose interest the carry-forwards hold - the
      *> year of the last day archived
       77  CARRY-YEAR             PIC X(04).
       77  CARRY-YEAR-NUM         PIC 9(04).
      *> interest classification and the BALFWD memo layout
           COPY INTFLDS.

      *> counts and nets proved against each other before any swap -
      *> reads on one side, successful writes on the other, so a
       77  KEEP-NET               PIC S9(13)V99 COMP-3 VALUE 0.
       77  CF-COUNT               PIC 9(9) COMP VALUE 0.
       77  CF-NET                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  ARCH-INT               PIC S9(13)V99 COMP-3 VALUE 0.
       77  CF-INT                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  PROOF-OK               PIC X VALUE "Y".

       01  ED-AMT                 PIC -(13)9.99.

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
               DISPLAY "Usage: ledger_archive <history-file> "
                   "<archive-out> <new-history-out> <report.txt> "
                   "<cutoff-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT histfile-name FROM ARGUMENT-VALUE
           IF DATE-INT = 0
               DISPLAY "LEDGER-ARCHIVE: cutoff date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CUTOFF-DATE (1:4) TO CARRY-YEAR-NUM
           IF CUTOFF-DATE (6:5) = "01-01"
               SUBTRACT 1 FROM CARRY-YEAR-NUM
           END-IF
           MOVE CARRY-YEAR-NUM TO CARRY-YEAR

      *> three distinct files or nothing - handed the live journal
      *> as an output, the OPEN would truncate the bank's history
                   = FUNCTION TRIM(keepfile-name)
               DISPLAY "LEDGER-ARCHIVE: history, archive and new "
                   "history must be three different files"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF HIST-STATUS NOT = "00"
               DISPLAY "LEDGER-ARCHIVE: history file open status "
                   HIST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHFILE
               DISPLAY "LEDGER-ARCHIVE: cannot create archive, "
                   "status " ARCH-STATUS
               CLOSE HISTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT KEEPFILE
               DISPLAY "LEDGER-ARCHIVE: cannot create new history, "
                   "status " KEEP-STATUS
               CLOSE HISTFILE ARCHFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPTFILE
           PERFORM WRITE-RECONCILIATION

           CLOSE HISTFILE ARCHFILE KEEPFILE RPTFILE
           IF PROOF-OK = "N"
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-IF
           GOBACK.

       READ-HIST-NEXT.
           MOVE HIST-ACCOUNT-ID TO CUR-ACCT
           MOVE 0 TO GROUP-ARCH-NET
           MOVE 0 TO GROUP-ARCH-COUNT
           MOVE 0 TO GROUP-ARCH-INT
           PERFORM SPLIT-RECORD
               UNTIL HIST-EOF = "Y"
                  OR HIST-ACCOUNT-ID NOT = CUR-ACCT
                       ADD HIST-AMOUNT TO ARCH-NET
                       ADD 1 TO GROUP-ARCH-COUNT
                       ADD HIST-AMOUNT TO GROUP-ARCH-NET
                       PERFORM TALLY-ARCHIVED-INTEREST
               END-WRITE
           ELSE
               MOVE HIST-REC TO KEEP-REC
           MOVE 0               TO KEEP-SEQ
           MOVE "BALFWD"        TO KEEP-TYPE
           MOVE GROUP-ARCH-NET  TO KEEP-AMOUNT
           MOVE SPACES          TO BFWD-MEMO
           MOVE "BALANCE CARRIED FORWARD THRU " TO BM-TEXT
           MOVE CUTOFF-DATE     TO BM-CUTOFF
           IF GROUP-ARCH-INT NOT = 0
               MOVE "INTEREST "    TO BM-INT-TAG
               MOVE CARRY-YEAR     TO BM-INT-YEAR
               MOVE GROUP-ARCH-INT TO BM-INT-AMOUNT
           END-IF
           MOVE BFWD-MEMO       TO KEEP-MEMO
           MOVE SPACE TO KEEP-REV-FLAG
           MOVE SPACES TO KEEP-CHECKNO
           MOVE "N" TO KEEP-WRITTEN
           IF KEEP-WRITTEN = "Y" AND KEEP-STATUS = "00"
               ADD 1 TO CF-COUNT
               ADD KEEP-AMOUNT TO CF-NET
               ADD GROUP-ARCH-INT TO CF-INT
           END-IF.

      *> an archived record that is interest for the carry year
      *> rides forward on the account's BALFWD memo
       TALLY-ARCHIVED-INTEREST.
           PERFORM CLASSIFY-INTEREST
           IF NOT INT-IS-NONE
              AND INT-CLASS-YEAR = CARRY-YEAR
               ADD INT-CLASS-AMOUNT TO GROUP-ARCH-INT
               ADD INT-CLASS-AMOUNT TO ARCH-INT
           END-IF.

      *> ---------------------------------------------------------
           END-STRING
           WRITE RPT-REC

           MOVE ARCH-INT TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE CF-INT TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "INTEREST " CARRY-YEAR " ARCHIVED: " TRIM-A
               "  CARRIED " TRIM-B
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE "Y" TO PROOF-OK
           IF OLD-COUNT NOT = ARCH-COUNT + KEEP-COUNT
               MOVE "N" TO PROOF-OK
           IF CF-NET NOT = ARCH-NET
               MOVE "N" TO PROOF-OK
           END-IF
           IF CF-INT NOT = ARCH-INT
               MOVE "N" TO PROOF-OK
           END-IF

           IF PROOF-OK = "Y"
               MOVE SPACES TO RPT-REC
           END-IF.

           COPY VALDATE.

           COPY INTCHK.
