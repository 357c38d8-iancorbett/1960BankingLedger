      *> ledger_post.cob
      *> Usage:  ledger_post <input.csv> <master-file> <history-file>
      *>                     <control-file> <stop-order-file|NONE>
      *>                     <loan-file|NONE> <hold-file|NONE>
      *>                     <warehouse-in> <warehouse-out>
      *>                     <output.txt> <business-date>
      *>                     [OVERRIDE] [SETTLEMENT]
      *> reconciles paid checks in serial order; rows without a
      *> serial flow exactly as they always have.
      *>
      *> A debit that would drive the account's available balance
      *> below zero is not posted: the item goes to <output.txt>.SUSP
      *> with its reason, and the posting report carries an NSF
      *> section with the count and amount suspended.  LEDGER-RETRY
      *> replays the suspense file against the next day's balances
      *> and returns what still will not pay.  The available balance
      *> is the master balance less the account's active holds on
      *> the hold file (see LEDGHOLD.cpy) - held money stays on the
      *> books but cannot be spent, and the NSF section counts the
      *> items the holds alone turned away.  Pass NONE for the hold
      *> file when no holds stand.
      *>
      *> A TRANSFER row moves money between two of our accounts in
      *> one unit: the UserId account is debited and the sixth-column
      *> section showing every standing order and what it caught.
      *> Pass NONE when no orders stand.
      *>
      *> A LOANPMT row is an installment-loan payment: the UserId
      *> deposit account is debited (the amount keyed debit-signed,
      *> as on a TRANSFER) and the sixth-column loan number on the
      *> loan file (see LEDGLOAN.cpy) is credited - the month's
      *> interest on the balance first, the rest off the principal.
      *> The loan must be active and held by that account, and the
      *> payment may not run past the payoff.  The debit journals to
      *> history as two LOANPMT items, one for the interest and one
      *> for the principal, so the split is on the account's record.
      *> A payment the account cannot cover is turned away to the
      *> .REJ file rather than parked on suspense - the installment
      *> goes unpaid and LEDGER-LOANAGE ages the loan.  Pass NONE
      *> for the loan file when no loans are booked; any LOANPMT row
      *> then rejects.
      *>
      *> The posting-control file records one line per posted batch
      *> (business date, items posted, net amount).  Before a single
      *> row is applied, the run checks its business date against
           SELECT STOPFILE ASSIGN TO DYNAMIC stopfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STOP-STATUS.
           SELECT LOANFILE ASSIGN TO DYNAMIC loanfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CD.
           SELECT HOLDFILE ASSIGN TO DYNAMIC holdfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS-CD.
           SELECT WHIFILE ASSIGN TO DYNAMIC whifile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WHI-STATUS.
       FD  HISTFILE.
           COPY LEDGHIST.

       FD  LOANFILE.
           COPY LEDGLOAN.

       FD  HOLDFILE.
           COPY LEDGHOLD.

        WORKING-STORAGE SECTION.
       77  infile-name            PIC X(256).
       77  outfile-name           PIC X(256).
       77  whofile-name           PIC X(256).
       77  mastfile-name          PIC X(256).
       77  histfile-name          PIC X(256).
       77  loanfile-name          PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  RUN-DATE               PIC X(10).
       77  OVERRIDE-ARG           PIC X(12).
       77  MAST-FOUND             PIC X VALUE "N".
       77  HIST-STATUS            PIC X(02) VALUE "00".
       77  HIST-WRITTEN           PIC X VALUE "N".
       77  LOAN-STATUS-CD         PIC X(02) VALUE "00".
       77  HAVE-LOANS             PIC X VALUE "N".

      *> one parsed CSV row, shared with LEDGER-REPORT
           COPY CSVFLDS.
      *> the branch's standing stop-payment orders, shared with
      *> LEDGER-RETRY so the suspense replay honors them too
           COPY STOPFLDS.
      *> one-month due-date stepping for NEXT-DUE-DATE
           COPY LOANFLDS.
      *> the account's active holds, shared with LEDGER-RETRY so the
      *> suspense replay pays out of the same available balance
           COPY HOLDFLDS.

       77  AMOUNT                 PIC S9(9)V99 COMP-3.
       77  WS-SEARCH-ID           PIC X(64).
       77  XFER-SUSP-COUNT        PIC 9(9) COMP VALUE 0.
       77  XFER-SUSP-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.

      *> LOANPMT work fields - the payment split between the loan's
      *> interest and its principal
       77  LOAN-NO                PIC X(12).
       77  LOAN-PAY               PIC S9(9)V99 COMP-3.
       77  LOAN-INT-PART          PIC S9(9)V99 COMP-3.
       77  LOAN-PRIN-PART         PIC S9(9)V99 COMP-3.
       77  LOAN-PAY-COUNT         PIC 9(9) COMP VALUE 0.
       77  LOAN-INT-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       77  LOAN-PRIN-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       77  LOAN-REFUSED-COUNT     PIC 9(9) COMP VALUE 0.
       77  LOAN-PAID-OFF-COUNT    PIC 9(9) COMP VALUE 0.
       77  NEXT-DUE-DAYNO         PIC S9(9) COMP.

      *> per-branch posted activity, keyed by the Branch column a
      *> LEDGER-MERGE consolidated file carries; a plain single-
      *> office extract all lands in the (NONE) bucket

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 11 OR ARG-COUNT > 13
               DISPLAY "Usage: ledger_post <input.csv> "
                   "<master-file> <history-file> <control-file> "
                   "<stop-order-file|NONE> <loan-file|NONE> "
                   "<hold-file|NONE> <warehouse-in> "
                   "<warehouse-out> <output.txt> "
                   "<business-date> [OVERRIDE] [SETTLEMENT]"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT infile-name   FROM ARGUMENT-VALUE
           ACCEPT histfile-name FROM ARGUMENT-VALUE
           ACCEPT ctlfile-name  FROM ARGUMENT-VALUE
           ACCEPT stopfile-name FROM ARGUMENT-VALUE
           ACCEPT loanfile-name FROM ARGUMENT-VALUE
           ACCEPT holdfile-name FROM ARGUMENT-VALUE
           ACCEPT whifile-name  FROM ARGUMENT-VALUE
           ACCEPT whofile-name  FROM ARGUMENT-VALUE
           ACCEPT outfile-name  FROM ARGUMENT-VALUE
           ACCEPT RUN-DATE      FROM ARGUMENT-VALUE
           IF ARG-COUNT > 11
               PERFORM ACCEPT-RUN-KEYWORD
                   VARYING KEYWORD-SUB FROM 12 BY 1
                   UNTIL KEYWORD-SUB > ARG-COUNT
           END-IF
           MOVE RUN-DATE TO DATE-WORK
           IF DATE-INT = 0
               DISPLAY "LEDGER-POST: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

                   = FUNCTION TRIM(whofile-name)
               DISPLAY "LEDGER-POST: warehouse-in and warehouse-out "
                   "must be different files"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WHOFILE
           PERFORM OPEN-MASTER
           PERFORM OPEN-OR-CREATE-HISTORY
           PERFORM OPEN-LOANS
           PERFORM OPEN-HOLDS THRU OPEN-HOLDS-EXIT

           MOVE "1960Ledger - Posting Run" TO OUT-REC
           WRITE OUT-REC
           END-STRING
           WRITE OUT-REC

      *> of the above, what the ledger balance would have paid but
      *> the account's holds would not
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

           IF SO-USED > 0
               MOVE DASH-80 TO OUT-REC
               WRITE OUT-REC
                   UNTIL SO-SUB > SO-USED
           END-IF

           IF HAVE-LOANS = "Y"
               MOVE DASH-80 TO OUT-REC
               WRITE OUT-REC
               MOVE "LOAN PAYMENT SECTION" TO OUT-REC
               WRITE OUT-REC

               MOVE LOAN-PAY-COUNT TO ED-CNT
               MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
               MOVE SPACES TO OUT-REC
               STRING "PAYMENTS APPLIED    : " TRIM-A
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC

               MOVE LOAN-INT-TOTAL TO ED-AMT
               MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
               MOVE SPACES TO OUT-REC
               STRING "TO INTEREST         : " TRIM-A
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC

               MOVE LOAN-PRIN-TOTAL TO ED-AMT
               MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
               MOVE SPACES TO OUT-REC
               STRING "TO PRINCIPAL        : " TRIM-A
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC

               MOVE LOAN-PAID-OFF-COUNT TO ED-CNT
               MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
               MOVE SPACES TO OUT-REC
               STRING "LOANS PAID OFF      : " TRIM-A
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC

               MOVE LOAN-REFUSED-COUNT TO ED-CNT
               MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
               MOVE SPACES TO OUT-REC
               STRING "PAYMENTS REFUSED    : " TRIM-A
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC
           END-IF

           IF PB-USED > 0 OR PB-OVER-COUNT > 0
               MOVE DASH-80 TO OUT-REC
               WRITE OUT-REC

           CLOSE INFILE OUTFILE REJFILE SUSPFILE EXCFILE WHOFILE
                 MASTFILE HISTFILE
           IF HAVE-LOANS = "Y"
               CLOSE LOANFILE
           END-IF
           IF HAVE-HOLDS = "Y"
               CLOSE HOLDFILE
           END-IF
      *> anything turned away to the reject, suspense or exception
      *> files is a warning, unless the run has already done worse
           IF (REJECT-COUNT > 0 OR ACCT-REJECT-COUNT > 0
                OR NSF-COUNT > 0 OR XFER-SUSP-COUNT > 0
                OR LOAN-REFUSED-COUNT > 0 OR STOPPED-COUNT > 0)
              AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF
           GOBACK.

      *> ---------------------------------------------------------
                   DISPLAY "LEDGER-POST: unrecognized keyword "
                       FUNCTION TRIM(OVERRIDE-ARG)
                       " - expected OVERRIDE or SETTLEMENT"
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

                   WHI-STATUS " - run stopped"
               CLOSE INFILE OUTFILE REJFILE SUSPFILE EXCFILE
                     WHOFILE MASTFILE HISTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO SWEEPING
           IF CTL-STATUS NOT = "00"
               DISPLAY "LEDGER-POST: posting-control file open "
                   "status " CTL-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO CTL-EOF
                           "OVERRIDE to reprocess deliberately."
                   END-IF
                   CLOSE CTLFILE
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF CTL-STATUS NOT = "00"
               DISPLAY "LEDGER-POST: cannot record posting control, "
                   "status " CTL-STATUS
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE TXN-COUNT TO ED-CNT
               DISPLAY "LEDGER-POST: master file not found - run "
                   "ledger_maint OPEN to create the first account"
               CLOSE INFILE OUTFILE REJFILE SUSPFILE EXCFILE WHOFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF MAST-STATUS NOT = "00"
                   MAST-STATUS " indicates damage - run the audit "
                   "utility before posting"
               CLOSE INFILE OUTFILE REJFILE SUSPFILE EXCFILE WHOFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.

                   HIST-STATUS " - run stopped"
               CLOSE INFILE OUTFILE REJFILE SUSPFILE EXCFILE
                     WHOFILE MASTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> Loan file open.  Like the master, the loan file is created
      *> elsewhere (LEDGER-LOANBOOK books the first loan) - a run
      *> handed a loan file it cannot open stops rather than turn
      *> every payment away.
      *> ---------------------------------------------------------
       OPEN-LOANS.
           IF FUNCTION UPPER-CASE (FUNCTION TRIM(loanfile-name))
                   = "NONE"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LOANFILE
           IF LOAN-STATUS-CD NOT = "00"
               DISPLAY "LEDGER-POST: loan file open status "
                   LOAN-STATUS-CD " - run stopped"
               CLOSE INFILE OUTFILE REJFILE SUSPFILE EXCFILE
                     WHOFILE MASTFILE HISTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO HAVE-LOANS.

      *> ---------------------------------------------------------
      *> Apply one transaction to the master record for its account.
      *> The record must already exist (LEDGER-MAINT opens accounts)
               GO TO POST-TXN-EXIT
           END-IF

      *> so does a LOANPMT - a deposit-account debit and a loan
      *> credit that land together or not at all
           IF FUNCTION UPPER-CASE (FUNCTION TRIM(F-TYPE))
                   = "LOANPMT"
               PERFORM POST-LOAN-PAYMENT THRU POST-LOAN-PAYMENT-EXIT
               GO TO POST-TXN-EXIT
           END-IF

           MOVE FUNCTION TRIM(F-USERID) TO WS-SEARCH-ID
           IF WS-SEARCH-ID = SPACES
               MOVE "UNKNOWN" TO WS-SEARCH-ID
               GO TO POST-TXN-EXIT
           END-IF

      *> insufficient funds: a debit may not take the available
      *> balance (ledger balance less active holds) below zero.
      *> The item goes to suspense instead of posting; LEDGER-RETRY
      *> replays it against tomorrow's balances.  CLEARING accounts
      *> are exempt - an inter-branch due-to position (see
      *> LEDGER-SETTLE) is legitimately negative; it is a
      *> bookkeeping position, not a customer's money.
           IF MAST-ACCT-TYPE NOT = "CLEARING"
               PERFORM CHECK-AVAILABLE-FUNDS
               IF FUNDS-SHORT = "Y"
                   PERFORM WRITE-SUSPENSE
                   GO TO POST-TXN-EXIT
               END-IF
           END-IF

           ADD 1 TO TXN-COUNT
               INVALID KEY
                   DISPLAY "LEDGER-POST: unable to update master "
                       "record for " WS-SEARCH-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-REWRITE

           PERFORM JOURNAL-TXN
               PERFORM WRITE-XFER-SUSPENSE
               GO TO POST-TRANSFER-EXIT
           END-IF
           PERFORM CHECK-AVAILABLE-FUNDS
           IF FUNDS-SHORT = "Y"
               MOVE "INSUFFICIENT FUNDS" TO XFER-REASON
               PERFORM WRITE-XFER-SUSPENSE
               GO TO POST-TRANSFER-EXIT
               INVALID KEY
                   DISPLAY "LEDGER-POST: unable to update master "
                       "record for " XFER-TO-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-REWRITE

           MOVE WS-SEARCH-ID TO MAST-ACCOUNT-ID
               INVALID KEY
                   DISPLAY "LEDGER-POST: from account lost "
                       "mid-transfer for " WS-SEARCH-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
                   GO TO POST-TRANSFER-EXIT
           END-READ
           ADD AMOUNT TO MAST-BALANCE
               INVALID KEY
                   DISPLAY "LEDGER-POST: unable to update master "
                       "record for " WS-SEARCH-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-REWRITE

      *> journal both legs, each memo naming its counterpart so a
       POST-TRANSFER-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> Installment-loan payment: the UserId deposit account pays,
      *> the ToAccount-column loan number is paid.  Loan and account
      *> are both proved, and the split worked out, before either
      *> record is touched.  Interest on the installment now due is
      *> figured on the balance when the first money toward it
      *> arrives; the payment goes to that interest first and the
      *> rest comes off the principal.  Once the scheduled payment
      *> has been met the next due date moves on a month.
      *> ---------------------------------------------------------
       POST-LOAN-PAYMENT.
           MOVE FUNCTION TRIM(F-USERID) TO WS-SEARCH-ID
           IF WS-SEARCH-ID = SPACES
               MOVE "UNKNOWN" TO WS-SEARCH-ID
           END-IF
           IF HAVE-LOANS = "N"
               MOVE "NO LOAN FILE FOR LOANPMT" TO REC-REASON
               PERFORM WRITE-POST-REJECT
               ADD 1 TO LOAN-REFUSED-COUNT
               GO TO POST-LOAN-PAYMENT-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(F-TOACCT))
               TO LOAN-NO
           IF LOAN-NO = SPACES
               MOVE "LOANPMT MISSING LOAN NUMBER" TO REC-REASON
               PERFORM WRITE-POST-REJECT
               ADD 1 TO LOAN-REFUSED-COUNT
               GO TO POST-LOAN-PAYMENT-EXIT
           END-IF
           MOVE 0 TO AMOUNT
           MOVE FUNCTION NUMVAL (F-AMOUNT-TXT) TO AMOUNT
           IF AMOUNT >= 0
               MOVE "LOANPMT AMOUNT NOT DEBIT-SIGNED" TO REC-REASON
               PERFORM WRITE-POST-REJECT
               ADD 1 TO LOAN-REFUSED-COUNT
               GO TO POST-LOAN-PAYMENT-EXIT
           END-IF
           COMPUTE LOAN-PAY = 0 - AMOUNT

           MOVE LOAN-NO TO LOAN-ID
           READ LOANFILE
               INVALID KEY
                   MOVE "LOAN NOT ON FILE" TO REC-REASON
                   PERFORM WRITE-POST-REJECT
                   ADD 1 TO LOAN-REFUSED-COUNT
                   GO TO POST-LOAN-PAYMENT-EXIT
           END-READ
           IF NOT LOAN-ACTIVE
               MOVE "LOAN PAID OFF" TO REC-REASON
               PERFORM WRITE-POST-REJECT
               ADD 1 TO LOAN-REFUSED-COUNT
               GO TO POST-LOAN-PAYMENT-EXIT
           END-IF
           IF LOAN-ACCOUNT-ID NOT = WS-SEARCH-ID
               MOVE "LOAN NOT HELD BY ACCOUNT" TO REC-REASON
               PERFORM WRITE-POST-REJECT
               ADD 1 TO LOAN-REFUSED-COUNT
               GO TO POST-LOAN-PAYMENT-EXIT
           END-IF

      *> the split, worked out on the record in the buffer
           IF LOAN-DUE-PAID = 0 AND LOAN-DUE-INT-PAID = 0
               COMPUTE LOAN-DUE-INT ROUNDED =
                   LOAN-BALANCE * LOAN-RATE / 1200
           END-IF
           COMPUTE LOAN-INT-PART = LOAN-DUE-INT - LOAN-DUE-INT-PAID
           IF LOAN-INT-PART > LOAN-PAY
               MOVE LOAN-PAY TO LOAN-INT-PART
           END-IF
           IF LOAN-INT-PART < 0
               MOVE 0 TO LOAN-INT-PART
           END-IF
           COMPUTE LOAN-PRIN-PART = LOAN-PAY - LOAN-INT-PART
           IF LOAN-PRIN-PART > LOAN-BALANCE
               MOVE "PAYMENT EXCEEDS PAYOFF" TO REC-REASON
               PERFORM WRITE-POST-REJECT
               ADD 1 TO LOAN-REFUSED-COUNT
               GO TO POST-LOAN-PAYMENT-EXIT
           END-IF

      *> prove the paying account
           MOVE "N" TO MAST-FOUND
           MOVE WS-SEARCH-ID TO MAST-ACCOUNT-ID
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MAST-FOUND
           END-READ
           IF MAST-FOUND = "N"
               MOVE "ACCOUNT NOT ON MASTER" TO REC-REASON
               PERFORM WRITE-POST-REJECT
               ADD 1 TO ACCT-REJECT-COUNT
               GO TO POST-LOAN-PAYMENT-EXIT
           END-IF
           IF MAST-CLOSED
               MOVE "ACCOUNT CLOSED" TO REC-REASON
               PERFORM WRITE-POST-REJECT
               ADD 1 TO ACCT-REJECT-COUNT
               GO TO POST-LOAN-PAYMENT-EXIT
           END-IF
           IF MAST-FROZEN
               MOVE "ACCOUNT FROZEN" TO REC-REASON
               PERFORM WRITE-POST-REJECT
               ADD 1 TO ACCT-REJECT-COUNT
               GO TO POST-LOAN-PAYMENT-EXIT
           END-IF
           PERFORM CHECK-AVAILABLE-FUNDS
           IF FUNDS-SHORT = "Y"
               MOVE "INSUFFICIENT FUNDS FOR LOANPMT" TO REC-REASON
               PERFORM WRITE-POST-REJECT
               ADD 1 TO LOAN-REFUSED-COUNT
               GO TO POST-LOAN-PAYMENT-EXIT
           END-IF

      *> both proved - the account pays
           ADD AMOUNT TO MAST-BALANCE
           MOVE F-DATE TO MAST-LAST-DATE
           REWRITE MAST-REC
               INVALID KEY
                   DISPLAY "LEDGER-POST: unable to update master "
                       "record for " WS-SEARCH-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-REWRITE

      *> and the loan is paid
           SUBTRACT LOAN-PRIN-PART FROM LOAN-BALANCE
           ADD LOAN-INT-PART TO LOAN-DUE-INT-PAID
           ADD LOAN-PAY      TO LOAN-DUE-PAID
           ADD LOAN-INT-PART TO LOAN-INT-PAID
           MOVE F-DATE (1:10) TO LOAN-LAST-PAY-DATE
           IF LOAN-DUE-PAID >= LOAN-PAYMENT OR LOAN-BALANCE = 0
               ADD 1 TO LOAN-PAYMENTS-MADE
               MOVE 0 TO LOAN-DUE-INT
               MOVE 0 TO LOAN-DUE-INT-PAID
               MOVE 0 TO LOAN-DUE-PAID
               MOVE LOAN-NEXT-DUE TO DUE-DATE
               MOVE LOAN-DUE-DAY TO DUE-DAY
               PERFORM NEXT-DUE-DATE
               MOVE DUE-DATE TO LOAN-NEXT-DUE
               PERFORM AGE-LOAN-TODAY
           END-IF
           IF LOAN-BALANCE = 0
               SET LOAN-PAID-OFF TO TRUE
               MOVE 0 TO LOAN-DAYS-PAST-DUE
               ADD 1 TO LOAN-PAID-OFF-COUNT
           END-IF
           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY "LEDGER-POST: unable to update loan "
                       "record " LOAN-NO
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-REWRITE
           ADD 1 TO LOAN-PAY-COUNT
           ADD LOAN-INT-PART TO LOAN-INT-TOTAL
           ADD LOAN-PRIN-PART TO LOAN-PRIN-TOTAL

      *> journal the split - interest and principal as their own
      *> LOANPMT items, a zero part left off
           IF LOAN-INT-PART > 0
               ADD 1 TO TXN-COUNT
               COMPUTE AMOUNT = 0 - LOAN-INT-PART
               ADD AMOUNT TO NET-POSTED
               MOVE WS-SEARCH-ID  TO HIST-ACCOUNT-ID
               MOVE F-DATE (1:10) TO HIST-DATE
               MOVE TXN-COUNT     TO HIST-SEQ
               MOVE "LOANPMT"     TO HIST-TYPE
               MOVE AMOUNT        TO HIST-AMOUNT
               MOVE SPACES        TO HIST-MEMO
               STRING "LOAN " FUNCTION TRIM(LOAN-NO) " INTEREST - "
                   FUNCTION TRIM(F-MEMO)
                   DELIMITED BY SIZE INTO HIST-MEMO
               END-STRING
               MOVE SPACE TO HIST-REV-FLAG
               MOVE SPACES TO HIST-CHECKNO
               MOVE "N" TO HIST-WRITTEN
               PERFORM WRITE-HISTORY-RECORD UNTIL HIST-WRITTEN = "Y"
               PERFORM TALLY-BRANCH
           END-IF
           IF LOAN-PRIN-PART > 0
               ADD 1 TO TXN-COUNT
               COMPUTE AMOUNT = 0 - LOAN-PRIN-PART
               ADD AMOUNT TO NET-POSTED
               MOVE WS-SEARCH-ID  TO HIST-ACCOUNT-ID
               MOVE F-DATE (1:10) TO HIST-DATE
               MOVE TXN-COUNT     TO HIST-SEQ
               MOVE "LOANPMT"     TO HIST-TYPE
               MOVE AMOUNT        TO HIST-AMOUNT
               MOVE SPACES        TO HIST-MEMO
               STRING "LOAN " FUNCTION TRIM(LOAN-NO) " PRINCIPAL - "
                   FUNCTION TRIM(F-MEMO)
                   DELIMITED BY SIZE INTO HIST-MEMO
               END-STRING
               MOVE SPACE TO HIST-REV-FLAG
               MOVE SPACES TO HIST-CHECKNO
               MOVE "N" TO HIST-WRITTEN
               PERFORM WRITE-HISTORY-RECORD UNTIL HIST-WRITTEN = "Y"
               PERFORM TALLY-BRANCH
           END-IF.

       POST-LOAN-PAYMENT-EXIT.
           EXIT.

      *> days past due against the business date, once the due date
      *> has moved - LEDGER-LOANAGE keeps it current every night
       AGE-LOAN-TODAY.
           MOVE 0 TO LOAN-DAYS-PAST-DUE
           IF LOAN-NEXT-DUE < RUN-DATE
               MOVE LOAN-NEXT-DUE TO DATE-WORK
               PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
               MOVE DATE-INT TO NEXT-DUE-DAYNO
               MOVE RUN-DATE TO DATE-WORK
               PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
               COMPUTE LOAN-DAYS-PAST-DUE =
                   DATE-INT - NEXT-DUE-DAYNO
           END-IF.

      *> ---------------------------------------------------------
      *> A transfer pair that cannot post goes to suspense whole -
      *> the raw row carries both accounts, so LEDGER-RETRY replays
               ELSE
                   DISPLAY "LEDGER-POST: history write status "
                       HIST-STATUS " for " WS-SEARCH-ID
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
                   MOVE "Y" TO HIST-WRITTEN
               END-IF
           END-IF.
           COPY VALDATE.

           COPY STOPCHK.

           COPY LOANDUE.

           COPY HOLDCHK.
