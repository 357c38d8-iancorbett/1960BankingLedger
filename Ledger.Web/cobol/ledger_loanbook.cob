      *> ledger_loanbook.cob
      *> Usage:  ledger_loanbook <loan-file> <master-file> <maint-log>
      *>                         <operator-id> <loan-id> <account-id>
      *>                         <principal> <annual-rate>
      *>                         <term-months> <book-date>
      *>                         <first-due-date> <schedule.txt>
      *>
      *> Books a new installment loan onto the loan file (see
      *> LEDGLOAN.cpy) and prints its amortization schedule for the
      *> loan officer and the borrower's copy.  <account-id> is the
      *> borrower's deposit account, which must be open on the master:
      *> LOANPMT rows draw the payments from it and LEDGER-LOANAGE
      *> charges late fees against it.  The rate is the annual
      *> percentage (7.25 for 7.25%), the term a number of monthly
      *> installments, and the first due date must fall after the
      *> booking date; later installments fall due on the same day of
      *> each following month (see LOANDUE.cpy).  The file is created
      *> on the first booking.
      *>
      *> The level monthly payment is the usual annuity figure,
      *>     principal x r / (1 - (1 + r) ** -term),  r = rate / 1200
      *> rounded to the cent; each line of the schedule takes the
      *> month's interest on the balance first and the rest off the
      *> principal, and the last installment is whatever clears the
      *> balance, so the schedule always ends at exactly zero.  A
      *> zero-rate loan is simply the principal spread over the term.
      *>
      *> Booking does not move the money: the loan proceeds are paid
      *> into the deposit account as an ordinary CREDIT row through
      *> the day's extract, like any other deposit.
      *>
      *> The booking is journaled to LEDGER-MAINT's maintenance log
      *> in its layout, so LEDGER-MAINTRPT shows it beside the
      *> account work:
      *>   <date>,<operator>,LNBOOK,<account>,(NONE),<loan-id> ...
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-LOANBOOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO DYNAMIC loanfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS LOAN-STATUS-CD.
           SELECT MASTFILE ASSIGN TO DYNAMIC mastfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ACCOUNT-ID
               FILE STATUS IS MAST-STATUS.
           SELECT LOGFILE ASSIGN TO DYNAMIC logfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT SCHEDFILE ASSIGN TO DYNAMIC schedfile-name
               ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE.
           COPY LEDGLOAN.

       FD  MASTFILE.
           COPY LEDGMAST.

       FD  LOGFILE.
       01  LOG-REC                PIC X(300).

       FD  SCHEDFILE.
       01  SCHED-REC              PIC X(132).

        WORKING-STORAGE SECTION.
       77  loanfile-name          PIC X(256).
       77  mastfile-name          PIC X(256).
       77  logfile-name           PIC X(256).
       77  schedfile-name         PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  LOAN-STATUS-CD         PIC X(02) VALUE "00".
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  LOG-STATUS             PIC X(02) VALUE "00".
       77  OPERATOR-ID            PIC X(16).
       77  LOAN-FOUND             PIC X VALUE "N".
       77  BORROWER-NAME          PIC X(40).
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.
      *> one-month due-date stepping for NEXT-DUE-DATE
           COPY LOANFLDS.

      *> the booking arguments as keyed
       77  ARG-LOAN-ID            PIC X(32).
       77  ARG-ACCOUNT            PIC X(64).
       77  ARG-PRINCIPAL          PIC X(32).
       77  ARG-RATE               PIC X(32).
       77  ARG-TERM               PIC X(32).
       77  ARG-BOOK-DATE          PIC X(10).
       77  ARG-FIRST-DUE          PIC X(10).
       77  BOOK-INT               PIC S9(9) COMP.

      *> the validated terms
       77  NEW-PRINCIPAL          PIC S9(11)V99 COMP-3.
       77  NEW-RATE               PIC 9(02)V9(04).
       77  NEW-TERM               PIC 9(03).
       77  NEW-PAYMENT            PIC S9(09)V99 COMP-3.
       77  MONTH-RATE             PIC V9(12) COMP-3.
       77  DISCOUNT-FACTOR        PIC 9V9(15) COMP-3.

      *> the schedule being printed
       77  INST-NO                PIC 9(03) COMP.
       77  SCHED-BAL              PIC S9(11)V99 COMP-3.
       77  SCHED-INT              PIC S9(09)V99 COMP-3.
       77  SCHED-PRIN             PIC S9(11)V99 COMP-3.
       77  SCHED-PAY              PIC S9(11)V99 COMP-3.
       77  TOTAL-PAID             PIC S9(13)V99 COMP-3 VALUE 0.
       77  TOTAL-INT              PIC S9(13)V99 COMP-3 VALUE 0.
       77  TOTAL-PRIN             PIC S9(13)V99 COMP-3 VALUE 0.

      *> the system date stamped on the log line
       01  DATE-STAMP-WORK.
           05  DATE-RAW           PIC 9(08).
           05  DATE-RAW-X REDEFINES DATE-RAW PIC X(08).
       77  RUN-STAMP              PIC X(10).
       77  LOG-AFTER              PIC X(60).

       01  ED-AMT                 PIC -(13)9.99.
       01  ED-CNT                 PIC ZZZZZZ9.
       01  ED-NO                  PIC ZZ9.
       01  ED-PAY                 PIC -(10)9.99.
       01  ED-INT                 PIC -(10)9.99.
       01  ED-PRIN                PIC -(10)9.99.
       01  ED-BAL                 PIC -(12)9.99.
       01  ED-RATE                PIC Z9.9999.
       77  TRIM-A                 PIC X(20).

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 12
               DISPLAY "Usage: ledger_loanbook <loan-file> "
                   "<master-file> <maint-log> <operator-id> "
                   "<loan-id> <account-id> <principal> "
                   "<annual-rate> <term-months> <book-date> "
                   "<first-due-date> <schedule.txt>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT loanfile-name  FROM ARGUMENT-VALUE
           ACCEPT mastfile-name  FROM ARGUMENT-VALUE
           ACCEPT logfile-name   FROM ARGUMENT-VALUE
           ACCEPT OPERATOR-ID    FROM ARGUMENT-VALUE
           ACCEPT ARG-LOAN-ID    FROM ARGUMENT-VALUE
           ACCEPT ARG-ACCOUNT    FROM ARGUMENT-VALUE
           ACCEPT ARG-PRINCIPAL  FROM ARGUMENT-VALUE
           ACCEPT ARG-RATE       FROM ARGUMENT-VALUE
           ACCEPT ARG-TERM       FROM ARGUMENT-VALUE
           ACCEPT ARG-BOOK-DATE  FROM ARGUMENT-VALUE
           ACCEPT ARG-FIRST-DUE  FROM ARGUMENT-VALUE
           ACCEPT schedfile-name FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(OPERATOR-ID))
               TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "LEDGER-LOANBOOK: operator id may not be "
                   "blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-LOAN-ID))
               TO ARG-LOAN-ID
           IF ARG-LOAN-ID = SPACES
              OR ARG-LOAN-ID (13:20) NOT = SPACES
               DISPLAY "LEDGER-LOANBOOK: loan number must be 1 to "
                   "12 characters"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ARG-ACCOUNT) TO ARG-ACCOUNT
           IF ARG-ACCOUNT = SPACES
               DISPLAY "LEDGER-LOANBOOK: account id may not be blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM EDIT-TERMS THRU EDIT-TERMS-EXIT
           PERFORM PROVE-ACCOUNT

      *> the date the log line carries
           ACCEPT DATE-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO RUN-STAMP
           STRING DATE-RAW-X (1:4) "-"
               DATE-RAW-X (5:2) "-"
               DATE-RAW-X (7:2)
               DELIMITED BY SIZE INTO RUN-STAMP
           END-STRING

           PERFORM FIGURE-PAYMENT

           OPEN I-O LOANFILE
           IF LOAN-STATUS-CD = "35"
               OPEN OUTPUT LOANFILE
               CLOSE LOANFILE
               OPEN I-O LOANFILE
           END-IF
           IF LOAN-STATUS-CD NOT = "00"
               DISPLAY "LEDGER-LOANBOOK: cannot open loan file, "
                   "status " LOAN-STATUS-CD
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO LOAN-FOUND
           MOVE ARG-LOAN-ID TO LOAN-ID
           READ LOANFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LOAN-FOUND
           END-READ
           IF LOAN-FOUND = "Y"
               DISPLAY "LEDGER-LOANBOOK: loan "
                   FUNCTION TRIM(ARG-LOAN-ID) " is already on file"
               CLOSE LOANFILE
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ARG-LOAN-ID     TO LOAN-ID
           MOVE ARG-ACCOUNT     TO LOAN-ACCOUNT-ID
           MOVE NEW-PRINCIPAL   TO LOAN-PRINCIPAL
           MOVE NEW-PRINCIPAL   TO LOAN-BALANCE
           MOVE NEW-RATE        TO LOAN-RATE
           MOVE NEW-TERM        TO LOAN-TERM
           MOVE NEW-PAYMENT     TO LOAN-PAYMENT
           MOVE ARG-BOOK-DATE   TO LOAN-BOOK-DATE
           MOVE ARG-FIRST-DUE (9:2) TO LOAN-DUE-DAY
           MOVE ARG-FIRST-DUE   TO LOAN-NEXT-DUE
           MOVE 0               TO LOAN-DAYS-PAST-DUE
           MOVE 0               TO LOAN-PAYMENTS-MADE
           MOVE 0               TO LOAN-DUE-INT
           MOVE 0               TO LOAN-DUE-INT-PAID
           MOVE 0               TO LOAN-DUE-PAID
           MOVE 0               TO LOAN-INT-PAID
           MOVE SPACES          TO LOAN-LAST-PAY-DATE
           MOVE SPACES          TO LOAN-LATE-DATE
           SET LOAN-ACTIVE      TO TRUE
           WRITE LOAN-REC
               INVALID KEY
                   DISPLAY "LEDGER-LOANBOOK: unable to book loan "
                       FUNCTION TRIM(ARG-LOAN-ID)
                   CLOSE LOANFILE
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
           END-WRITE
           CLOSE LOANFILE
           DISPLAY "LEDGER-LOANBOOK: booked loan "
               FUNCTION TRIM(ARG-LOAN-ID)
           PERFORM WRITE-MAINT-LOG

           PERFORM PRINT-SCHEDULE
           GOBACK.

      *> ---------------------------------------------------------
      *> The loan terms as keyed - any one out of line stops the
      *> booking before anything is written
      *> ---------------------------------------------------------
       EDIT-TERMS.
           IF FUNCTION TEST-NUMVAL (ARG-PRINCIPAL) NOT = 0
               DISPLAY "LEDGER-LOANBOOK: principal "
                   FUNCTION TRIM(ARG-PRINCIPAL) " is not numeric"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (ARG-PRINCIPAL) TO NEW-PRINCIPAL
           IF NEW-PRINCIPAL NOT > 0
               DISPLAY "LEDGER-LOANBOOK: principal must be more "
                   "than zero"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF FUNCTION TEST-NUMVAL (ARG-RATE) NOT = 0
               DISPLAY "LEDGER-LOANBOOK: rate "
                   FUNCTION TRIM(ARG-RATE) " is not numeric"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION NUMVAL (ARG-RATE) < 0
              OR FUNCTION NUMVAL (ARG-RATE) >= 100
               DISPLAY "LEDGER-LOANBOOK: rate must be an annual "
                   "percentage from 0 to 99.9999"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (ARG-RATE) TO NEW-RATE

           IF FUNCTION TEST-NUMVAL (ARG-TERM) NOT = 0
               DISPLAY "LEDGER-LOANBOOK: term "
                   FUNCTION TRIM(ARG-TERM) " is not numeric"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION NUMVAL (ARG-TERM) < 1
              OR FUNCTION NUMVAL (ARG-TERM) > 480
              OR FUNCTION NUMVAL (ARG-TERM) NOT =
                 FUNCTION INTEGER (FUNCTION NUMVAL (ARG-TERM))
               DISPLAY "LEDGER-LOANBOOK: term must be a whole "
                   "number of months from 1 to 480"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (ARG-TERM) TO NEW-TERM

           MOVE ARG-BOOK-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-LOANBOOK: booking date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DATE-INT TO BOOK-INT
           MOVE ARG-FIRST-DUE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-LOANBOOK: first due date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF DATE-INT NOT > BOOK-INT
               DISPLAY "LEDGER-LOANBOOK: first due date must fall "
                   "after the booking date"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.
       EDIT-TERMS-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> The deposit account must be open on the master today
      *> ---------------------------------------------------------
       PROVE-ACCOUNT.
           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-LOANBOOK: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ARG-ACCOUNT TO MAST-ACCOUNT-ID
           READ MASTFILE
               INVALID KEY
                   DISPLAY "LEDGER-LOANBOOK: account "
                       FUNCTION TRIM(ARG-ACCOUNT)
                       " is not on the master file"
                   CLOSE MASTFILE
                   MOVE RC-WARNING TO RETURN-CODE
                   GOBACK
           END-READ
           IF NOT MAST-OPEN
               DISPLAY "LEDGER-LOANBOOK: account "
                   FUNCTION TRIM(ARG-ACCOUNT) " is not open"
               CLOSE MASTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF
      *> kept for the schedule heading - the record area goes with
      *> the file
           MOVE MAST-NAME TO BORROWER-NAME
           CLOSE MASTFILE.

      *> ---------------------------------------------------------
      *> Level monthly payment, rounded to the cent
      *> ---------------------------------------------------------
       FIGURE-PAYMENT.
           COMPUTE MONTH-RATE = NEW-RATE / 1200
           IF MONTH-RATE = 0
               COMPUTE NEW-PAYMENT ROUNDED = NEW-PRINCIPAL / NEW-TERM
           ELSE
               COMPUTE DISCOUNT-FACTOR ROUNDED =
                   1 / ((1 + MONTH-RATE) ** NEW-TERM)
               COMPUTE NEW-PAYMENT ROUNDED =
                   NEW-PRINCIPAL * MONTH-RATE / (1 - DISCOUNT-FACTOR)
           END-IF.

       WRITE-MAINT-LOG.
           OPEN EXTEND LOGFILE
           IF LOG-STATUS = "35"
               OPEN OUTPUT LOGFILE
           END-IF
           IF LOG-STATUS NOT = "00"
               DISPLAY "LEDGER-LOANBOOK: cannot write maintenance "
                   "log, status " LOG-STATUS
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE NEW-PRINCIPAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE NEW-TERM TO ED-NO
           MOVE SPACES TO LOG-AFTER
           STRING FUNCTION TRIM(ARG-LOAN-ID) " " TRIM-A
               " " FUNCTION TRIM(ED-NO) " MONTHS"
               DELIMITED BY SIZE INTO LOG-AFTER
           END-STRING
           MOVE SPACES TO LOG-REC
           STRING RUN-STAMP ","
               FUNCTION TRIM(OPERATOR-ID) ","
               "LNBOOK,"
               FUNCTION TRIM(ARG-ACCOUNT) ","
               "(NONE),"
               FUNCTION TRIM(LOG-AFTER)
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING
           WRITE LOG-REC
           CLOSE LOGFILE.

      *> ---------------------------------------------------------
      *> Amortization schedule - one line per installment
      *> ---------------------------------------------------------
       PRINT-SCHEDULE.
           OPEN OUTPUT SCHEDFILE
           MOVE "1960Ledger - Installment Loan Schedule" TO SCHED-REC
           WRITE SCHED-REC
           MOVE DASH-80 TO SCHED-REC
           WRITE SCHED-REC
           MOVE SPACES TO SCHED-REC
           STRING "LOAN " FUNCTION TRIM(ARG-LOAN-ID)
               "  ACCOUNT " FUNCTION TRIM(ARG-ACCOUNT)
               "  " FUNCTION TRIM(BORROWER-NAME)
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC

           MOVE NEW-PRINCIPAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO SCHED-REC
           STRING "PRINCIPAL           : " TRIM-A
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC

           MOVE NEW-RATE TO ED-RATE
           MOVE SPACES TO SCHED-REC
           STRING "ANNUAL RATE         : " FUNCTION TRIM(ED-RATE) "%"
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC

           MOVE NEW-TERM TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO SCHED-REC
           STRING "TERM (MONTHS)       : " TRIM-A
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC

           MOVE NEW-PAYMENT TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO SCHED-REC
           STRING "MONTHLY PAYMENT     : " TRIM-A
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC

           MOVE SPACES TO SCHED-REC
           STRING "BOOKED              : " ARG-BOOK-DATE
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC

           MOVE DASH-80 TO SCHED-REC
           WRITE SCHED-REC
           MOVE SPACES TO SCHED-REC
           STRING " NO  DUE DATE          PAYMENT       INTEREST"
               "      PRINCIPAL          BALANCE"
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC
           MOVE DASH-80 TO SCHED-REC
           WRITE SCHED-REC

           MOVE NEW-PRINCIPAL TO SCHED-BAL
           MOVE ARG-FIRST-DUE TO DUE-DATE
           MOVE ARG-FIRST-DUE (9:2) TO DUE-DAY
           PERFORM PRINT-INSTALLMENT
               VARYING INST-NO FROM 1 BY 1
               UNTIL INST-NO > NEW-TERM OR SCHED-BAL = 0

           MOVE DASH-80 TO SCHED-REC
           WRITE SCHED-REC

           MOVE TOTAL-PAID TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO SCHED-REC
           STRING "TOTAL OF PAYMENTS   : " TRIM-A
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC

           MOVE TOTAL-INT TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO SCHED-REC
           STRING "TOTAL INTEREST      : " TRIM-A
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC

           MOVE TOTAL-PRIN TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO SCHED-REC
           STRING "TOTAL PRINCIPAL     : " TRIM-A
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC
           CLOSE SCHEDFILE.

      *> the month's interest comes off first; the last installment
      *> (or any that would overshoot) pays the balance off exactly
       PRINT-INSTALLMENT.
           COMPUTE SCHED-INT ROUNDED = SCHED-BAL * MONTH-RATE
           COMPUTE SCHED-PRIN = NEW-PAYMENT - SCHED-INT
           IF INST-NO = NEW-TERM OR SCHED-PRIN > SCHED-BAL
               MOVE SCHED-BAL TO SCHED-PRIN
           END-IF
           COMPUTE SCHED-PAY = SCHED-INT + SCHED-PRIN
           SUBTRACT SCHED-PRIN FROM SCHED-BAL
           ADD SCHED-PAY  TO TOTAL-PAID
           ADD SCHED-INT  TO TOTAL-INT
           ADD SCHED-PRIN TO TOTAL-PRIN

           MOVE INST-NO    TO ED-NO
           MOVE SCHED-PAY  TO ED-PAY
           MOVE SCHED-INT  TO ED-INT
           MOVE SCHED-PRIN TO ED-PRIN
           MOVE SCHED-BAL  TO ED-BAL
           MOVE SPACES TO SCHED-REC
           STRING ED-NO "  " DUE-DATE "  " ED-PAY "  " ED-INT "  "
               ED-PRIN "  " ED-BAL
               DELIMITED BY SIZE INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC
           PERFORM NEXT-DUE-DATE.

           COPY VALDATE.

           COPY LOANDUE.
