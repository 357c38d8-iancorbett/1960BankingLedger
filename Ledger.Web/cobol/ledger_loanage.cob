      *> ledger_loanage.cob
      *> Usage:  ledger_loanage <loan-file> <master-file>
      *>                        <trans-out.csv> <report.txt>
      *>                        <business-date>
      *>
      *> Nightly installment-loan aging.  Walks every active loan on
      *> the loan file (see LEDGLOAN.cpy), works out how many days
      *> its oldest unpaid installment is past due against the
      *> business date, stamps that on the record, and prints the
      *> aging report: every delinquent loan, then the count and
      *> balance in each bucket - CURRENT, 1-29, 30-59, 60-89 and
      *> 90+ days past due.
      *>
      *> An installment still unpaid once the grace period after its
      *> due date has run out draws the late charge, assessed as an
      *> ordinary debit-signed FEE row against the borrower's deposit
      *> account on <trans-out.csv>, dated the business date and
      *> ending with the standard TRAILER, so it flows through
      *> LEDGER-REPORT / LEDGER-POST like LEDGER-MONTHEND's service
      *> charges.  Each installment is charged once: LOAN-LATE-DATE
      *> remembers the last due date charged, so a rerun for the same
      *> night adds nothing, and a loan that falls a further
      *> installment behind is charged again for the new one.  A
      *> charge against a deposit account that is closed, frozen or
      *> gone from the master is not written; the report lists it and
      *> the next night tries again.
      *>
      *> The grace period and the late-charge figures are kept below
      *> - the one place to change them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-LOANAGE.

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
           SELECT TRANSFILE ASSIGN TO DYNAMIC transfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC rptfile-name
               ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE.
           COPY LEDGLOAN.

       FD  MASTFILE.
           COPY LEDGMAST.

       FD  TRANSFILE.
       01  TRANS-REC              PIC X(512).

       FD  RPTFILE.
       01  RPT-REC                PIC X(256).

        WORKING-STORAGE SECTION.
       77  loanfile-name          PIC X(256).
       77  mastfile-name          PIC X(256).
       77  transfile-name         PIC X(256).
       77  rptfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  LOAN-STATUS-CD         PIC X(02) VALUE "00".
       77  LOAN-EOF               PIC X VALUE "N".
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  MAST-FOUND             PIC X VALUE "N".
       77  RUN-DATE               PIC X(10).
       77  RUN-INT                PIC S9(9) COMP.
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.
      *> one-month due-date stepping for NEXT-DUE-DATE
           COPY LOANFLDS.

      *> late-charge figures - the one place to change them
       77  LATE-GRACE-DAYS        PIC 9(03) VALUE 15.
       77  LATE-CHARGE-PCT        PIC V9(04) VALUE .0500.
       77  LATE-CHARGE-MIN        PIC 9(3)V99 VALUE 10.00.

       77  DUE-INT                PIC S9(9) COMP.
       77  LATE-CHARGE            PIC S9(9)V99 COMP-3.
       77  CHARGE-REASON          PIC X(40).
       77  BUCKET-SUB             PIC 9(01) COMP.

      *> the aging buckets, by days past due
       01  BUCKET-NAME-TEXT       PIC X(40) VALUE
           "CURRENT 1-29    30-59   60-89   90+     ".
       01  BUCKET-NAME-TAB REDEFINES BUCKET-NAME-TEXT.
           05  BUCKET-NAME OCCURS 5 TIMES PIC X(8).
       01  BUCKET-TABLE.
           05  BK-ENTRY OCCURS 5 TIMES.
               10  BK-COUNT           PIC 9(9) COMP VALUE 0.
               10  BK-BALANCE         PIC S9(13)V99 COMP-3 VALUE 0.

       77  LOANS-READ             PIC 9(9) COMP VALUE 0.
       77  PAID-OFF-COUNT         PIC 9(9) COMP VALUE 0.
       77  DELINQ-COUNT           PIC 9(9) COMP VALUE 0.
       77  CHARGE-COUNT           PIC 9(9) COMP VALUE 0.
       77  CHARGE-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       77  NOT-CHARGED-COUNT      PIC 9(9) COMP VALUE 0.
       77  ITEM-COUNT             PIC 9(9) COMP VALUE 0.
       77  NET-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
       77  TOTAL-BALANCE          PIC S9(13)V99 COMP-3 VALUE 0.

       01  ED-AMT                 PIC -(13)9.99.
       01  ED-CNT                 PIC ZZZZZZ9.
       77  TRIM-A                 PIC X(20).
       77  TRIM-B                 PIC X(20).

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 5
               DISPLAY "Usage: ledger_loanage <loan-file> "
                   "<master-file> <trans-out.csv> <report.txt> "
                   "<business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT loanfile-name  FROM ARGUMENT-VALUE
           ACCEPT mastfile-name  FROM ARGUMENT-VALUE
           ACCEPT transfile-name FROM ARGUMENT-VALUE
           ACCEPT rptfile-name   FROM ARGUMENT-VALUE
           ACCEPT RUN-DATE       FROM ARGUMENT-VALUE
           MOVE RUN-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-LOANAGE: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DATE-INT TO RUN-INT

           OPEN I-O LOANFILE
           IF LOAN-STATUS-CD = "35"
      *> no loans booked yet - an empty charge file and report
               MOVE "Y" TO LOAN-EOF
           ELSE
               IF LOAN-STATUS-CD NOT = "00"
                   DISPLAY "LEDGER-LOANAGE: loan file open status "
                       LOAN-STATUS-CD " - run stopped"
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-LOANAGE: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSFILE
           OPEN OUTPUT RPTFILE

           MOVE "Date,Type,Amount,Memo,UserId" TO TRANS-REC
           WRITE TRANS-REC

           MOVE "1960Ledger - Installment Loan Aging" TO RPT-REC
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "BUSINESS DATE " FUNCTION TRIM(RUN-DATE)
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE "DELINQUENT LOANS" TO RPT-REC
           WRITE RPT-REC

           IF LOAN-EOF = "N"
               PERFORM READ-LOAN-NEXT
           END-IF
           PERFORM AGE-LOAN UNTIL LOAN-EOF = "Y"

           IF DELINQ-COUNT = 0
               MOVE "  NONE" TO RPT-REC
               WRITE RPT-REC
           END-IF

       FINISH-LOANAGE.
      *> standard control record so downstream CHECK-TRAILER can
      *> prove the file arrived whole
           MOVE ITEM-COUNT TO ED-CNT
           MOVE NET-TOTAL TO ED-AMT
           MOVE SPACES TO TRANS-REC
           STRING "TRAILER,"
               FUNCTION TRIM(ED-CNT) ","
               FUNCTION TRIM(ED-AMT)
               DELIMITED BY SIZE INTO TRANS-REC
           END-STRING
           WRITE TRANS-REC

           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE "AGING SUMMARY" TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-BUCKET-LINE
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 5
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           MOVE LOANS-READ TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "LOANS ON FILE       : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE PAID-OFF-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "PAID OFF (SKIPPED)  : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE TOTAL-BALANCE TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "BALANCE OUTSTANDING : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE CHARGE-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "LATE CHARGES        : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE CHARGE-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "LATE CHARGE AMOUNT  : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE NOT-CHARGED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "CHARGES NOT WRITTEN : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           IF LOAN-STATUS-CD NOT = "35"
               CLOSE LOANFILE
           END-IF
           CLOSE MASTFILE TRANSFILE RPTFILE
           IF NOT-CHARGED-COUNT > 0
              AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF
           GOBACK.

       READ-LOAN-NEXT.
           READ LOANFILE NEXT RECORD
               AT END
                   MOVE "Y" TO LOAN-EOF
           END-READ.

      *> ---------------------------------------------------------
      *> One loan: days past due, bucket, late charges owed
      *> ---------------------------------------------------------
       AGE-LOAN.
           ADD 1 TO LOANS-READ
           IF NOT LOAN-ACTIVE
               ADD 1 TO PAID-OFF-COUNT
               PERFORM READ-LOAN-NEXT
               EXIT PARAGRAPH
           END-IF

           MOVE LOAN-NEXT-DUE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           MOVE DATE-INT TO DUE-INT
           IF DUE-INT < RUN-INT
               COMPUTE LOAN-DAYS-PAST-DUE = RUN-INT - DUE-INT
           ELSE
               MOVE 0 TO LOAN-DAYS-PAST-DUE
           END-IF

           EVALUATE TRUE
               WHEN LOAN-DAYS-PAST-DUE = 0
                   MOVE 1 TO BUCKET-SUB
               WHEN LOAN-DAYS-PAST-DUE < 30
                   MOVE 2 TO BUCKET-SUB
               WHEN LOAN-DAYS-PAST-DUE < 60
                   MOVE 3 TO BUCKET-SUB
               WHEN LOAN-DAYS-PAST-DUE < 90
                   MOVE 4 TO BUCKET-SUB
               WHEN OTHER
                   MOVE 5 TO BUCKET-SUB
           END-EVALUATE
           ADD 1 TO BK-COUNT (BUCKET-SUB)
           ADD LOAN-BALANCE TO BK-BALANCE (BUCKET-SUB)
           ADD LOAN-BALANCE TO TOTAL-BALANCE

           IF LOAN-DAYS-PAST-DUE > 0
               ADD 1 TO DELINQ-COUNT
               PERFORM WRITE-DELINQ-LINE
           END-IF

      *> every installment from the oldest unpaid one forward whose
      *> grace period has run out and which has not been charged
           MOVE LOAN-NEXT-DUE TO DUE-DATE
           MOVE LOAN-DUE-DAY TO DUE-DAY
           PERFORM CHARGE-INSTALLMENT
               UNTIL DUE-INT + LATE-GRACE-DAYS >= RUN-INT

           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY "LEDGER-LOANAGE: unable to update loan "
                       FUNCTION TRIM(LOAN-ID)
                   MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-REWRITE
           PERFORM READ-LOAN-NEXT.

       WRITE-DELINQ-LINE.
           MOVE LOAN-DAYS-PAST-DUE TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE LOAN-BALANCE TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "  LOAN " LOAN-ID "  ACCOUNT "
               FUNCTION TRIM(LOAN-ACCOUNT-ID)
               "  DUE " LOAN-NEXT-DUE "  DAYS " TRIM-A
               "  " BUCKET-NAME (BUCKET-SUB)
               "  BALANCE " TRIM-B
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

      *> one installment (the one at DUE-DATE, day count in DUE-INT)
      *> is past its grace period - charge it unless it already has
      *> been, then step on to the next one
       CHARGE-INSTALLMENT.
           IF LOAN-LATE-DATE = SPACES OR DUE-DATE > LOAN-LATE-DATE
               PERFORM ASSESS-LATE-CHARGE
           END-IF
           PERFORM NEXT-DUE-DATE
           MOVE DUE-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           MOVE DATE-INT TO DUE-INT.

       ASSESS-LATE-CHARGE.
           COMPUTE LATE-CHARGE ROUNDED =
               LOAN-PAYMENT * LATE-CHARGE-PCT
           IF LATE-CHARGE < LATE-CHARGE-MIN
               MOVE LATE-CHARGE-MIN TO LATE-CHARGE
           END-IF

      *> the charge goes against the deposit account - one
      *> LEDGER-POST would turn away is not written at all
           MOVE SPACES TO CHARGE-REASON
           MOVE "N" TO MAST-FOUND
           MOVE LOAN-ACCOUNT-ID TO MAST-ACCOUNT-ID
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MAST-FOUND
           END-READ
           EVALUATE TRUE
               WHEN MAST-FOUND = "N"
                   MOVE "ACCOUNT NOT ON MASTER" TO CHARGE-REASON
               WHEN MAST-CLOSED
                   MOVE "ACCOUNT CLOSED" TO CHARGE-REASON
               WHEN MAST-FROZEN
                   MOVE "ACCOUNT FROZEN" TO CHARGE-REASON
           END-EVALUATE
           MOVE LATE-CHARGE TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           IF CHARGE-REASON NOT = SPACES
               ADD 1 TO NOT-CHARGED-COUNT
               MOVE SPACES TO RPT-REC
               STRING "    LATE CHARGE " TRIM-A " FOR DUE "
                   DUE-DATE " NOT WRITTEN - "
                   FUNCTION TRIM(CHARGE-REASON)
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF

           COMPUTE LATE-CHARGE = 0 - LATE-CHARGE
           MOVE LATE-CHARGE TO ED-AMT
           MOVE SPACES TO TRANS-REC
           STRING FUNCTION TRIM(RUN-DATE) ",FEE,"
               FUNCTION TRIM(ED-AMT)
               ",LATE CHARGE LOAN " FUNCTION TRIM(LOAN-ID)
               " DUE " DUE-DATE ","
               FUNCTION TRIM(LOAN-ACCOUNT-ID)
               DELIMITED BY SIZE INTO TRANS-REC
           END-STRING
           WRITE TRANS-REC
           ADD 1 TO ITEM-COUNT
           ADD LATE-CHARGE TO NET-TOTAL
           ADD 1 TO CHARGE-COUNT
           SUBTRACT LATE-CHARGE FROM CHARGE-TOTAL
           MOVE DUE-DATE TO LOAN-LATE-DATE

           MOVE SPACES TO RPT-REC
           STRING "    LATE CHARGE " TRIM-A " FOR DUE " DUE-DATE
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       WRITE-BUCKET-LINE.
           MOVE BK-COUNT (BUCKET-SUB) TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE BK-BALANCE (BUCKET-SUB) TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "  " BUCKET-NAME (BUCKET-SUB) "  LOANS " TRIM-A
               "  BALANCE " TRIM-B
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

           COPY VALDATE.

           COPY LOANDUE.
