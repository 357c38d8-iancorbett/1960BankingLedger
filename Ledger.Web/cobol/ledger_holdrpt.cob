      *> ledger_holdrpt.cob
      *> Usage:  ledger_holdrpt <hold-file> <master-file> <report.txt>
      *>                       <business-date>
      *>
      *> The daily holds report, run each business date ahead of the
      *> posting.  First every hold whose expiry date has arrived is
      *> dropped off - marked expired on the hold file (see
      *> LEDGHOLD.cpy), with its expiry date as the day it came off -
      *> and listed, together with any hold the branch released by
      *> hand that day, under HOLDS OFF TODAY.  A run that was missed
      *> is caught up: a hold that expired on a day the report did
      *> not run is dropped off and listed the next time it does.
      *> LEDGER-POST and LEDGER-RETRY already ignore a hold from its
      *> expiry date on, so the marking keeps the file honest rather
      *> than freeing the money.
      *>
      *> Then every hold still in force is listed by account, each
      *> account closing with its ledger balance, the total held and
      *> the available balance the posting run will pay debits from.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-HOLDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDFILE ASSIGN TO DYNAMIC holdfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS-CD.
           SELECT MASTFILE ASSIGN TO DYNAMIC mastfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ACCOUNT-ID
               FILE STATUS IS MAST-STATUS.
           SELECT RPTFILE ASSIGN TO DYNAMIC rptfile-name
               ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
       FILE SECTION.
       FD  HOLDFILE.
           COPY LEDGHOLD.

       FD  MASTFILE.
           COPY LEDGMAST.

       FD  RPTFILE.
       01  RPT-REC                PIC X(256).

        WORKING-STORAGE SECTION.
       77  holdfile-name          PIC X(256).
       77  mastfile-name          PIC X(256).
       77  rptfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  HOLD-STATUS-CD         PIC X(02) VALUE "00".
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  MAST-FOUND             PIC X VALUE "N".
       77  HOLD-EOF               PIC X VALUE "N".
       77  HAVE-HOLDS             PIC X VALUE "N".
       77  RUN-DATE               PIC X(10).
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.

      *> the account being listed in the active section
       77  CUR-ACCOUNT            PIC X(64) VALUE SPACES.
       77  ACCT-HELD              PIC S9(13)V99 COMP-3 VALUE 0.
       77  ACCT-AVAIL             PIC S9(13)V99 COMP-3.
       77  OFF-STATUS             PIC X(08).

      *> report totals
       77  ACTIVE-COUNT           PIC 9(9) COMP VALUE 0.
       77  ACTIVE-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.
       77  ACCOUNT-COUNT          PIC 9(9) COMP VALUE 0.
       77  EXPIRED-COUNT          PIC 9(9) COMP VALUE 0.
       77  EXPIRED-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
       77  RELEASED-COUNT         PIC 9(9) COMP VALUE 0.
       77  RELEASED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.

       01  ED-AMT                 PIC -(13)9.99.
       01  ED-CNT                 PIC ZZZZZZ9.
       77  TRIM-A                 PIC X(20).
       77  TRIM-B                 PIC X(20).
       77  TRIM-C                 PIC X(20).

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 4
               DISPLAY "Usage: ledger_holdrpt <hold-file> "
                   "<master-file> <report.txt> <business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT holdfile-name FROM ARGUMENT-VALUE
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           ACCEPT rptfile-name  FROM ARGUMENT-VALUE
           ACCEPT RUN-DATE      FROM ARGUMENT-VALUE
           MOVE RUN-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-HOLDRPT: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-HOLDRPT: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
      *> no hold file yet simply means no holds have been placed
           OPEN I-O HOLDFILE
           IF HOLD-STATUS-CD = "00"
               MOVE "Y" TO HAVE-HOLDS
           ELSE
               IF HOLD-STATUS-CD NOT = "35"
                   DISPLAY "LEDGER-HOLDRPT: hold file open status "
                       HOLD-STATUS-CD " - run stopped"
                   CLOSE MASTFILE
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT RPTFILE
           MOVE "1960Ledger - Daily Holds Report" TO RPT-REC
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "BUSINESS DATE " FUNCTION TRIM(RUN-DATE)
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

      *> pass one - drop off what has expired, list what came off
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE "HOLDS OFF TODAY" TO RPT-REC
           WRITE RPT-REC
           IF HAVE-HOLDS = "Y"
               PERFORM START-HOLD-SCAN
               PERFORM EXPIRE-HOLD UNTIL HOLD-EOF = "Y"
           END-IF
           IF EXPIRED-COUNT = 0 AND RELEASED-COUNT = 0
               MOVE "  (NONE)" TO RPT-REC
               WRITE RPT-REC
           END-IF

      *> pass two - every hold still standing, by account
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE "ACTIVE HOLDS" TO RPT-REC
           WRITE RPT-REC
           IF HAVE-HOLDS = "Y"
               PERFORM START-HOLD-SCAN
               PERFORM LIST-ACTIVE-HOLD UNTIL HOLD-EOF = "Y"
               IF CUR-ACCOUNT NOT = SPACES
                   PERFORM WRITE-ACCOUNT-TOTAL
               END-IF
           END-IF
           IF ACTIVE-COUNT = 0
               MOVE "  (NONE)" TO RPT-REC
               WRITE RPT-REC
           END-IF.

       FINISH-HOLDRPT.
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           MOVE ACTIVE-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "ACTIVE HOLDS        : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE ACTIVE-AMOUNT TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "AMOUNT HELD         : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE ACCOUNT-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "ACCOUNTS WITH HOLDS : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE EXPIRED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "HOLDS EXPIRED       : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE EXPIRED-AMOUNT TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "AMOUNT EXPIRED      : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE RELEASED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "HOLDS RELEASED      : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE RELEASED-AMOUNT TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "AMOUNT RELEASED     : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           CLOSE RPTFILE MASTFILE
           IF HAVE-HOLDS = "Y"
               CLOSE HOLDFILE
           END-IF
           GOBACK.

       START-HOLD-SCAN.
           MOVE "N" TO HOLD-EOF
           MOVE LOW-VALUES TO HOLD-KEY
           START HOLDFILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO HOLD-EOF
           END-START.

      *> ---------------------------------------------------------
      *> Pass one.  An active hold whose expiry date has arrived is
      *> marked expired; one marked by an earlier run today, or
      *> released by hand today, is listed all the same so a rerun
      *> prints the same report.
      *> ---------------------------------------------------------
       EXPIRE-HOLD.
           READ HOLDFILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-EOF
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN HOLD-ACTIVE
                AND HOLD-EXPIRY-DATE NOT = SPACES
                AND HOLD-EXPIRY-DATE <= RUN-DATE
                   SET HOLD-EXPIRED TO TRUE
                   MOVE HOLD-EXPIRY-DATE TO HOLD-OFF-DATE
                   REWRITE HOLD-REC
                       INVALID KEY
                           DISPLAY "LEDGER-HOLDRPT: unable to mark "
                               "hold " FUNCTION TRIM(HOLD-REF)
                               " expired"
                           MOVE RC-WARNING TO RETURN-CODE
                   END-REWRITE
                   MOVE "EXPIRED" TO OFF-STATUS
               WHEN HOLD-EXPIRED AND HOLD-OFF-DATE = RUN-DATE
                   MOVE "EXPIRED" TO OFF-STATUS
               WHEN HOLD-RELEASED AND HOLD-OFF-DATE = RUN-DATE
                   MOVE "RELEASED" TO OFF-STATUS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF OFF-STATUS = "EXPIRED"
               ADD 1 TO EXPIRED-COUNT
               ADD HOLD-AMOUNT TO EXPIRED-AMOUNT
           ELSE
               ADD 1 TO RELEASED-COUNT
               ADD HOLD-AMOUNT TO RELEASED-AMOUNT
           END-IF
           MOVE HOLD-AMOUNT TO ED-AMT
           MOVE SPACES TO RPT-REC
           STRING "  " HOLD-ACCOUNT-ID (1:20) " " HOLD-REF " "
               HOLD-REASON " " ED-AMT "  " OFF-STATUS " "
               HOLD-OFF-DATE
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

      *> ---------------------------------------------------------
      *> Pass two.  Holds read back in account order, so an account
      *> total closes each run of holds.
      *> ---------------------------------------------------------
       LIST-ACTIVE-HOLD.
           READ HOLDFILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-EOF
                   EXIT PARAGRAPH
           END-READ
           IF NOT HOLD-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF HOLD-ACCOUNT-ID NOT = CUR-ACCOUNT
               IF CUR-ACCOUNT NOT = SPACES
                   PERFORM WRITE-ACCOUNT-TOTAL
               END-IF
               MOVE HOLD-ACCOUNT-ID TO CUR-ACCOUNT
               MOVE 0 TO ACCT-HELD
               ADD 1 TO ACCOUNT-COUNT
               MOVE SPACES TO RPT-REC
               STRING "ACCOUNT " FUNCTION TRIM(CUR-ACCOUNT)
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           ADD 1 TO ACTIVE-COUNT
           ADD HOLD-AMOUNT TO ACTIVE-AMOUNT
           ADD HOLD-AMOUNT TO ACCT-HELD
           MOVE HOLD-AMOUNT TO ED-AMT
           MOVE SPACES TO RPT-REC
           IF HOLD-EXPIRY-DATE = SPACES
               STRING "  " HOLD-REF " " HOLD-REASON " " ED-AMT
                   "  PLACED " HOLD-PLACED-DATE
                   "  UNTIL RELEASED"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
           ELSE
               STRING "  " HOLD-REF " " HOLD-REASON " " ED-AMT
                   "  PLACED " HOLD-PLACED-DATE
                   "  EXPIRES " HOLD-EXPIRY-DATE
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
           END-IF
           WRITE RPT-REC.

       WRITE-ACCOUNT-TOTAL.
           MOVE "N" TO MAST-FOUND
           MOVE CUR-ACCOUNT TO MAST-ACCOUNT-ID
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MAST-FOUND
           END-READ
           MOVE ACCT-HELD TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           IF MAST-FOUND = "N"
               STRING "    HELD " FUNCTION TRIM(TRIM-B)
                   "  ACCOUNT NOT ON MASTER"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
           ELSE
               MOVE MAST-BALANCE TO ED-AMT
               MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
               COMPUTE ACCT-AVAIL = MAST-BALANCE - ACCT-HELD
               MOVE ACCT-AVAIL TO ED-AMT
               MOVE FUNCTION TRIM(ED-AMT) TO TRIM-C
               STRING "    LEDGER " FUNCTION TRIM(TRIM-A)
                   "  HELD " FUNCTION TRIM(TRIM-B)
                   "  AVAILABLE " FUNCTION TRIM(TRIM-C)
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
           END-IF
           WRITE RPT-REC.

           COPY VALDATE.
