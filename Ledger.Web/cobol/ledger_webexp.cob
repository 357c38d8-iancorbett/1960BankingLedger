      *> ledger_webexp.cob
      *> Usage:  ledger_webexp <master-file> <history-file>
      *>                       <hold-file|NONE> <export-out>
      *>                       <report.txt> <business-date>
      *>
      *> The nightly feed for the Ledger.Web front end.  Walks the
      *> indexed master once and writes, in the fixed layout of
      *> LEDGWEB.cpy, one account record for every account not
      *> closed - its ledger balance, the amount the hold file fences
      *> off, the available balance that leaves (the same figure
      *> LEDGER-POST pays debits against, see HOLDCHK.cpy) and its
      *> status, so a frozen account shows as frozen rather than
      *> vanishing - followed by every history item on that account
      *> dated in the last sixty days up to the business date: date,
      *> type, amount, check number and memo.  A closed account is
      *> left out; the customer has nothing there to look at.
      *>
      *> The file opens with a header carrying the business date and
      *> the first day of the window and closes with a trailer
      *> carrying the account and item counts and the balance
      *> totals, which the control report shows beside the same
      *> figures, so the loader can prove the file arrived whole.
      *> Pass NONE for the hold file when no holds stand.
      *>
      *> The window length is kept below - the one place to change
      *> it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-WEBEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTFILE ASSIGN TO DYNAMIC mastfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ACCOUNT-ID
               FILE STATUS IS MAST-STATUS.
           SELECT HISTFILE ASSIGN TO DYNAMIC histfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HIST-STATUS.
           SELECT HOLDFILE ASSIGN TO DYNAMIC holdfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS-CD.
           SELECT WEBFILE ASSIGN TO DYNAMIC webfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC rptfile-name
               ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
       FILE SECTION.
       FD  MASTFILE.
           COPY LEDGMAST.

       FD  HISTFILE.
           COPY LEDGHIST.

       FD  HOLDFILE.
           COPY LEDGHOLD.

       FD  WEBFILE.
           COPY LEDGWEB.

       FD  RPTFILE.
       01  RPT-REC                PIC X(256).

        WORKING-STORAGE SECTION.
       77  mastfile-name          PIC X(256).
       77  histfile-name          PIC X(256).
       77  webfile-name           PIC X(256).
       77  rptfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  MAST-EOF               PIC X VALUE "N".
       77  HIST-STATUS            PIC X(02) VALUE "00".
       77  HIST-EOF               PIC X VALUE "N".
       77  HIST-MISSING           PIC X VALUE "N".
       77  RUN-DATE               PIC X(10).
       77  RUN-INT                PIC S9(9) COMP.
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.
      *> the available-balance fields shared with LEDGER-POST
           COPY HOLDFLDS.
       77  AMOUNT                 PIC S9(9)V99 COMP-3.
       77  WS-SEARCH-ID           PIC X(64).

      *> how far back the history goes - the one place to change it
       77  WINDOW-DAYS            PIC 9(03) VALUE 60.
       77  FROM-DATE              PIC X(10).
       01  FROM-YMD-WORK.
           05  FROM-YMD           PIC 9(08).
           05  FROM-YMD-PARTS REDEFINES FROM-YMD.
               10  FROM-YYYY      PIC 9(04).
               10  FROM-MM        PIC 9(02).
               10  FROM-DD        PIC 9(02).

      *> the run's counts and totals, proved against the trailer
       77  ACCOUNTS-READ          PIC 9(9) COMP VALUE 0.
       77  ACCOUNTS-EXPORTED      PIC 9(9) COMP VALUE 0.
       77  CLOSED-SKIPPED         PIC 9(9) COMP VALUE 0.
       77  FROZEN-EXPORTED        PIC 9(9) COMP VALUE 0.
       77  ITEMS-EXPORTED         PIC 9(9) COMP VALUE 0.
       77  LEDGER-TOTAL           PIC S9(15)V99 COMP-3 VALUE 0.
       77  HELD-TOTAL             PIC S9(15)V99 COMP-3 VALUE 0.
       77  AVAIL-TOTAL            PIC S9(15)V99 COMP-3 VALUE 0.

       01  ED-AMT                 PIC -(13)9.99.
       01  ED-CNT                 PIC ZZZZZZ9.
       77  TRIM-A                 PIC X(20).

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 6
               DISPLAY "Usage: ledger_webexp <master-file> "
                   "<history-file> <hold-file|NONE> <export-out> "
                   "<report.txt> <business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           ACCEPT histfile-name FROM ARGUMENT-VALUE
           ACCEPT holdfile-name FROM ARGUMENT-VALUE
           ACCEPT webfile-name  FROM ARGUMENT-VALUE
           ACCEPT rptfile-name  FROM ARGUMENT-VALUE
           ACCEPT RUN-DATE      FROM ARGUMENT-VALUE
           MOVE RUN-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-WEBEXP: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DATE-INT TO RUN-INT

      *> the window counts the business date as its last day
           MOVE FUNCTION DATE-OF-INTEGER (RUN-INT - WINDOW-DAYS + 1)
               TO FROM-YMD
           MOVE SPACES TO FROM-DATE
           STRING FROM-YYYY "-" FROM-MM "-" FROM-DD
               DELIMITED BY SIZE INTO FROM-DATE
           END-STRING

           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-WEBEXP: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTFILE
           IF HIST-STATUS = "35"
      *> no journal yet - every account goes out with no items
               MOVE "Y" TO HIST-MISSING
           ELSE
               IF HIST-STATUS NOT = "00"
                   DISPLAY "LEDGER-WEBEXP: history file open "
                       "status " HIST-STATUS " - run stopped"
                   CLOSE MASTFILE
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM OPEN-HOLDS THRU OPEN-HOLDS-EXIT
           OPEN OUTPUT WEBFILE
           OPEN OUTPUT RPTFILE

           MOVE SPACES TO WEB-REC
           SET WEB-HEADER TO TRUE
           MOVE RUN-DATE    TO WEB-H-AS-OF-DATE
           MOVE FROM-DATE   TO WEB-H-FROM-DATE
           MOVE WINDOW-DAYS TO WEB-H-DAYS
           WRITE WEB-REC

           PERFORM READ-MASTER-NEXT
           PERFORM EXPORT-ONE-ACCOUNT UNTIL MAST-EOF = "Y"

           MOVE SPACES TO WEB-REC
           SET WEB-TRAILER TO TRUE
           MOVE ACCOUNTS-EXPORTED TO WEB-T-ACCOUNTS
           MOVE ITEMS-EXPORTED    TO WEB-T-ITEMS
           MOVE "+" TO WEB-T-BAL-SIGN WEB-T-AVAIL-SIGN
           IF LEDGER-TOTAL < 0
               MOVE "-" TO WEB-T-BAL-SIGN
           END-IF
           IF AVAIL-TOTAL < 0
               MOVE "-" TO WEB-T-AVAIL-SIGN
           END-IF
           MOVE LEDGER-TOTAL TO WEB-T-BALANCE
           MOVE AVAIL-TOTAL  TO WEB-T-AVAILABLE
           WRITE WEB-REC

           PERFORM WRITE-EXPORT-REPORT

           CLOSE MASTFILE WEBFILE RPTFILE
           IF HIST-MISSING = "N"
               CLOSE HISTFILE
           END-IF
           IF HAVE-HOLDS = "Y"
               CLOSE HOLDFILE
           END-IF
           GOBACK.

       READ-MASTER-NEXT.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO MAST-EOF
           END-READ.

      *> ---------------------------------------------------------
      *> One account: its balances, then its window of history
      *> ---------------------------------------------------------
       EXPORT-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-READ
           IF MAST-CLOSED
               ADD 1 TO CLOSED-SKIPPED
               PERFORM READ-MASTER-NEXT
               EXIT PARAGRAPH
           END-IF

           MOVE MAST-ACCOUNT-ID TO WS-SEARCH-ID
           PERFORM SUM-ACCOUNT-HOLDS THRU SUM-ACCOUNT-HOLDS-EXIT
           COMPUTE AVAIL-BALANCE = MAST-BALANCE - HELD-AMOUNT

           MOVE SPACES TO WEB-REC
           SET WEB-ACCOUNT TO TRUE
           MOVE MAST-ACCOUNT-ID  TO WEB-ACCOUNT-ID
           MOVE MAST-NAME        TO WEB-A-NAME
           MOVE MAST-ACCT-TYPE   TO WEB-A-TYPE
           MOVE MAST-ACCT-STATUS TO WEB-A-STATUS
           MOVE "+" TO WEB-A-BAL-SIGN WEB-A-AVAIL-SIGN
           IF MAST-BALANCE < 0
               MOVE "-" TO WEB-A-BAL-SIGN
           END-IF
           IF AVAIL-BALANCE < 0
               MOVE "-" TO WEB-A-AVAIL-SIGN
           END-IF
           MOVE MAST-BALANCE     TO WEB-A-BALANCE
           MOVE HELD-AMOUNT      TO WEB-A-HELD
           MOVE AVAIL-BALANCE    TO WEB-A-AVAILABLE
           MOVE MAST-LAST-DATE (1:10) TO WEB-A-LAST-DATE
           WRITE WEB-REC

           ADD 1 TO ACCOUNTS-EXPORTED
           IF MAST-FROZEN
               ADD 1 TO FROZEN-EXPORTED
           END-IF
           ADD MAST-BALANCE  TO LEDGER-TOTAL
           ADD HELD-AMOUNT   TO HELD-TOTAL
           ADD AVAIL-BALANCE TO AVAIL-TOTAL

           PERFORM EXPORT-ACCOUNT-HISTORY
           PERFORM READ-MASTER-NEXT.

      *> the history file is keyed account, date, sequence - one
      *> START at the window's first day, then read forward until
      *> the account or the window runs out
       EXPORT-ACCOUNT-HISTORY.
           IF HIST-MISSING = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO HIST-EOF
           MOVE MAST-ACCOUNT-ID TO HIST-ACCOUNT-ID
           MOVE FROM-DATE       TO HIST-DATE
           MOVE 0               TO HIST-SEQ
           START HISTFILE KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE "Y" TO HIST-EOF
           END-START
           PERFORM READ-HISTORY-RECORD
           PERFORM EXPORT-HISTORY-ITEM UNTIL HIST-EOF = "Y".

       READ-HISTORY-RECORD.
           IF HIST-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           READ HISTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO HIST-EOF
           END-READ
           IF HIST-EOF = "N"
              AND (HIST-ACCOUNT-ID NOT = MAST-ACCOUNT-ID
                   OR HIST-DATE > RUN-DATE)
               MOVE "Y" TO HIST-EOF
           END-IF.

       EXPORT-HISTORY-ITEM.
           MOVE SPACES TO WEB-REC
           SET WEB-DETAIL TO TRUE
           MOVE HIST-ACCOUNT-ID TO WEB-ACCOUNT-ID
           MOVE HIST-DATE       TO WEB-D-DATE
           MOVE HIST-SEQ        TO WEB-D-SEQ
           MOVE HIST-TYPE       TO WEB-D-TYPE
           MOVE "+" TO WEB-D-SIGN
           IF HIST-AMOUNT < 0
               MOVE "-" TO WEB-D-SIGN
           END-IF
           MOVE HIST-AMOUNT     TO WEB-D-AMOUNT
           MOVE HIST-CHECKNO    TO WEB-D-CHECKNO
           MOVE HIST-MEMO       TO WEB-D-MEMO
           WRITE WEB-REC
           ADD 1 TO ITEMS-EXPORTED
           PERFORM READ-HISTORY-RECORD.

      *> ---------------------------------------------------------
      *> Control report: what went out, with the same counts and
      *> totals the trailer carries
      *> ---------------------------------------------------------
       WRITE-EXPORT-REPORT.
           MOVE "1960Ledger - Online Banking Export" TO RPT-REC
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "BUSINESS DATE " RUN-DATE "  HISTORY FROM "
               FROM-DATE
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF HIST-MISSING = "Y"
               MOVE "NO HISTORY FILE - ACCOUNTS EXPORTED WITHOUT ITEMS"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           MOVE ACCOUNTS-READ TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "ACCOUNTS READ       : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE CLOSED-SKIPPED TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "CLOSED - LEFT OUT   : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE ACCOUNTS-EXPORTED TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "ACCOUNTS EXPORTED   : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE FROZEN-EXPORTED TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "  OF WHICH FROZEN   : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE ITEMS-EXPORTED TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "HISTORY ITEMS       : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE LEDGER-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "LEDGER BALANCE      : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE HELD-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "LESS ON HOLD        : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE AVAIL-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "AVAILABLE BALANCE   : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           IF ACCOUNTS-READ = ACCOUNTS-EXPORTED + CLOSED-SKIPPED
              AND AVAIL-TOTAL = LEDGER-TOTAL - HELD-TOTAL
               MOVE "CONTROL TOTALS AGREE" TO RPT-REC
               WRITE RPT-REC
           ELSE
               MOVE "OUT OF BALANCE - DO NOT LOAD THE EXPORT"
                   TO RPT-REC
               WRITE RPT-REC
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-IF.

           COPY HOLDCHK.

           COPY VALDATE.
