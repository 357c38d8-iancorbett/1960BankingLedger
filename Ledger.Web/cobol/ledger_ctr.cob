      *> ledger_ctr.cob
      *> Usage:  ledger_ctr <master-file> <history-file> <report.txt>
      *>                    <from-date> <to-date>
      *>
      *> Compliance's large-cash review.  Reads the history file for
      *> every account on the master across the date range, totals
      *> each account's cash in and cash out per business date, and
      *> prints two sections:
      *>
      *>   CURRENCY TRANSACTION REPORT LIST - every account and date
      *>   whose cash in or cash out is over the CTR threshold, with
      *>   MAST-NAME, both totals and the individual items behind
      *>   them, ready for the examiner's form.
      *>
      *>   STRUCTURING WATCH LIST - every account whose cash deposits
      *>   land just under the threshold (at or above the watch floor,
      *>   not over the threshold) on several days close together:
      *>   the watch minimum number of such days inside any look-back
      *>   window of calendar days.  A weekend between deposits does
      *>   not break the pattern.  History ahead of <from-date> by the
      *>   look-back window is read too, so a pattern that began just
      *>   before the range is still caught; only patterns reaching
      *>   into the range are listed.
      *>
      *> Telling cash from non-cash: the history record carries no
      *> cash flag, so the tellers' convention is the test - a CREDIT
      *> or DEBIT whose memo begins with the cash keyword ("CASH
      *> DEPOSIT", "CASH WITHDRAWAL") and which carries no check serial
      *> number is cash.  Checks, transfers, fees, settlements and
      *> everything else are not.  An item LEDGER-REVERSE has backed
      *> out (HIST-REVERSED) did not happen and is not counted.
      *>
      *> The threshold, the watch floor, the look-back window and the
      *> cash keyword are kept together below - the one place
      *> compliance changes them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-CTR.

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
           SELECT RPTFILE ASSIGN TO DYNAMIC rptfile-name
               ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
       FILE SECTION.
       FD  MASTFILE.
           COPY LEDGMAST.

       FD  HISTFILE.
           COPY LEDGHIST.

       FD  RPTFILE.
       01  RPT-REC                PIC X(256).

        WORKING-STORAGE SECTION.
       77  mastfile-name          PIC X(256).
       77  histfile-name          PIC X(256).
       77  rptfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  MAST-EOF               PIC X VALUE "N".
       77  HIST-STATUS            PIC X(02) VALUE "00".
       77  HIST-EOF               PIC X VALUE "N".
       77  FROM-DATE              PIC X(10).
       77  TO-DATE                PIC X(10).
       77  SCAN-FROM-DATE         PIC X(10).
       77  FROM-INT               PIC S9(9) COMP.
       77  TO-INT                 PIC S9(9) COMP.
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.

      *> compliance's figures - the one place to change them
       77  CTR-THRESHOLD          PIC 9(7)V99 VALUE 10000.00.
       77  WATCH-FLOOR            PIC 9(7)V99 VALUE 8000.00.
       77  LOOKBACK-DAYS          PIC 9(2) VALUE 5.
       77  WATCH-MIN-DAYS         PIC 9(2) VALUE 3.
       77  CASH-KEYWORD           PIC X(04) VALUE "CASH".

       77  CUR-ACCT               PIC X(64).
       77  CUR-NAME               PIC X(40).
       77  CUR-DATE               PIC X(10).
       77  CUR-INT                PIC S9(9) COMP.
       77  DAY-CASH-IN            PIC S9(13)V99 COMP-3 VALUE 0.
       77  DAY-CASH-OUT           PIC S9(13)V99 COMP-3 VALUE 0.
       77  ITEM-IS-CASH           PIC X VALUE "N".
       77  ACCT-HEAD-DONE         PIC X VALUE "N".

      *> the cash items of the day being totalled, kept so a CTR
      *> can list them; two hundred cash items on one account in one
      *> day is far past anything a branch counter sees, and the run
      *> stops rather than file a CTR with items missing
       01  DAY-ITEM-TABLE.
           05  DI-ENTRY OCCURS 200 TIMES.
               10  DI-SEQ             PIC 9(09).
               10  DI-TYPE            PIC X(08).
               10  DI-AMOUNT          PIC S9(09)V99 COMP-3.
               10  DI-MEMO            PIC X(60).
       77  DI-USED                PIC 9(3) COMP VALUE 0.
       77  DI-SUB                 PIC 9(3) COMP.

      *> the near-threshold deposit days inside the current look-back
      *> window for the account being read
       01  NEAR-DAY-TABLE.
           05  ND-ENTRY OCCURS 31 TIMES.
               10  ND-INT             PIC S9(9) COMP.
               10  ND-DATE            PIC X(10).
               10  ND-AMOUNT          PIC S9(13)V99 COMP-3.
       77  ND-USED                PIC 9(2) COMP VALUE 0.
       77  ND-SUB                 PIC 9(2) COMP.
       77  ND-KEEP                PIC 9(2) COMP.
       77  WINDOW-LOW-INT         PIC S9(9) COMP.
       77  WATCH-OPEN             PIC X VALUE "N".

      *> patterns found, printed after the CTR section
       01  WATCH-TABLE.
           05  WT-ENTRY OCCURS 200 TIMES.
               10  WT-ACCT            PIC X(64).
               10  WT-NAME            PIC X(40).
               10  WT-FIRST-DATE      PIC X(10).
               10  WT-LAST-DATE       PIC X(10).
               10  WT-DAYS            PIC 9(4) COMP.
               10  WT-AMOUNT          PIC S9(13)V99 COMP-3.
       77  WT-USED                PIC 9(3) COMP VALUE 0.
       77  WT-SUB                 PIC 9(3) COMP.
       77  WT-OVER-COUNT          PIC 9(9) COMP VALUE 0.

       77  ACCT-SCANNED           PIC 9(9) COMP VALUE 0.
       77  CASH-ITEMS             PIC 9(9) COMP VALUE 0.
       77  CTR-COUNT              PIC 9(9) COMP VALUE 0.
       77  WATCH-COUNT            PIC 9(9) COMP VALUE 0.

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
               DISPLAY "Usage: ledger_ctr <master-file> "
                   "<history-file> <report.txt> <from-date> "
                   "<to-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           ACCEPT histfile-name FROM ARGUMENT-VALUE
           ACCEPT rptfile-name  FROM ARGUMENT-VALUE
           ACCEPT FROM-DATE     FROM ARGUMENT-VALUE
           ACCEPT TO-DATE       FROM ARGUMENT-VALUE
           MOVE FROM-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-CTR: from-date must be YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DATE-INT TO FROM-INT
           MOVE TO-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-CTR: to-date must be YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DATE-INT TO TO-INT
           IF TO-INT < FROM-INT
               DISPLAY "LEDGER-CTR: to-date is before from-date"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF LOOKBACK-DAYS > 31 OR LOOKBACK-DAYS < 1
               DISPLAY "LEDGER-CTR: look-back window must be 1 to "
                   "31 days"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

      *> the structuring look-back reaches behind the range
           COMPUTE DATE-INT = FROM-INT - LOOKBACK-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER (DATE-INT) TO DATE-NUM
           MOVE SPACES TO SCAN-FROM-DATE
           STRING DATE-NUM (1:4) "-" DATE-NUM (5:2) "-"
               DATE-NUM (7:2)
               DELIMITED BY SIZE INTO SCAN-FROM-DATE
           END-STRING

           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-CTR: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTFILE
           IF HIST-STATUS NOT = "00"
               DISPLAY "LEDGER-CTR: history file open status "
                   HIST-STATUS " - run stopped"
               CLOSE MASTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPTFILE

           MOVE "1960Ledger - Large Cash / Structuring Review"
               TO RPT-REC
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "PERIOD " FUNCTION TRIM(FROM-DATE)
               " THRU " FUNCTION TRIM(TO-DATE)
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE CTR-THRESHOLD TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE WATCH-FLOOR TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "CTR THRESHOLD " TRIM-A "  WATCH FLOOR " TRIM-B
               "  WINDOW " LOOKBACK-DAYS " DAYS  MIN DAYS "
               WATCH-MIN-DAYS
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE "CURRENCY TRANSACTION REPORT LIST" TO RPT-REC
           WRITE RPT-REC

           PERFORM READ-MASTER-NEXT
           PERFORM REVIEW-ACCOUNT UNTIL MAST-EOF = "Y"
           CLOSE MASTFILE HISTFILE

           IF CTR-COUNT = 0
               MOVE "  NO ACCOUNT OVER THE THRESHOLD" TO RPT-REC
               WRITE RPT-REC
           END-IF

           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE "STRUCTURING WATCH LIST" TO RPT-REC
           WRITE RPT-REC
           IF WT-USED = 0
               MOVE "  NO PATTERN FOUND" TO RPT-REC
               WRITE RPT-REC
           END-IF
           PERFORM WRITE-WATCH-LINE
               VARYING WT-SUB FROM 1 BY 1
               UNTIL WT-SUB > WT-USED
           IF WT-OVER-COUNT > 0
               MOVE WT-OVER-COUNT TO ED-CNT
               MOVE SPACES TO RPT-REC
               STRING "  FURTHER PATTERNS NOT LISTED: "
                   FUNCTION TRIM(ED-CNT)
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF

           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           MOVE ACCT-SCANNED TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "ACCOUNTS REVIEWED   : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE CASH-ITEMS TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "CASH ITEMS READ     : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE CTR-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "CTR ACCOUNT-DAYS    : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WATCH-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "WATCH PATTERNS      : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           CLOSE RPTFILE
           GOBACK.

       READ-MASTER-NEXT.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO MAST-EOF
           END-READ.

      *> ---------------------------------------------------------
      *> One master record: walk its history from the start of the
      *> look-back through the end of the range, one business date
      *> at a time
      *> ---------------------------------------------------------
       REVIEW-ACCOUNT.
           ADD 1 TO ACCT-SCANNED
           MOVE MAST-ACCOUNT-ID TO CUR-ACCT
           MOVE MAST-NAME TO CUR-NAME
           MOVE "N" TO ACCT-HEAD-DONE
           MOVE "N" TO WATCH-OPEN
           MOVE 0 TO ND-USED
           MOVE SPACES TO CUR-DATE

           MOVE CUR-ACCT TO HIST-ACCOUNT-ID
           MOVE SCAN-FROM-DATE TO HIST-DATE
           MOVE 0 TO HIST-SEQ
           MOVE "N" TO HIST-EOF
           START HISTFILE KEY IS >= HIST-KEY
               INVALID KEY
                   MOVE "Y" TO HIST-EOF
           END-START
           IF HIST-EOF = "N"
               PERFORM READ-HISTORY-NEXT
           END-IF
           PERFORM REVIEW-HISTORY-ITEM UNTIL HIST-EOF = "Y"
           IF CUR-DATE NOT = SPACES
               PERFORM CLOSE-DAY
           END-IF
           PERFORM READ-MASTER-NEXT.

       READ-HISTORY-NEXT.
           READ HISTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO HIST-EOF
                   EXIT PARAGRAPH
           END-READ
           IF HIST-ACCOUNT-ID NOT = CUR-ACCT
              OR HIST-DATE > TO-DATE
               MOVE "Y" TO HIST-EOF
           END-IF.

       REVIEW-HISTORY-ITEM.
           IF CUR-DATE NOT = SPACES AND HIST-DATE NOT = CUR-DATE
               PERFORM CLOSE-DAY
           END-IF
           IF CUR-DATE = SPACES
               MOVE HIST-DATE TO CUR-DATE
               MOVE 0 TO DAY-CASH-IN DAY-CASH-OUT DI-USED
           END-IF
           PERFORM TEST-CASH-ITEM
           IF ITEM-IS-CASH = "Y"
               ADD 1 TO CASH-ITEMS
               IF HIST-AMOUNT > 0
                   ADD HIST-AMOUNT TO DAY-CASH-IN
               ELSE
                   SUBTRACT HIST-AMOUNT FROM DAY-CASH-OUT
               END-IF
               IF DI-USED >= 200
                   DISPLAY "LEDGER-CTR: more than 200 cash items on "
                       FUNCTION TRIM(CUR-ACCT) " for " CUR-DATE
                       " - run stopped"
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DI-USED
               MOVE HIST-SEQ    TO DI-SEQ (DI-USED)
               MOVE HIST-TYPE   TO DI-TYPE (DI-USED)
               MOVE HIST-AMOUNT TO DI-AMOUNT (DI-USED)
               MOVE HIST-MEMO   TO DI-MEMO (DI-USED)
           END-IF
           PERFORM READ-HISTORY-NEXT.

      *> ---------------------------------------------------------
      *> The cash test - the tellers' memo convention, and nothing
      *> with a check serial on it
      *> ---------------------------------------------------------
       TEST-CASH-ITEM.
           MOVE "N" TO ITEM-IS-CASH
           IF HIST-REVERSED
               EXIT PARAGRAPH
           END-IF
           IF HIST-TYPE NOT = "CREDIT" AND HIST-TYPE NOT = "DEBIT"
               EXIT PARAGRAPH
           END-IF
           IF HIST-CHECKNO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE (HIST-MEMO (1:4)) = CASH-KEYWORD
               MOVE "Y" TO ITEM-IS-CASH
           END-IF.

      *> ---------------------------------------------------------
      *> One account-day complete: CTR test (inside the range only)
      *> and the structuring window
      *> ---------------------------------------------------------
       CLOSE-DAY.
           MOVE CUR-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           MOVE DATE-INT TO CUR-INT
           IF CUR-DATE >= FROM-DATE
              AND (DAY-CASH-IN > CTR-THRESHOLD
                   OR DAY-CASH-OUT > CTR-THRESHOLD)
               PERFORM WRITE-CTR-DAY
           END-IF
           IF DAY-CASH-IN >= WATCH-FLOOR
              AND DAY-CASH-IN <= CTR-THRESHOLD
               PERFORM NOTE-NEAR-DAY
           END-IF
           MOVE SPACES TO CUR-DATE.

       WRITE-CTR-DAY.
           ADD 1 TO CTR-COUNT
           IF ACCT-HEAD-DONE = "N"
               MOVE SPACES TO RPT-REC
               STRING "ACCOUNT " FUNCTION TRIM(CUR-ACCT) "  "
                   FUNCTION TRIM(CUR-NAME)
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               MOVE "Y" TO ACCT-HEAD-DONE
           END-IF
           MOVE DAY-CASH-IN TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE DAY-CASH-OUT TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "  DATE " CUR-DATE "  CASH IN " TRIM-A
               "  CASH OUT " TRIM-B
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           PERFORM WRITE-CTR-ITEM
               VARYING DI-SUB FROM 1 BY 1
               UNTIL DI-SUB > DI-USED.

       WRITE-CTR-ITEM.
           MOVE DI-AMOUNT (DI-SUB) TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "    SEQ " DI-SEQ (DI-SUB) "  " DI-TYPE (DI-SUB)
               "  " TRIM-A "  " FUNCTION TRIM(DI-MEMO (DI-SUB))
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

      *> ---------------------------------------------------------
      *> A near-threshold deposit day joins the account's look-back
      *> window; days that have slid out of the window are dropped
      *> first.  Enough days in the window opens (or extends) a
      *> watch-list pattern.
      *> ---------------------------------------------------------
       NOTE-NEAR-DAY.
           COMPUTE WINDOW-LOW-INT = CUR-INT - LOOKBACK-DAYS + 1
           MOVE 0 TO ND-KEEP
           PERFORM KEEP-NEAR-DAY
               VARYING ND-SUB FROM 1 BY 1
               UNTIL ND-SUB > ND-USED
           MOVE ND-KEEP TO ND-USED
           IF ND-USED >= 31
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ND-USED
           MOVE CUR-INT     TO ND-INT (ND-USED)
           MOVE CUR-DATE    TO ND-DATE (ND-USED)
           MOVE DAY-CASH-IN TO ND-AMOUNT (ND-USED)

           IF ND-USED < WATCH-MIN-DAYS
               MOVE "N" TO WATCH-OPEN
               EXIT PARAGRAPH
           END-IF
           IF CUR-DATE < FROM-DATE
               EXIT PARAGRAPH
           END-IF
           IF WATCH-OPEN = "Y"
               ADD 1 TO WT-DAYS (WT-USED)
               MOVE CUR-DATE TO WT-LAST-DATE (WT-USED)
               ADD DAY-CASH-IN TO WT-AMOUNT (WT-USED)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WATCH-COUNT
           IF WT-USED >= 200
               ADD 1 TO WT-OVER-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WT-USED
           MOVE CUR-ACCT TO WT-ACCT (WT-USED)
           MOVE CUR-NAME TO WT-NAME (WT-USED)
           MOVE ND-DATE (1) TO WT-FIRST-DATE (WT-USED)
           MOVE CUR-DATE TO WT-LAST-DATE (WT-USED)
           MOVE ND-USED TO WT-DAYS (WT-USED)
           MOVE 0 TO WT-AMOUNT (WT-USED)
           PERFORM ADD-WINDOW-AMOUNT
               VARYING ND-SUB FROM 1 BY 1
               UNTIL ND-SUB > ND-USED
           MOVE "Y" TO WATCH-OPEN.

       KEEP-NEAR-DAY.
           IF ND-INT (ND-SUB) >= WINDOW-LOW-INT
               ADD 1 TO ND-KEEP
               IF ND-KEEP NOT = ND-SUB
                   MOVE ND-ENTRY (ND-SUB) TO ND-ENTRY (ND-KEEP)
               END-IF
           END-IF.

       ADD-WINDOW-AMOUNT.
           ADD ND-AMOUNT (ND-SUB) TO WT-AMOUNT (WT-USED).

       WRITE-WATCH-LINE.
           MOVE WT-AMOUNT (WT-SUB) TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE WT-DAYS (WT-SUB) TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "ACCOUNT " FUNCTION TRIM(WT-ACCT (WT-SUB)) "  "
               FUNCTION TRIM(WT-NAME (WT-SUB))
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "  " WT-FIRST-DATE (WT-SUB) " THRU "
               WT-LAST-DATE (WT-SUB) "  DAYS " TRIM-B
               "  CASH IN " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

           COPY VALDATE.
