      *> ledger_standing.cob
      *> Usage:  ledger_standing <standing-file> <master-file>
      *>                         <trans-out.csv> <report.txt>
      *>                         <business-date> <posting-output|NONE>
      *>
      *> Standing-order scheduler.  Walks the standing-instruction
      *> file (see LEDGSTND.cpy, maintained by LEDGER-STNDMAINT) and
      *> writes every instruction that has fallen due since it was
      *> last run as an ordinary Date,Type,Amount,Memo,UserId row
      *> dated <business-date>:
      *>   - a DEBIT instruction becomes a debit-signed DEBIT row on
      *>     the instruction's account;
      *>   - a TRANSFER instruction becomes a debit-signed TRANSFER
      *>     row carrying the counter-account in the ToAccount column,
      *>     which LEDGER-POST posts as a two-sided pair.
      *> Every memo leads with "STANDING ORDER <id>" so the item can
      *> be told apart on a statement, on the history file and on the
      *> posting run's suspense and reject files.  The output ends
      *> with the standard TRAILER control record and flows through
      *> LEDGER-REPORT / LEDGER-POST like any other day's extract,
      *> exactly as LEDGER-MONTHEND's accruals do.
      *>
      *> An instruction is due on every day between the business date
      *> it was last run through and today that its frequency names,
      *> so an instruction due on a Saturday or a holiday comes out
      *> on the next business date rather than never.  The business
      *> date is then stamped on the instruction, which also makes a
      *> second run for the same date write nothing - the rent goes
      *> out once.
      *>
      *> Nothing due goes quietly missing.  An instruction whose
      *> account (or TRANSFER counter-account) is closed, frozen or
      *> gone from the master is not written - LEDGER-POST would only
      *> turn it away - and is listed instead on <report.txt>.EXC.
      *> When <posting-output> names the last LEDGER-POST run's
      *> output file, that run's .SUSP and .REJ files are read back
      *> and every standing-order item it sent to suspense or turned
      *> away is listed on the same exceptions file, so the branch
      *> calls the customer before the landlord does.  Pass NONE when
      *> there is no earlier posting run to read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-STANDING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STNDFILE ASSIGN TO DYNAMIC stndfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STND-ID
               FILE STATUS IS STND-STATUS-CD.
           SELECT MASTFILE ASSIGN TO DYNAMIC mastfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ACCOUNT-ID
               FILE STATUS IS MAST-STATUS.
           SELECT TRANSFILE ASSIGN TO DYNAMIC transfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC rptfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCFILE ASSIGN TO DYNAMIC excfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SCANFILE ASSIGN TO DYNAMIC scanfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.

        DATA DIVISION.
       FILE SECTION.
       FD  STNDFILE.
           COPY LEDGSTND.

       FD  MASTFILE.
           COPY LEDGMAST.

       FD  TRANSFILE.
       01  TRANS-REC              PIC X(512).

       FD  RPTFILE.
       01  RPT-REC                PIC X(256).

       FD  EXCFILE.
       01  EXC-REC                PIC X(640).

       FD  SCANFILE.
       01  SCAN-REC               PIC X(560).

        WORKING-STORAGE SECTION.
       77  stndfile-name          PIC X(256).
       77  mastfile-name          PIC X(256).
       77  transfile-name         PIC X(256).
       77  rptfile-name           PIC X(256).
       77  excfile-name           PIC X(256).
       77  postout-name           PIC X(256).
       77  scanfile-name          PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  STND-STATUS-CD         PIC X(02) VALUE "00".
       77  STND-EOF               PIC X VALUE "N".
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  MAST-FOUND             PIC X VALUE "N".
       77  SCAN-STATUS            PIC X(02) VALUE "00".
       77  SCAN-EOF               PIC X VALUE "N".
       77  SCAN-KIND              PIC X(20).
       77  SCAN-REASON            PIC X(100).
       77  SCAN-PTR               PIC 9(4) COMP.
       77  SCAN-ID                PIC X(12).
       77  RUN-DATE               PIC X(10).
       77  RUN-INT                PIC S9(9) COMP.

      *> one parsed CSV row, for reading back the posting run's
      *> suspense and reject files
           COPY CSVFLDS.
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.

      *> the due-day window for one instruction, as day numbers
       77  START-INT              PIC S9(9) COMP.
       77  LOW-INT                PIC S9(9) COMP.
       77  HIGH-INT               PIC S9(9) COMP.
       77  SCAN-INT               PIC S9(9) COMP.
       77  DAYS-SINCE             PIC S9(9) COMP.
       77  WEEK-QUOT              PIC S9(9) COMP.
       77  WEEK-REM               PIC S9(9) COMP.
       77  TARGET-DAY             PIC 9(02).
       77  DAY-IS-DUE             PIC X VALUE "N".
       01  SCAN-YMD-WORK.
           05  SCAN-YMD           PIC 9(08).
           05  SCAN-YMD-PARTS REDEFINES SCAN-YMD.
               10  SCAN-YYYY      PIC 9(04).
               10  SCAN-MM        PIC 9(02).
               10  SCAN-DD        PIC 9(02).
       01  NEXT-YMD-WORK.
           05  NEXT-YMD           PIC 9(08).
           05  NEXT-YMD-PARTS REDEFINES NEXT-YMD.
               10  NEXT-YYYY      PIC 9(04).
               10  NEXT-MM        PIC 9(02).
               10  NEXT-DD        PIC 9(02).
       77  DUE-DATE               PIC X(10).

      *> why an instruction cannot go out today (spaces when it can)
       77  STND-REASON            PIC X(40).
       77  ITEM-AMOUNT            PIC S9(9)V99 COMP-3.
       77  ITEM-MEMO              PIC X(200).

       77  STND-SCANNED           PIC 9(9) COMP VALUE 0.
       77  ITEM-COUNT             PIC 9(9) COMP VALUE 0.
       77  NET-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
       77  DEBIT-COUNT            PIC 9(9) COMP VALUE 0.
       77  XFER-COUNT             PIC 9(9) COMP VALUE 0.
       77  MISSED-COUNT           PIC 9(9) COMP VALUE 0.
       77  POSTING-EXC-COUNT      PIC 9(9) COMP VALUE 0.

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
               DISPLAY "Usage: ledger_standing <standing-file> "
                   "<master-file> <trans-out.csv> <report.txt> "
                   "<business-date> <posting-output|NONE>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT stndfile-name  FROM ARGUMENT-VALUE
           ACCEPT mastfile-name  FROM ARGUMENT-VALUE
           ACCEPT transfile-name FROM ARGUMENT-VALUE
           ACCEPT rptfile-name   FROM ARGUMENT-VALUE
           ACCEPT RUN-DATE       FROM ARGUMENT-VALUE
           ACCEPT postout-name   FROM ARGUMENT-VALUE
      *> the business date stamps every emitted row and every
      *> instruction run through - a bad one stops here
           MOVE RUN-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-STANDING: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DATE-INT TO RUN-INT

           MOVE SPACES TO excfile-name
           STRING FUNCTION TRIM(rptfile-name) ".EXC"
               DELIMITED BY SIZE INTO excfile-name
           END-STRING

           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-STANDING: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O STNDFILE
           IF STND-STATUS-CD NOT = "00"
              AND STND-STATUS-CD NOT = "35"
               DISPLAY "LEDGER-STANDING: standing-instruction file "
                   "open status " STND-STATUS-CD " - run stopped"
               CLOSE MASTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSFILE
           OPEN OUTPUT RPTFILE
           OPEN OUTPUT EXCFILE

           MOVE "Date,Type,Amount,Memo,UserId,ToAccount"
               TO TRANS-REC
           WRITE TRANS-REC

           MOVE "1960Ledger - Standing-Order Run" TO RPT-REC
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "BUSINESS DATE " FUNCTION TRIM(RUN-DATE)
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

      *> no file yet means no instructions set up yet - the run
      *> still writes an empty extract the posting step can take
           IF STND-STATUS-CD = "35"
               MOVE "NO STANDING INSTRUCTIONS ON FILE" TO RPT-REC
               WRITE RPT-REC
           ELSE
               PERFORM READ-STND-NEXT
               PERFORM PROCESS-INSTRUCTION UNTIL STND-EOF = "Y"
               CLOSE STNDFILE
           END-IF

      *> what the last posting run did with earlier items
           IF FUNCTION TRIM(postout-name) NOT = "NONE"
              AND FUNCTION TRIM(postout-name) NOT = SPACES
               MOVE "POSTING SUSPENSE" TO SCAN-KIND
               MOVE SPACES TO scanfile-name
               STRING FUNCTION TRIM(postout-name) ".SUSP"
                   DELIMITED BY SIZE INTO scanfile-name
               END-STRING
               PERFORM SCAN-POSTING-FILE
               MOVE "POSTING REJECT" TO SCAN-KIND
               MOVE SPACES TO scanfile-name
               STRING FUNCTION TRIM(postout-name) ".REJ"
                   DELIMITED BY SIZE INTO scanfile-name
               END-STRING
               PERFORM SCAN-POSTING-FILE
           END-IF

       FINISH-STANDING.
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

           MOVE STND-SCANNED TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "INSTRUCTIONS READ   : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE DEBIT-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "DEBIT ITEMS         : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE XFER-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "TRANSFER ITEMS      : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE NET-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "AMOUNT SCHEDULED    : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE MISSED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "NOT GENERATED       : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE POSTING-EXC-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "POSTING EXCEPTIONS  : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           IF MISSED-COUNT > 0 OR POSTING-EXC-COUNT > 0
               MOVE "EXCEPTIONS LISTED ON THE .EXC FILE" TO RPT-REC
               WRITE RPT-REC
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE MASTFILE TRANSFILE RPTFILE EXCFILE
           GOBACK.

       READ-STND-NEXT.
           READ STNDFILE NEXT RECORD
               AT END
                   MOVE "Y" TO STND-EOF
           END-READ.

      *> ---------------------------------------------------------
      *> One instruction: find its due days since it was last run,
      *> write (or list as an exception) one item per due day, then
      *> stamp today's business date on it and read on
      *> ---------------------------------------------------------
       PROCESS-INSTRUCTION.
           ADD 1 TO STND-SCANNED
           PERFORM SCHEDULE-INSTRUCTION THRU SCHEDULE-INSTRUCTION-EXIT
           PERFORM READ-STND-NEXT.

       SCHEDULE-INSTRUCTION.
           IF NOT STND-ACTIVE
               GO TO SCHEDULE-INSTRUCTION-EXIT
           END-IF
           IF STND-START-DATE > RUN-DATE
               GO TO SCHEDULE-INSTRUCTION-EXIT
           END-IF
           IF STND-LAST-DATE NOT = SPACES
              AND STND-LAST-DATE >= RUN-DATE
               GO TO SCHEDULE-INSTRUCTION-EXIT
           END-IF

      *> the window runs from the day after the last run (or the
      *> start date, if later) through today (or the end date, if
      *> earlier)
           MOVE STND-START-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           MOVE DATE-INT TO START-INT
           MOVE START-INT TO LOW-INT
           IF STND-LAST-DATE NOT = SPACES
               MOVE STND-LAST-DATE TO DATE-WORK
               PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
               IF DATE-INT + 1 > LOW-INT
                   COMPUTE LOW-INT = DATE-INT + 1
               END-IF
           END-IF
           MOVE RUN-INT TO HIGH-INT
           IF STND-END-DATE NOT = SPACES
               MOVE STND-END-DATE TO DATE-WORK
               PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
               IF DATE-INT < HIGH-INT
                   MOVE DATE-INT TO HIGH-INT
               END-IF
           END-IF
           IF START-INT = 0 OR LOW-INT > HIGH-INT
               GO TO SCHEDULE-INSTRUCTION-EXIT
           END-IF

           IF STND-MONTHLY
               MOVE STND-START-DATE (9:2) TO TARGET-DAY
           ELSE
               MOVE STND-DAY TO TARGET-DAY
           END-IF

           PERFORM PROVE-INSTRUCTION
           PERFORM TEST-DUE-DAY
               VARYING SCAN-INT FROM LOW-INT BY 1
               UNTIL SCAN-INT > HIGH-INT

           MOVE RUN-DATE TO STND-LAST-DATE
           REWRITE STND-REC
               INVALID KEY
                   DISPLAY "LEDGER-STANDING: unable to update "
                       "instruction " FUNCTION TRIM(STND-ID)
                   MOVE RC-WARNING TO RETURN-CODE
           END-REWRITE.

       SCHEDULE-INSTRUCTION-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> The instruction's account (and a TRANSFER's counter-
      *> account) must be open on the master today - STND-REASON
      *> is left at spaces when it is
      *> ---------------------------------------------------------
       PROVE-INSTRUCTION.
           MOVE SPACES TO STND-REASON
           MOVE STND-ACCOUNT-ID TO MAST-ACCOUNT-ID
           PERFORM READ-MASTER-RECORD
           IF MAST-FOUND = "N"
               MOVE "ACCOUNT NOT ON MASTER" TO STND-REASON
               EXIT PARAGRAPH
           END-IF
           IF MAST-CLOSED
               MOVE "ACCOUNT CLOSED" TO STND-REASON
               EXIT PARAGRAPH
           END-IF
           IF MAST-FROZEN
               MOVE "ACCOUNT FROZEN" TO STND-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT STND-IS-TRANSFER
               EXIT PARAGRAPH
           END-IF
           MOVE STND-TO-ACCOUNT TO MAST-ACCOUNT-ID
           PERFORM READ-MASTER-RECORD
           IF MAST-FOUND = "N"
               MOVE "COUNTER-ACCOUNT NOT ON MASTER" TO STND-REASON
               EXIT PARAGRAPH
           END-IF
           IF MAST-CLOSED
               MOVE "COUNTER-ACCOUNT CLOSED" TO STND-REASON
               EXIT PARAGRAPH
           END-IF
           IF MAST-FROZEN
               MOVE "COUNTER-ACCOUNT FROZEN" TO STND-REASON
           END-IF.

       READ-MASTER-RECORD.
           MOVE "N" TO MAST-FOUND
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MAST-FOUND
           END-READ.

      *> ---------------------------------------------------------
      *> One calendar day of the window.  A monthly day the month
      *> does not have (the 31st in April) falls due on the month's
      *> last day instead.
      *> ---------------------------------------------------------
       TEST-DUE-DAY.
           MOVE "N" TO DAY-IS-DUE
           MOVE FUNCTION DATE-OF-INTEGER (SCAN-INT) TO SCAN-YMD
           EVALUATE TRUE
               WHEN STND-WEEKLY
                   COMPUTE DAYS-SINCE = SCAN-INT - START-INT
                   DIVIDE DAYS-SINCE BY 7
                       GIVING WEEK-QUOT REMAINDER WEEK-REM
                   IF WEEK-REM = 0
                       MOVE "Y" TO DAY-IS-DUE
                   END-IF
               WHEN OTHER
                   IF SCAN-DD = TARGET-DAY
                       MOVE "Y" TO DAY-IS-DUE
                   ELSE
                       IF TARGET-DAY > SCAN-DD
                           MOVE FUNCTION DATE-OF-INTEGER (SCAN-INT + 1)
                               TO NEXT-YMD
                           IF NEXT-DD = 1
                               MOVE "Y" TO DAY-IS-DUE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF DAY-IS-DUE = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DUE-DATE
           STRING SCAN-YYYY "-" SCAN-MM "-" SCAN-DD
               DELIMITED BY SIZE INTO DUE-DATE
           END-STRING
           IF STND-REASON = SPACES
               PERFORM WRITE-DUE-ITEM
           ELSE
               PERFORM WRITE-MISSED-ITEM
           END-IF.

      *> ---------------------------------------------------------
      *> The due item as an extract row.  A DEBIT's payee rides in
      *> its memo; a TRANSFER's counter-account is the row's
      *> ToAccount column.
      *> ---------------------------------------------------------
       WRITE-DUE-ITEM.
           COMPUTE ITEM-AMOUNT = 0 - STND-AMOUNT
           MOVE ITEM-AMOUNT TO ED-AMT
           MOVE SPACES TO ITEM-MEMO
           IF STND-IS-DEBIT AND STND-TO-ACCOUNT NOT = SPACES
               STRING "STANDING ORDER " FUNCTION TRIM(STND-ID)
                   " TO " FUNCTION TRIM(STND-TO-ACCOUNT)
                   " - " FUNCTION TRIM(STND-MEMO)
                   DELIMITED BY SIZE INTO ITEM-MEMO
               END-STRING
           ELSE
               STRING "STANDING ORDER " FUNCTION TRIM(STND-ID)
                   " - " FUNCTION TRIM(STND-MEMO)
                   DELIMITED BY SIZE INTO ITEM-MEMO
               END-STRING
           END-IF
           MOVE SPACES TO TRANS-REC
           IF STND-IS-TRANSFER
               STRING FUNCTION TRIM(RUN-DATE) ",TRANSFER,"
                   FUNCTION TRIM(ED-AMT) ","
                   FUNCTION TRIM(ITEM-MEMO) ","
                   FUNCTION TRIM(STND-ACCOUNT-ID) ","
                   FUNCTION TRIM(STND-TO-ACCOUNT)
                   DELIMITED BY SIZE INTO TRANS-REC
               END-STRING
               ADD 1 TO XFER-COUNT
           ELSE
               STRING FUNCTION TRIM(RUN-DATE) ",DEBIT,"
                   FUNCTION TRIM(ED-AMT) ","
                   FUNCTION TRIM(ITEM-MEMO) ","
                   FUNCTION TRIM(STND-ACCOUNT-ID)
                   DELIMITED BY SIZE INTO TRANS-REC
               END-STRING
               ADD 1 TO DEBIT-COUNT
           END-IF
           WRITE TRANS-REC
           ADD 1 TO ITEM-COUNT
           ADD ITEM-AMOUNT TO NET-TOTAL

           MOVE SPACES TO RPT-REC
           STRING "  DUE " DUE-DATE "  " STND-ID "  " STND-TYPE
               "  " FUNCTION TRIM(ED-AMT) "  "
               FUNCTION TRIM(STND-ACCOUNT-ID)
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       WRITE-MISSED-ITEM.
           COMPUTE ITEM-AMOUNT = 0 - STND-AMOUNT
           MOVE ITEM-AMOUNT TO ED-AMT
           MOVE SPACES TO EXC-REC
           STRING RUN-DATE " NOT GENERATED - "
               FUNCTION TRIM(STND-REASON) " : "
               "STANDING ORDER " FUNCTION TRIM(STND-ID)
               " DUE " DUE-DATE " "
               FUNCTION TRIM(STND-TYPE) " "
               FUNCTION TRIM(ED-AMT) " "
               FUNCTION TRIM(STND-ACCOUNT-ID)
               DELIMITED BY SIZE INTO EXC-REC
           END-STRING
           WRITE EXC-REC
           ADD 1 TO MISSED-COUNT.

      *> ---------------------------------------------------------
      *> Read back one of the last posting run's suspense / reject
      *> files.  Both carry "<reason> : <raw row>"; a raw row whose
      *> memo leads with STANDING ORDER is one of ours.
      *> ---------------------------------------------------------
       SCAN-POSTING-FILE.
           OPEN INPUT SCANFILE
           IF SCAN-STATUS = "35"
      *> nothing suspended or rejected on that run
               EXIT PARAGRAPH
           END-IF
           IF SCAN-STATUS NOT = "00"
               DISPLAY "LEDGER-STANDING: cannot read "
                   FUNCTION TRIM(scanfile-name) ", status "
                   SCAN-STATUS
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SCAN-EOF
           PERFORM SCAN-POSTING-LINE UNTIL SCAN-EOF = "Y"
           CLOSE SCANFILE.

       SCAN-POSTING-LINE.
           READ SCANFILE
               AT END
                   MOVE "Y" TO SCAN-EOF
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(SCAN-REC) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SCAN-REASON
           MOVE 1 TO SCAN-PTR
           UNSTRING SCAN-REC DELIMITED BY " : "
               INTO SCAN-REASON
               WITH POINTER SCAN-PTR
           END-UNSTRING
           IF SCAN-PTR > 560
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-REC (SCAN-PTR:) TO WS-LINE
           PERFORM PARSE-CSV THRU PARSE-CSV-EXIT
           IF REC-IS-TRAILER = "Y"
               EXIT PARAGRAPH
           END-IF
           IF F-MEMO (1:15) NOT = "STANDING ORDER "
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SCAN-ID
           UNSTRING F-MEMO (16:) DELIMITED BY " "
               INTO SCAN-ID
           END-UNSTRING
           MOVE SPACES TO EXC-REC
           STRING RUN-DATE " " FUNCTION TRIM(SCAN-KIND) " - "
               FUNCTION TRIM(SCAN-REASON) " : "
               "STANDING ORDER " FUNCTION TRIM(SCAN-ID) " "
               FUNCTION TRIM(F-TYPE) " "
               FUNCTION TRIM(F-AMOUNT-TXT) " "
               FUNCTION TRIM(F-USERID)
               DELIMITED BY SIZE INTO EXC-REC
           END-STRING
           WRITE EXC-REC
           ADD 1 TO POSTING-EXC-COUNT.

           COPY PARSECSV.

           COPY VALDATE.
