      *> ledger_achret.cob
      *> Usage:  ledger_achret <return-out.ach> <report.txt>
      *>                       <business-date> <item-file>
      *>                       [<item-file>...]
      *>
      *> Builds the outbound ACH return file for the entries that came
      *> in through LEDGER-ACHCONV and could not be posted.  The item
      *> files are the posting run's .REJ ("<date> <reason> : <row>")
      *> and the retry run's .RET ("<reason> : <row>") - pass as many
      *> as the day produced.  Every item whose memo carries an ACH
      *> trace (see ACHMEMO.cpy) is returned to the bank that sent it,
      *> with the return reason its rejection maps to:
      *>   ACCOUNT CLOSED          R02  account closed
      *>   ACCOUNT NOT ON MASTER   R03  no account / unable to locate
      *>   INSUFFICIENT FUNDS      R01  insufficient funds
      *>   STOP PAYMENT            R08  payment stopped
      *>   ACCOUNT FROZEN          R16  account frozen
      *> An ACH item rejected for anything else (a bad date, a missing
      *> column) is listed on the report as not returned, for the
      *> operator to settle by hand; an item that is not an ACH entry
      *> at all is simply passed over.  The same trace met twice - the
      *> same file named twice - is returned once.
      *>
      *> One return batch goes out per originating company, each
      *> return entry carrying the original's account, amount and
      *> individual, a return transaction code (21/26/31/36) and a
      *> type 99 addenda with the reason code and original trace.
      *> Batch and file controls are computed the way the clearing
      *> house proves them, and the file is padded out to whole
      *> blocks of ten with all-9 records.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-ACHRET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMFILE ASSIGN TO DYNAMIC itemfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT ACHFILE ASSIGN TO DYNAMIC achfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC rptfile-name
               ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
       FILE SECTION.
       FD  ITEMFILE.
       01  ITEM-REC               PIC X(560).

       FD  ACHFILE.
           COPY LEDGACH.

       FD  RPTFILE.
       01  RPT-REC                PIC X(256).

        WORKING-STORAGE SECTION.
       77  itemfile-name          PIC X(256).
       77  achfile-name           PIC X(256).
       77  rptfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  ARG-SUB                PIC 9(4) COMP-5.
       77  ITEM-STATUS            PIC X(02) VALUE "00".
       77  ITEM-EOF               PIC X VALUE "N".
       77  RUN-DATE               PIC X(10).
       77  RUN-YYMMDD             PIC X(06).
       77  RUN-TIME               PIC 9(08).
       77  SCAN-PTR               PIC 9(4) COMP.
       77  ITEM-REASON            PIC X(80).

      *> CSV parsing fields and YYYY-MM-DD validation work fields
           COPY CSVFLDS.
           COPY DATEFLDS.
      *> the memo layout LEDGER-ACHCONV put on the row
           COPY ACHMEMO.

      *> this bank as the clearing house knows it, and the operator
      *> the file goes to - the one place to change them
       77  BANK-ROUTING           PIC X(09) VALUE "012345672".
       77  BANK-NAME              PIC X(23)
                                  VALUE "1960 LEDGER BANK".
       77  OPERATOR-ROUTING       PIC X(09) VALUE "091000019".
       77  OPERATOR-NAME          PIC X(23)
                                  VALUE "FEDERAL RESERVE BANK".

      *> the returns, gathered from every item file before any is
      *> written so each company's can go out in one batch
       01  RETURN-TABLE.
           05  RT-ENTRY OCCURS 5000 TIMES.
               10  RT-MEMO            PIC X(110).
               10  RT-ACCOUNT         PIC X(17).
               10  RT-AMOUNT          PIC 9(08)V99.
               10  RT-CODE            PIC X(03).
               10  RT-COMPANY         PIC 9(05) COMP.
       77  RT-USED                PIC 9(5) COMP VALUE 0.
       77  RT-SUB                 PIC 9(5) COMP.

       01  COMPANY-TABLE.
           05  CO-ENTRY OCCURS 500 TIMES.
               10  CO-KEY             PIC X(39).
       77  CO-USED                PIC 9(5) COMP VALUE 0.
       77  CO-SUB                 PIC 9(5) COMP.
       77  CO-FOUND               PIC X VALUE "N".
       01  COMPANY-KEY.
           05  CK-CO-ID           PIC X(10).
           05  CK-SEC             PIC X(03).
           05  CK-CO-NAME         PIC X(16).
           05  CK-ENTRY-DESC      PIC X(10).

       77  RETURN-CODE-WORK       PIC X(03).
       77  RETURN-AMOUNT          PIC S9(11)V99 COMP-3.
       77  DUP-FOUND              PIC X VALUE "N".

      *> check digit for an eight-digit bank id
       01  CHECK-RDFI.
           05  CR-DIGIT OCCURS 8 TIMES PIC 9(01).
       01  CHECK-WEIGHTS          PIC X(08) VALUE "37137137".
       01  CHECK-WEIGHT-TABLE REDEFINES CHECK-WEIGHTS.
           05  CW-WEIGHT OCCURS 8 TIMES PIC 9(01).
       77  CHECK-SUM              PIC 9(5) COMP.
       77  CHECK-DIGIT            PIC 9(01).
       77  DIGIT-SUB              PIC 9(2) COMP.

      *> what goes out
       77  TRACE-SEQ              PIC 9(07) VALUE 0.
       77  BATCH-NO               PIC 9(07) VALUE 0.
       77  BATCH-COUNT            PIC 9(9) COMP.
       77  BATCH-HASH             PIC 9(18) COMP.
       77  BATCH-DEBITS           PIC 9(13)V99 COMP-3.
       77  BATCH-CREDITS          PIC 9(13)V99 COMP-3.
       77  FILE-COUNT             PIC 9(9) COMP VALUE 0.
       77  FILE-HASH              PIC 9(18) COMP VALUE 0.
       77  FILE-DEBITS            PIC 9(13)V99 COMP-3 VALUE 0.
       77  FILE-CREDITS           PIC 9(13)V99 COMP-3 VALUE 0.
       77  RECORD-COUNT           PIC 9(9) COMP VALUE 0.
       77  HASH-TEN               PIC 9(10).

      *> counts for the summary
       77  ITEMS-READ             PIC 9(9) COMP VALUE 0.
       77  NOT-RETURNED-COUNT     PIC 9(9) COMP VALUE 0.
       77  DUP-COUNT              PIC 9(9) COMP VALUE 0.

       01  ED-AMT                 PIC -(13)9.99.
       01  ED-CNT                 PIC ZZZZZZ9.
       77  TRIM-A                 PIC X(20).

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 4
               DISPLAY "Usage: ledger_achret <return-out.ach> "
                   "<report.txt> <business-date> <item-file> "
                   "[<item-file>...]"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT achfile-name FROM ARGUMENT-VALUE
           ACCEPT rptfile-name FROM ARGUMENT-VALUE
           ACCEPT RUN-DATE     FROM ARGUMENT-VALUE
           MOVE RUN-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-ACHRET: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           STRING RUN-DATE (3:2) RUN-DATE (6:2) RUN-DATE (9:2)
               DELIMITED BY SIZE INTO RUN-YYMMDD
           END-STRING
           ACCEPT RUN-TIME FROM TIME

           OPEN OUTPUT RPTFILE
           MOVE "1960Ledger - ACH Return File" TO RPT-REC
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

           PERFORM READ-ITEM-FILE
               VARYING ARG-SUB FROM 4 BY 1
               UNTIL ARG-SUB > ARG-COUNT

           OPEN OUTPUT ACHFILE
           PERFORM WRITE-FILE-HEADER
           PERFORM WRITE-COMPANY-BATCH
               VARYING CO-SUB FROM 1 BY 1
               UNTIL CO-SUB > CO-USED
           PERFORM WRITE-FILE-CONTROL
           CLOSE ACHFILE.

       FINISH-ACHRET.
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           MOVE ITEMS-READ TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "ACH ITEMS READ      : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE RT-USED TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "ENTRIES RETURNED    : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE BATCH-NO TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "RETURN BATCHES      : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE FILE-CREDITS TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "CREDITS RETURNED    : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE FILE-DEBITS TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "DEBITS RETURNED     : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE NOT-RETURNED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "NOT RETURNED        : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE DUP-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "DUPLICATES SKIPPED  : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           CLOSE RPTFILE
           IF NOT-RETURNED-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF
           GOBACK.

      *> ---------------------------------------------------------
      *> One item file from the command line.  A file the day did
      *> not produce is noted and passed over.
      *> ---------------------------------------------------------
       READ-ITEM-FILE.
           ACCEPT itemfile-name FROM ARGUMENT-VALUE
           OPEN INPUT ITEMFILE
           IF ITEM-STATUS NOT = "00"
               MOVE SPACES TO RPT-REC
               STRING "ITEM FILE NOT READ (STATUS " ITEM-STATUS
                   ") " FUNCTION TRIM(itemfile-name)
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ITEM-EOF
           PERFORM READ-ITEM THRU READ-ITEM-EXIT
               UNTIL ITEM-EOF = "Y"
           CLOSE ITEMFILE.

      *> ---------------------------------------------------------
      *> One rejected or returned item - split the reason from the
      *> raw row, keep it if it is an ACH entry
      *> ---------------------------------------------------------
       READ-ITEM.
           READ ITEMFILE
               AT END
                   MOVE "Y" TO ITEM-EOF
                   GO TO READ-ITEM-EXIT
           END-READ
           MOVE 1 TO SCAN-PTR
           MOVE SPACES TO ITEM-REASON
           UNSTRING ITEM-REC DELIMITED BY " : "
               INTO ITEM-REASON
               WITH POINTER SCAN-PTR
           END-UNSTRING
           IF SCAN-PTR <= 1 OR SCAN-PTR > 560
               GO TO READ-ITEM-EXIT
           END-IF
           MOVE ITEM-REC (SCAN-PTR:) TO WS-LINE
      *> the posting run's rejects lead with the business date
           IF ITEM-REASON (5:1) = "-" AND ITEM-REASON (8:1) = "-"
              AND ITEM-REASON (11:1) = " "
               MOVE ITEM-REASON (12:) TO ITEM-REASON
           END-IF

           PERFORM PARSE-CSV THRU PARSE-CSV-EXIT
           IF REC-IS-TRAILER = "Y"
               GO TO READ-ITEM-EXIT
           END-IF
           MOVE F-MEMO TO ACH-MEMO
           IF NOT AM-IS-ACH
               GO TO READ-ITEM-EXIT
           END-IF
           ADD 1 TO ITEMS-READ

           MOVE SPACES TO RETURN-CODE-WORK
           EVALUATE TRUE
               WHEN REC-VALID = "N"
                   CONTINUE
               WHEN ITEM-REASON (1:14) = "ACCOUNT CLOSED"
                   MOVE "R02" TO RETURN-CODE-WORK
               WHEN ITEM-REASON (1:21) = "ACCOUNT NOT ON MASTER"
                   MOVE "R03" TO RETURN-CODE-WORK
               WHEN ITEM-REASON (1:18) = "INSUFFICIENT FUNDS"
                   MOVE "R01" TO RETURN-CODE-WORK
               WHEN ITEM-REASON (1:12) = "STOP PAYMENT"
                   MOVE "R08" TO RETURN-CODE-WORK
               WHEN ITEM-REASON (1:14) = "ACCOUNT FROZEN"
                   MOVE "R16" TO RETURN-CODE-WORK
           END-EVALUATE
           IF RETURN-CODE-WORK = SPACES
               PERFORM LIST-NOT-RETURNED
               GO TO READ-ITEM-EXIT
           END-IF
           IF AM-TRACE-ODFI IS NOT NUMERIC
               MOVE "ORIGINAL TRACE NOT NUMERIC" TO ITEM-REASON
               PERFORM LIST-NOT-RETURNED
               GO TO READ-ITEM-EXIT
           END-IF
           EVALUATE AM-TRAN-CODE
               WHEN "22"
               WHEN "27"
               WHEN "32"
               WHEN "37"
                   CONTINUE
               WHEN OTHER
                   MOVE "ORIGINAL TRANSACTION CODE NOT RETURNABLE"
                       TO ITEM-REASON
                   PERFORM LIST-NOT-RETURNED
                   GO TO READ-ITEM-EXIT
           END-EVALUATE

           MOVE "N" TO DUP-FOUND
           PERFORM CHECK-DUPLICATE
               VARYING RT-SUB FROM 1 BY 1
               UNTIL RT-SUB > RT-USED OR DUP-FOUND = "Y"
           IF DUP-FOUND = "Y"
               ADD 1 TO DUP-COUNT
               GO TO READ-ITEM-EXIT
           END-IF

           IF RT-USED >= 5000
               DISPLAY "LEDGER-ACHRET: more than 5000 returns - "
                   "run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO RT-USED
           MOVE ACH-MEMO TO RT-MEMO (RT-USED)
           MOVE F-USERID TO RT-ACCOUNT (RT-USED)
           COMPUTE RETURN-AMOUNT = FUNCTION NUMVAL (F-AMOUNT-TXT)
           IF RETURN-AMOUNT < 0
               COMPUTE RETURN-AMOUNT = 0 - RETURN-AMOUNT
           END-IF
           MOVE RETURN-AMOUNT TO RT-AMOUNT (RT-USED)
           MOVE RETURN-CODE-WORK TO RT-CODE (RT-USED)

           MOVE AM-CO-ID      TO CK-CO-ID
           MOVE AM-SEC        TO CK-SEC
           MOVE AM-CO-NAME    TO CK-CO-NAME
           MOVE AM-ENTRY-DESC TO CK-ENTRY-DESC
           PERFORM FIND-COMPANY
           MOVE CO-SUB TO RT-COMPANY (RT-USED)

           MOVE RETURN-AMOUNT TO ED-AMT
           MOVE SPACES TO RPT-REC
           STRING "RETURN " RETURN-CODE-WORK "  " AM-TRACE "  "
               RT-ACCOUNT (RT-USED) "  " ED-AMT "  "
               FUNCTION TRIM(ITEM-REASON)
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       READ-ITEM-EXIT.
           EXIT.

       LIST-NOT-RETURNED.
           ADD 1 TO NOT-RETURNED-COUNT
           IF REC-VALID = "N"
               MOVE REC-REASON TO ITEM-REASON
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "NOT RETURNED  " AM-TRACE "  "
               FUNCTION TRIM(ITEM-REASON)
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       CHECK-DUPLICATE.
           IF RT-MEMO (RT-SUB) (11:15) = AM-TRACE
               MOVE "Y" TO DUP-FOUND
           END-IF.

       FIND-COMPANY.
           MOVE "N" TO CO-FOUND
           PERFORM MATCH-COMPANY
               VARYING CO-SUB FROM 1 BY 1
               UNTIL CO-SUB > CO-USED OR CO-FOUND = "Y"
           IF CO-FOUND = "Y"
               SUBTRACT 1 FROM CO-SUB
           ELSE
               IF CO-USED >= 500
                   DISPLAY "LEDGER-ACHRET: more than 500 "
                       "originating companies - run stopped"
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CO-USED
               MOVE CO-USED TO CO-SUB
               MOVE COMPANY-KEY TO CO-KEY (CO-SUB)
           END-IF.

       MATCH-COMPANY.
           IF CO-KEY (CO-SUB) = COMPANY-KEY
               MOVE "Y" TO CO-FOUND
           END-IF.

      *> ---------------------------------------------------------
      *> The return file itself
      *> ---------------------------------------------------------
       WRITE-FILE-HEADER.
           MOVE SPACES TO ACH-REC
           MOVE "1" TO ACH-REC-TYPE
           MOVE "01" TO ACH-FH-PRIORITY
           STRING " " OPERATOR-ROUTING DELIMITED BY SIZE
               INTO ACH-FH-DEST
           END-STRING
           STRING " " BANK-ROUTING DELIMITED BY SIZE
               INTO ACH-FH-ORIGIN
           END-STRING
           MOVE RUN-YYMMDD TO ACH-FH-DATE
           MOVE RUN-TIME (1:4) TO ACH-FH-TIME
           MOVE "A" TO ACH-FH-ID-MOD
           MOVE "094" TO ACH-FH-REC-SIZE
           MOVE "10" TO ACH-FH-BLOCKING
           MOVE "1" TO ACH-FH-FORMAT
           MOVE OPERATOR-NAME TO ACH-FH-DEST-NAME
           MOVE BANK-NAME TO ACH-FH-ORIGIN-NAME
           PERFORM WRITE-ACH-RECORD.

      *> one batch for each originating company, its returns in the
      *> order they were read
       WRITE-COMPANY-BATCH.
           ADD 1 TO BATCH-NO
           MOVE 0 TO BATCH-COUNT BATCH-HASH BATCH-DEBITS
                     BATCH-CREDITS
           MOVE CO-KEY (CO-SUB) TO COMPANY-KEY

           MOVE SPACES TO ACH-REC
           MOVE "5" TO ACH-REC-TYPE
           MOVE "200" TO ACH-BH-CLASS
           MOVE CK-CO-NAME TO ACH-BH-CO-NAME
           MOVE CK-CO-ID TO ACH-BH-CO-ID
           MOVE CK-SEC TO ACH-BH-SEC
           MOVE CK-ENTRY-DESC TO ACH-BH-ENTRY-DESC
           MOVE RUN-YYMMDD TO ACH-BH-EFF-DATE
           MOVE "1" TO ACH-BH-ORIG-STATUS
           MOVE BANK-ROUTING (1:8) TO ACH-BH-ODFI
           MOVE BATCH-NO TO ACH-BH-BATCH-NO
           PERFORM WRITE-ACH-RECORD

           PERFORM WRITE-RETURN-ENTRY
               VARYING RT-SUB FROM 1 BY 1
               UNTIL RT-SUB > RT-USED

           MOVE BATCH-HASH TO HASH-TEN
           MOVE SPACES TO ACH-REC
           MOVE "8" TO ACH-REC-TYPE
           MOVE "200" TO ACH-BC-CLASS
           MOVE BATCH-COUNT TO ACH-BC-COUNT
           MOVE HASH-TEN TO ACH-BC-HASH
           MOVE BATCH-DEBITS TO ACH-BC-DEBITS
           MOVE BATCH-CREDITS TO ACH-BC-CREDITS
           MOVE CK-CO-ID TO ACH-BC-CO-ID
           MOVE BANK-ROUTING (1:8) TO ACH-BC-ODFI
           MOVE BATCH-NO TO ACH-BC-BATCH-NO
           PERFORM WRITE-ACH-RECORD

           ADD BATCH-COUNT   TO FILE-COUNT
           ADD BATCH-HASH    TO FILE-HASH
           ADD BATCH-DEBITS  TO FILE-DEBITS
           ADD BATCH-CREDITS TO FILE-CREDITS.

      *> the return entry and its 99 addenda - the returned entry
      *> goes back to the bank that originated it
       WRITE-RETURN-ENTRY.
           IF RT-COMPANY (RT-SUB) NOT = CO-SUB
               EXIT PARAGRAPH
           END-IF
           MOVE RT-MEMO (RT-SUB) TO ACH-MEMO
           ADD 1 TO TRACE-SEQ
           MOVE AM-TRACE-ODFI TO CHECK-RDFI
           MOVE 0 TO CHECK-SUM
           PERFORM ADD-CHECK-WEIGHT
               VARYING DIGIT-SUB FROM 1 BY 1
               UNTIL DIGIT-SUB > 8
           COMPUTE CHECK-DIGIT =
               FUNCTION MOD (10 - FUNCTION MOD (CHECK-SUM, 10), 10)

           MOVE SPACES TO ACH-REC
           MOVE "6" TO ACH-REC-TYPE
           EVALUATE AM-TRAN-CODE
               WHEN "22"
                   MOVE "21" TO ACH-ED-TRAN-CODE
                   ADD RT-AMOUNT (RT-SUB) TO BATCH-CREDITS
               WHEN "32"
                   MOVE "31" TO ACH-ED-TRAN-CODE
                   ADD RT-AMOUNT (RT-SUB) TO BATCH-CREDITS
               WHEN "27"
                   MOVE "26" TO ACH-ED-TRAN-CODE
                   ADD RT-AMOUNT (RT-SUB) TO BATCH-DEBITS
               WHEN "37"
                   MOVE "36" TO ACH-ED-TRAN-CODE
                   ADD RT-AMOUNT (RT-SUB) TO BATCH-DEBITS
           END-EVALUATE
           MOVE AM-TRACE-ODFI TO ACH-ED-RDFI
           MOVE CHECK-DIGIT TO ACH-ED-CHECK-DIGIT
           MOVE RT-ACCOUNT (RT-SUB) TO ACH-ED-ACCOUNT
           MOVE RT-AMOUNT (RT-SUB) TO ACH-ED-AMOUNT
           MOVE AM-IND-ID TO ACH-ED-IND-ID
           MOVE AM-IND-NAME TO ACH-ED-IND-NAME
           MOVE "1" TO ACH-ED-ADDENDA-IND
           STRING BANK-ROUTING (1:8) TRACE-SEQ
               DELIMITED BY SIZE INTO ACH-ED-TRACE
           END-STRING
           ADD ACH-ED-RDFI-N TO BATCH-HASH
           ADD 1 TO BATCH-COUNT
           PERFORM WRITE-ACH-RECORD

           MOVE SPACES TO ACH-REC
           MOVE "7" TO ACH-REC-TYPE
           MOVE "99" TO ACH-AD-TYPE
           MOVE RT-CODE (RT-SUB) TO ACH-AD-RETURN-CODE
           MOVE AM-TRACE TO ACH-AD-ORIG-TRACE
           MOVE BANK-ROUTING (1:8) TO ACH-AD-ORIG-RDFI
           STRING BANK-ROUTING (1:8) TRACE-SEQ
               DELIMITED BY SIZE INTO ACH-AD-TRACE
           END-STRING
           ADD 1 TO BATCH-COUNT
           PERFORM WRITE-ACH-RECORD.

       ADD-CHECK-WEIGHT.
           COMPUTE CHECK-SUM = CHECK-SUM
               + CR-DIGIT (DIGIT-SUB) * CW-WEIGHT (DIGIT-SUB).

       WRITE-FILE-CONTROL.
           MOVE FILE-HASH TO HASH-TEN
           MOVE SPACES TO ACH-REC
           MOVE "9" TO ACH-REC-TYPE
           MOVE BATCH-NO TO ACH-FC-BATCHES
           COMPUTE ACH-FC-BLOCKS = (RECORD-COUNT + 1 + 9) / 10
           MOVE FILE-COUNT TO ACH-FC-COUNT
           MOVE HASH-TEN TO ACH-FC-HASH
           MOVE FILE-DEBITS TO ACH-FC-DEBITS
           MOVE FILE-CREDITS TO ACH-FC-CREDITS
           PERFORM WRITE-ACH-RECORD
           PERFORM WRITE-BLOCK-PADDING
               UNTIL FUNCTION MOD (RECORD-COUNT, 10) = 0.

       WRITE-BLOCK-PADDING.
           MOVE ALL "9" TO ACH-REC
           PERFORM WRITE-ACH-RECORD.

       WRITE-ACH-RECORD.
           WRITE ACH-REC
           ADD 1 TO RECORD-COUNT.

           COPY PARSECSV.

           COPY VALDATE.
