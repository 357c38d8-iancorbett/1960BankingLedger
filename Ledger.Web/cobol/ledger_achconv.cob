      *> ledger_achconv.cob
      *> Usage:  ledger_achconv <ach-file> <trans-out.csv> <report.txt>
      *>                        <business-date>
      *>
      *> Converts the fixed-width ACH file the clearing house sends us
      *> (see LEDGACH.cpy) into an ordinary Date,Type,Amount,Memo,UserId
      *> extract for LEDGER-REPORT / LEDGER-POST.  Each entry detail
      *> becomes one row: a credit entry (22 or 32) a CREDIT, a debit
      *> entry (27 or 37) a debit-signed DEBIT, against the account
      *> whose number the entry carries, dated the batch's effective
      *> entry date - LEDGER-POST's effective dating parks one that
      *> settles ahead of the business date.  Zero-dollar prenotes
      *> (23, 28, 33, 38) are proved with their batch but make no row.
      *> The row's memo carries the original entry in fixed positions
      *> (see ACHMEMO.cpy) so an item that cannot post can be returned
      *> by LEDGER-ACHRET.
      *>
      *> Nothing is taken on trust.  Each batch is held until its
      *> batch control arrives and proved against it - entry and
      *> addenda count, entry hash, total debits and total credits,
      *> and the service class and batch number matching the header.
      *> A batch that proves goes to the extract; one that fails, or
      *> carries a transaction code we do not take, is refused whole
      *> and listed on the report with the reason - none of its
      *> entries post.  The file control is proved the same way
      *> against every batch in the file (batch count, block count,
      *> entry and addenda count, entry hash, debits, credits).  A file
      *> whose control fails, or whose records are out of order, is
      *> refused outright: the extract is cut back to its header and
      *> an empty TRAILER, and nothing in it posts.
      *>
      *> The extract ends with the standard TRAILER control record.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-ACHCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHFILE ASSIGN TO DYNAMIC achfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACH-STATUS.
           SELECT TRANSFILE ASSIGN TO DYNAMIC transfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC rptfile-name
               ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
       FILE SECTION.
       FD  ACHFILE.
           COPY LEDGACH.

       FD  TRANSFILE.
       01  TRANS-REC              PIC X(512).

       FD  RPTFILE.
       01  RPT-REC                PIC X(256).

        WORKING-STORAGE SECTION.
       77  achfile-name           PIC X(256).
       77  transfile-name         PIC X(256).
       77  rptfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  ACH-STATUS             PIC X(02) VALUE "00".
       77  ACH-EOF                PIC X VALUE "N".
       77  RUN-DATE               PIC X(10).
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.
      *> the memo layout every converted row carries
           COPY ACHMEMO.

      *> where the file stands
       77  SEEN-FILE-HEADER       PIC X VALUE "N".
       77  SEEN-FILE-CONTROL      PIC X VALUE "N".
       77  IN-BATCH               PIC X VALUE "N".
       77  FILE-OK                PIC X VALUE "Y".
       77  FILE-REASON            PIC X(50) VALUE SPACES.
       77  RECORD-COUNT           PIC 9(9) COMP VALUE 0.

      *> the batch being held for its control
       77  BATCH-OK               PIC X VALUE "Y".
       77  BATCH-REASON           PIC X(50).
       77  BATCH-CLASS            PIC X(03).
       77  BATCH-NO               PIC X(07).
       77  BATCH-CO-NAME          PIC X(16).
       77  BATCH-CO-ID            PIC X(10).
       77  BATCH-SEC              PIC X(03).
       77  BATCH-DESC             PIC X(10).
       77  BATCH-DATE             PIC X(10).
       77  BATCH-COUNT            PIC 9(9) COMP.
       77  BATCH-HASH             PIC 9(18) COMP.
       77  BATCH-DEBITS           PIC S9(13)V99 COMP-3.
       77  BATCH-CREDITS          PIC S9(13)V99 COMP-3.
       77  BATCH-PRENOTES         PIC 9(9) COMP.
       77  HASH-TEN               PIC 9(10).

      *> the rows a batch will make, held until it proves; a batch
      *> larger than this stops the run rather than be half-proved
       01  BATCH-ROW-TABLE.
           05  BR-ROW OCCURS 5000 TIMES PIC X(256).
       77  BR-USED                PIC 9(5) COMP VALUE 0.
       77  BR-SUB                 PIC 9(5) COMP.
       01  BR-AMOUNTS.
           05  BR-AMOUNT OCCURS 5000 TIMES PIC S9(9)V99 COMP-3.

      *> the whole file's figures, for the file control
       77  FILE-BATCHES           PIC 9(9) COMP VALUE 0.
       77  FILE-COUNT             PIC 9(9) COMP VALUE 0.
       77  FILE-HASH              PIC 9(18) COMP VALUE 0.
       77  FILE-DEBITS            PIC S9(13)V99 COMP-3 VALUE 0.
       77  FILE-CREDITS           PIC S9(13)V99 COMP-3 VALUE 0.
       77  FILE-BLOCKS            PIC 9(9) COMP.
       77  FILE-CONTROL-REC       PIC X(94).

      *> what went to the extract
       77  BATCHES-OK             PIC 9(9) COMP VALUE 0.
       77  BATCHES-REFUSED        PIC 9(9) COMP VALUE 0.
       77  PRENOTE-COUNT          PIC 9(9) COMP VALUE 0.
       77  ITEM-COUNT             PIC 9(9) COMP VALUE 0.
       77  NET-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
       77  CREDIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       77  DEBIT-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.

       77  ROW-AMOUNT             PIC S9(9)V99 COMP-3.
       77  ROW-TYPE               PIC X(08).
       77  ROW-ACCOUNT            PIC X(17).
       77  EFF-YY                 PIC 9(02).

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
               DISPLAY "Usage: ledger_achconv <ach-file> "
                   "<trans-out.csv> <report.txt> <business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT achfile-name   FROM ARGUMENT-VALUE
           ACCEPT transfile-name FROM ARGUMENT-VALUE
           ACCEPT rptfile-name   FROM ARGUMENT-VALUE
           ACCEPT RUN-DATE       FROM ARGUMENT-VALUE
           MOVE RUN-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-ACHCONV: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACHFILE
           IF ACH-STATUS NOT = "00"
               DISPLAY "LEDGER-ACHCONV: ACH file open status "
                   ACH-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSFILE
           OPEN OUTPUT RPTFILE

           MOVE "Date,Type,Amount,Memo,UserId" TO TRANS-REC
           WRITE TRANS-REC

           MOVE "1960Ledger - ACH Inbound Conversion" TO RPT-REC
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "BUSINESS DATE " FUNCTION TRIM(RUN-DATE)
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           PERFORM READ-ACH-RECORD UNTIL ACH-EOF = "Y"

           IF FILE-OK = "Y"
               PERFORM PROVE-FILE-END
           END-IF
           IF FILE-OK = "Y"
               PERFORM PROVE-FILE-CONTROL
           END-IF
           CLOSE ACHFILE

      *> a refused file posts nothing - the extract is cut back to
      *> its header and an empty trailer
           IF FILE-OK = "N"
               CLOSE TRANSFILE
               OPEN OUTPUT TRANSFILE
               MOVE "Date,Type,Amount,Memo,UserId" TO TRANS-REC
               WRITE TRANS-REC
               MOVE 0 TO ITEM-COUNT NET-TOTAL CREDIT-TOTAL
                         DEBIT-TOTAL
           END-IF

       FINISH-ACHCONV.
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
           IF FILE-OK = "Y"
               MOVE "FILE CONTROL PROVED" TO RPT-REC
           ELSE
               MOVE SPACES TO RPT-REC
               STRING "FILE REFUSED - " FUNCTION TRIM(FILE-REASON)
                   " - NOTHING CONVERTED"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
           END-IF
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           MOVE FILE-BATCHES TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "BATCHES READ        : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE BATCHES-OK TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "BATCHES ACCEPTED    : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE BATCHES-REFUSED TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "BATCHES REFUSED     : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE ITEM-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "ENTRIES CONVERTED   : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE PRENOTE-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "PRENOTES (NO ROW)   : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE CREDIT-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "CREDITS CONVERTED   : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE DEBIT-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "DEBITS CONVERTED    : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           CLOSE TRANSFILE RPTFILE
           IF FILE-OK = "N"
               DISPLAY "LEDGER-ACHCONV: file refused - "
                   FUNCTION TRIM(FILE-REASON)
           END-IF
      *> a refused file or batch failed its control totals
           IF FILE-OK = "N" OR BATCHES-REFUSED > 0
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-IF
           GOBACK.

      *> ---------------------------------------------------------
      *> One physical record, dispatched on its record type.  Once
      *> the file is refused the rest is only counted.
      *> ---------------------------------------------------------
       READ-ACH-RECORD.
           READ ACHFILE
               AT END
                   MOVE "Y" TO ACH-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO RECORD-COUNT
           IF FILE-OK = "N"
               EXIT PARAGRAPH
           END-IF
      *> block padding after the file control
           IF SEEN-FILE-CONTROL = "Y"
               IF ACH-REC NOT = ALL "9"
                   MOVE "RECORDS AFTER FILE CONTROL" TO FILE-REASON
                   MOVE "N" TO FILE-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SEEN-FILE-HEADER = "N" AND NOT ACH-FILE-HEADER
               MOVE "FILE HEADER MISSING" TO FILE-REASON
               MOVE "N" TO FILE-OK
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ACH-FILE-HEADER
                   PERFORM TAKE-FILE-HEADER
               WHEN ACH-BATCH-HEADER
                   PERFORM TAKE-BATCH-HEADER
               WHEN ACH-ENTRY
                   PERFORM TAKE-ENTRY
               WHEN ACH-ADDENDA
                   PERFORM TAKE-ADDENDA
               WHEN ACH-BATCH-CONTROL
                   PERFORM TAKE-BATCH-CONTROL
               WHEN ACH-FILE-CONTROL
                   PERFORM TAKE-FILE-CONTROL
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO FILE-REASON
                   MOVE "N" TO FILE-OK
           END-EVALUATE.

       TAKE-FILE-HEADER.
           IF SEEN-FILE-HEADER = "Y"
               MOVE "SECOND FILE HEADER" TO FILE-REASON
               MOVE "N" TO FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SEEN-FILE-HEADER
           MOVE SPACES TO RPT-REC
           STRING "FILE FROM " FUNCTION TRIM(ACH-FH-ORIGIN-NAME)
               " (" FUNCTION TRIM(ACH-FH-ORIGIN) ")  CREATED "
               ACH-FH-DATE "  ID " ACH-FH-ID-MOD
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC.

      *> ---------------------------------------------------------
      *> Batch header - a new batch is held from here to its control
      *> ---------------------------------------------------------
       TAKE-BATCH-HEADER.
           IF IN-BATCH = "Y"
               MOVE "BATCH CONTROL MISSING" TO FILE-REASON
               MOVE "N" TO FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO IN-BATCH
           ADD 1 TO FILE-BATCHES
           MOVE "Y" TO BATCH-OK
           MOVE SPACES TO BATCH-REASON
           MOVE ACH-BH-CLASS      TO BATCH-CLASS
           MOVE ACH-BH-BATCH-NO   TO BATCH-NO
           MOVE ACH-BH-CO-NAME    TO BATCH-CO-NAME
           MOVE ACH-BH-CO-ID      TO BATCH-CO-ID
           MOVE ACH-BH-SEC        TO BATCH-SEC
           MOVE ACH-BH-ENTRY-DESC TO BATCH-DESC
           INSPECT BATCH-CO-NAME REPLACING ALL "," BY " "
           INSPECT BATCH-CO-ID   REPLACING ALL "," BY " "
           INSPECT BATCH-DESC    REPLACING ALL "," BY " "
           MOVE 0 TO BATCH-COUNT BATCH-HASH BATCH-DEBITS
                     BATCH-CREDITS BATCH-PRENOTES BR-USED

      *> the effective entry date dates every row; one that will not
      *> parse falls back to the business date
           MOVE RUN-DATE TO BATCH-DATE
           IF ACH-BH-EFF-DATE IS NUMERIC
               MOVE ACH-BH-EFF-DATE (1:2) TO EFF-YY
               MOVE SPACES TO DATE-WORK
               IF EFF-YY < 70
                   STRING "20" ACH-BH-EFF-DATE (1:2) "-"
                       ACH-BH-EFF-DATE (3:2) "-"
                       ACH-BH-EFF-DATE (5:2)
                       DELIMITED BY SIZE INTO DATE-WORK
                   END-STRING
               ELSE
                   STRING "19" ACH-BH-EFF-DATE (1:2) "-"
                       ACH-BH-EFF-DATE (3:2) "-"
                       ACH-BH-EFF-DATE (5:2)
                       DELIMITED BY SIZE INTO DATE-WORK
                   END-STRING
               END-IF
               PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
               IF DATE-INT NOT = 0
                   MOVE DATE-WORK TO BATCH-DATE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Entry detail - proved into the batch figures, and made into
      *> a held row if it is a money entry we take
      *> ---------------------------------------------------------
       TAKE-ENTRY.
           IF IN-BATCH = "N"
               MOVE "ENTRY OUTSIDE A BATCH" TO FILE-REASON
               MOVE "N" TO FILE-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BATCH-COUNT
           IF ACH-ED-RDFI-N IS NUMERIC
               ADD ACH-ED-RDFI-N TO BATCH-HASH
           ELSE
               MOVE "NON-NUMERIC RECEIVING BANK ID" TO BATCH-REASON
               MOVE "N" TO BATCH-OK
           END-IF
           IF ACH-ED-AMOUNT IS NOT NUMERIC
               MOVE "NON-NUMERIC ENTRY AMOUNT" TO BATCH-REASON
               MOVE "N" TO BATCH-OK
               EXIT PARAGRAPH
           END-IF

           EVALUATE ACH-ED-TRAN-CODE
               WHEN "22"
               WHEN "32"
                   ADD ACH-ED-AMOUNT TO BATCH-CREDITS
                   MOVE "CREDIT" TO ROW-TYPE
                   MOVE ACH-ED-AMOUNT TO ROW-AMOUNT
               WHEN "27"
               WHEN "37"
                   ADD ACH-ED-AMOUNT TO BATCH-DEBITS
                   MOVE "DEBIT" TO ROW-TYPE
                   COMPUTE ROW-AMOUNT = 0 - ACH-ED-AMOUNT
               WHEN "23"
               WHEN "33"
                   ADD ACH-ED-AMOUNT TO BATCH-CREDITS
                   ADD 1 TO BATCH-PRENOTES
                   EXIT PARAGRAPH
               WHEN "28"
               WHEN "38"
                   ADD ACH-ED-AMOUNT TO BATCH-DEBITS
                   ADD 1 TO BATCH-PRENOTES
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE SPACES TO BATCH-REASON
                   STRING "UNSUPPORTED TRANSACTION CODE "
                       ACH-ED-TRAN-CODE
                       DELIMITED BY SIZE INTO BATCH-REASON
                   END-STRING
                   MOVE "N" TO BATCH-OK
                   EXIT PARAGRAPH
           END-EVALUATE

           IF BR-USED >= 5000
               DISPLAY "LEDGER-ACHCONV: batch " BATCH-NO
                   " has more than 5000 entries - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BR-USED
           MOVE ROW-AMOUNT TO BR-AMOUNT (BR-USED)

           MOVE SPACES TO ACH-MEMO
           MOVE "ACH TRACE "       TO AM-TAG
           MOVE ACH-ED-TRACE       TO AM-TRACE
           MOVE ACH-ED-TRAN-CODE   TO AM-TRAN-CODE
           MOVE BATCH-SEC          TO AM-SEC
           MOVE BATCH-CO-ID        TO AM-CO-ID
           MOVE BATCH-CO-NAME      TO AM-CO-NAME
           MOVE BATCH-DESC         TO AM-ENTRY-DESC
           MOVE ACH-ED-IND-ID      TO AM-IND-ID
           MOVE ACH-ED-IND-NAME    TO AM-IND-NAME
           INSPECT ACH-MEMO REPLACING ALL "," BY " "
           MOVE FUNCTION TRIM(ACH-ED-ACCOUNT) TO ROW-ACCOUNT
           INSPECT ROW-ACCOUNT REPLACING ALL "," BY " "

           MOVE ROW-AMOUNT TO ED-AMT
           MOVE SPACES TO BR-ROW (BR-USED)
           STRING BATCH-DATE "," FUNCTION TRIM(ROW-TYPE) ","
               FUNCTION TRIM(ED-AMT) "," ACH-MEMO ","
               FUNCTION TRIM(ROW-ACCOUNT)
               DELIMITED BY SIZE INTO BR-ROW (BR-USED)
           END-STRING.

       TAKE-ADDENDA.
           IF IN-BATCH = "N"
               MOVE "ADDENDA OUTSIDE A BATCH" TO FILE-REASON
               MOVE "N" TO FILE-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BATCH-COUNT.

      *> ---------------------------------------------------------
      *> Batch control - prove the held batch, then release it to
      *> the extract or refuse it whole
      *> ---------------------------------------------------------
       TAKE-BATCH-CONTROL.
           IF IN-BATCH = "N"
               MOVE "BATCH CONTROL WITHOUT HEADER" TO FILE-REASON
               MOVE "N" TO FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO IN-BATCH
           ADD BATCH-PRENOTES TO PRENOTE-COUNT
      *> the file control totals the batch controls, so it is those
      *> that are carried forward - a batch refused on its own
      *> control does not also sink the file
           IF ACH-BC-COUNT IS NUMERIC AND ACH-BC-HASH IS NUMERIC
              AND ACH-BC-DEBITS IS NUMERIC
              AND ACH-BC-CREDITS IS NUMERIC
               ADD ACH-BC-COUNT   TO FILE-COUNT
               ADD ACH-BC-HASH    TO FILE-HASH
               ADD ACH-BC-DEBITS  TO FILE-DEBITS
               ADD ACH-BC-CREDITS TO FILE-CREDITS
           ELSE
               ADD BATCH-COUNT   TO FILE-COUNT
               ADD BATCH-HASH    TO FILE-HASH
               ADD BATCH-DEBITS  TO FILE-DEBITS
               ADD BATCH-CREDITS TO FILE-CREDITS
           END-IF

           MOVE BATCH-HASH TO HASH-TEN
           IF BATCH-OK = "Y"
               EVALUATE TRUE
                   WHEN ACH-BC-CLASS NOT = BATCH-CLASS
                       MOVE "SERVICE CLASS DOES NOT MATCH HEADER"
                           TO BATCH-REASON
                   WHEN ACH-BC-BATCH-NO NOT = BATCH-NO
                       MOVE "BATCH NUMBER DOES NOT MATCH HEADER"
                           TO BATCH-REASON
                   WHEN ACH-BC-COUNT IS NOT NUMERIC
                     OR ACH-BC-HASH IS NOT NUMERIC
                     OR ACH-BC-DEBITS IS NOT NUMERIC
                     OR ACH-BC-CREDITS IS NOT NUMERIC
                       MOVE "BATCH CONTROL NOT NUMERIC"
                           TO BATCH-REASON
                   WHEN ACH-BC-COUNT NOT = BATCH-COUNT
                       MOVE "ENTRY/ADDENDA COUNT OUT OF BALANCE"
                           TO BATCH-REASON
                   WHEN ACH-BC-HASH NOT = HASH-TEN
                       MOVE "ENTRY HASH OUT OF BALANCE"
                           TO BATCH-REASON
                   WHEN ACH-BC-DEBITS NOT = BATCH-DEBITS
                       MOVE "DEBIT TOTAL OUT OF BALANCE"
                           TO BATCH-REASON
                   WHEN ACH-BC-CREDITS NOT = BATCH-CREDITS
                       MOVE "CREDIT TOTAL OUT OF BALANCE"
                           TO BATCH-REASON
               END-EVALUATE
               IF BATCH-REASON NOT = SPACES
                   MOVE "N" TO BATCH-OK
               END-IF
           END-IF

           MOVE BATCH-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE BATCH-DEBITS TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE BATCH-CREDITS TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-C
           MOVE SPACES TO RPT-REC
           STRING "BATCH " BATCH-NO "  " BATCH-CO-NAME "  "
               BATCH-SEC "  " BATCH-DATE "  RECORDS "
               FUNCTION TRIM(TRIM-A) "  DR " FUNCTION TRIM(TRIM-B)
               "  CR " FUNCTION TRIM(TRIM-C)
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF BATCH-OK = "Y"
               ADD 1 TO BATCHES-OK
               PERFORM RELEASE-BATCH-ROW
                   VARYING BR-SUB FROM 1 BY 1
                   UNTIL BR-SUB > BR-USED
               MOVE "      ACCEPTED" TO RPT-REC
           ELSE
               ADD 1 TO BATCHES-REFUSED
               MOVE SPACES TO RPT-REC
               STRING "      REFUSED - " FUNCTION TRIM(BATCH-REASON)
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
           END-IF
           WRITE RPT-REC.

       RELEASE-BATCH-ROW.
           MOVE BR-ROW (BR-SUB) TO TRANS-REC
           WRITE TRANS-REC
           ADD 1 TO ITEM-COUNT
           ADD BR-AMOUNT (BR-SUB) TO NET-TOTAL
           IF BR-AMOUNT (BR-SUB) < 0
               SUBTRACT BR-AMOUNT (BR-SUB) FROM DEBIT-TOTAL
           ELSE
               ADD BR-AMOUNT (BR-SUB) TO CREDIT-TOTAL
           END-IF.

       TAKE-FILE-CONTROL.
           IF IN-BATCH = "Y"
               MOVE "BATCH CONTROL MISSING" TO FILE-REASON
               MOVE "N" TO FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SEEN-FILE-CONTROL
      *> held for the proof once the padding has been counted
           MOVE ACH-REC TO FILE-CONTROL-REC.

       PROVE-FILE-END.
           IF SEEN-FILE-HEADER = "N"
               MOVE "FILE HEADER MISSING" TO FILE-REASON
               MOVE "N" TO FILE-OK
               EXIT PARAGRAPH
           END-IF
           IF SEEN-FILE-CONTROL = "N"
               MOVE "FILE CONTROL MISSING" TO FILE-REASON
               MOVE "N" TO FILE-OK
           END-IF.

      *> ---------------------------------------------------------
      *> File control against the batch controls of every batch the
      *> file carried - accepted and refused alike, since the file
      *> control counts them all
      *> ---------------------------------------------------------
       PROVE-FILE-CONTROL.
           MOVE FILE-CONTROL-REC TO ACH-REC
           COMPUTE FILE-BLOCKS = (RECORD-COUNT + 9) / 10
           MOVE FILE-HASH TO HASH-TEN
           EVALUATE TRUE
               WHEN ACH-FC-BATCHES IS NOT NUMERIC
                 OR ACH-FC-BLOCKS IS NOT NUMERIC
                 OR ACH-FC-COUNT IS NOT NUMERIC
                 OR ACH-FC-HASH IS NOT NUMERIC
                 OR ACH-FC-DEBITS IS NOT NUMERIC
                 OR ACH-FC-CREDITS IS NOT NUMERIC
                   MOVE "FILE CONTROL NOT NUMERIC" TO FILE-REASON
               WHEN ACH-FC-BATCHES NOT = FILE-BATCHES
                   MOVE "BATCH COUNT OUT OF BALANCE" TO FILE-REASON
               WHEN ACH-FC-BLOCKS NOT = FILE-BLOCKS
                   MOVE "BLOCK COUNT OUT OF BALANCE" TO FILE-REASON
               WHEN ACH-FC-COUNT NOT = FILE-COUNT
                   MOVE "FILE ENTRY/ADDENDA COUNT OUT OF BALANCE"
                       TO FILE-REASON
               WHEN ACH-FC-HASH NOT = HASH-TEN
                   MOVE "FILE ENTRY HASH OUT OF BALANCE"
                       TO FILE-REASON
               WHEN ACH-FC-DEBITS NOT = FILE-DEBITS
                   MOVE "FILE DEBIT TOTAL OUT OF BALANCE"
                       TO FILE-REASON
               WHEN ACH-FC-CREDITS NOT = FILE-CREDITS
                   MOVE "FILE CREDIT TOTAL OUT OF BALANCE"
                       TO FILE-REASON
           END-EVALUATE
           IF FILE-REASON NOT = SPACES
               MOVE "N" TO FILE-OK
           END-IF.

           COPY VALDATE.
