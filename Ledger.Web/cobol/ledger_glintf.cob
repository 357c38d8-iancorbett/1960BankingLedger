      *> ledger_glintf.cob
      *> Usage:  ledger_glintf <master-file> <history-file>
      *>                       <control-file> <gl-map-file>
      *>                       <gl-journal-out> <report.txt>
      *>                       <business-date>
      *>
      *> End-of-day general-ledger interface.  LEDGER-TRIALBAL prints
      *> the GL department a sheet by MAST-ACCT-TYPE; this program
      *> hands them the same day as a balanced journal file instead
      *> (see LEDGGLJ.cpy for the layout), so nobody re-keys it.
      *>
      *> Every history record journaled under the business date is
      *> booked twice: once to the GL account its master record's
      *> MAST-ACCT-TYPE maps to (the customer side - a credit for
      *> money in, a debit for money out) and once, the other way,
      *> to the GL account its transaction class maps to (the cash,
      *> income, expense or clearing side).  Every item therefore
      *> books a debit and an equal credit, and the journal carries
      *> one detail line per GL account and side with the day's
      *> total.  The classes are:
      *>   DEPOSIT     CREDIT rows
      *>   WITHDRAWAL  DEBIT rows
      *>   INTEREST    FEE rows carrying LEDGER-MONTHEND's INTEREST
      *>               ACCRUAL memo
      *>   FEE         every other FEE row
      *>   LOANINT     the interest part of a loan payment - the
      *>               LOANPMT item LEDGER-POST journals with the
      *>               memo LOAN <no> INTEREST
      *>   LOANPRIN    the principal part - the LOANPMT item with
      *>               the memo LOAN <no> PRINCIPAL
      *>   REVERSAL, SETTLE, TRANSFER and any other type code
      *>               under its own name
      *> BALFWD records are LEDGER-ARCHIVE's carried balances, not
      *> the day's activity, and are passed over.
      *>
      *> The mapping table is a plain text file the GL department
      *> keeps, one mapping per line, no header row:
      *>   TYPE,<account-type>,<gl-account>,<description>
      *>   CLASS,<class>,<gl-account>,<description>
      *> A line starting with * is a comment.  There is deliberately
      *> no catch-all: an account type or class with no line in the
      *> table is listed on the report and the journal is not
      *> written - an unmapped item booked to a suspense GL account
      *> is an item nobody looks at again.
      *>
      *> Before the journal is released its totals are proved: debits
      *> must equal credits, and the net of the history items booked
      *> must equal the net of every posting-control line for the
      *> business date (the day's posting, settlement, retry and
      *> reversal runs).  A day that does not prove is reported OUT
      *> OF BALANCE and no journal file is written.  Items a posting
      *> run journaled under an earlier row date (a back-dated row,
      *> or a warehouse release) sit on history under that date and
      *> show here as exactly that kind of difference - the GL
      *> department books them by hand, against the .EXC list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-GLINTF.

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
           SELECT CTLFILE ASSIGN TO DYNAMIC ctlfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT MAPFILE ASSIGN TO DYNAMIC mapfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAP-STATUS.
           SELECT GLJFILE ASSIGN TO DYNAMIC gljfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC rptfile-name
               ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
       FILE SECTION.
       FD  MASTFILE.
           COPY LEDGMAST.

       FD  HISTFILE.
           COPY LEDGHIST.

       FD  CTLFILE.
       01  CTL-REC                PIC X(300).

       FD  MAPFILE.
       01  MAP-REC                PIC X(200).

       FD  GLJFILE.
           COPY LEDGGLJ.

       FD  RPTFILE.
       01  RPT-REC                PIC X(256).

        WORKING-STORAGE SECTION.
       77  mastfile-name          PIC X(256).
       77  histfile-name          PIC X(256).
       77  ctlfile-name           PIC X(256).
       77  mapfile-name           PIC X(256).
       77  gljfile-name           PIC X(256).
       77  rptfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  RUN-DATE               PIC X(10).
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  MAST-EOF               PIC X VALUE "N".
       77  HIST-STATUS            PIC X(02) VALUE "00".
       77  HIST-EOF               PIC X VALUE "N".
       77  CTL-STATUS             PIC X(02) VALUE "00".
       77  CTL-EOF                PIC X VALUE "N".
       77  MAP-STATUS             PIC X(02) VALUE "00".
       77  MAP-EOF                PIC X VALUE "N".
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.

      *> one control line split into its fields - see LEDGER-TRIALBAL
       77  CTL-DATE               PIC X(10).
       77  CTL-F2                 PIC X(32).
       77  CTL-F3                 PIC X(32).
       77  CTL-F4                 PIC X(32).
       77  CTL-NET-TXT            PIC X(32).
       77  CTL-NET                PIC S9(13)V99 COMP-3.
       77  CTL-DAY-NET            PIC S9(13)V99 COMP-3 VALUE 0.
       77  CTL-DAY-LINES          PIC 9(9) COMP VALUE 0.

      *> the GL department's mapping table; sixty-four lines covers
      *> every type and class the bank carries several times over,
      *> and the run stops rather than guess when it does not
       01  GL-MAP-TABLE.
           05  GM-ENTRY OCCURS 64 TIMES INDEXED BY GM-IDX.
               10  GM-KIND            PIC X(05) VALUE SPACES.
               10  GM-KEY             PIC X(10) VALUE SPACES.
               10  GM-GL              PIC X(12) VALUE SPACES.
               10  GM-DESC            PIC X(40) VALUE SPACES.
       77  GM-USED                PIC 9(2) COMP VALUE 0.
       77  MAP-KIND-WK            PIC X(08).
       77  MAP-KEY-WK             PIC X(10).
       77  MAP-GL-WK              PIC X(12).
       77  MAP-DESC-WK            PIC X(40).

      *> the day's totals per GL account
       01  GL-TOTAL-TABLE.
           05  GT-ENTRY OCCURS 64 TIMES INDEXED BY GT-IDX.
               10  GT-GL              PIC X(12) VALUE SPACES.
               10  GT-DESC            PIC X(40) VALUE SPACES.
               10  GT-DR              PIC S9(13)V99 COMP-3 VALUE 0.
               10  GT-DR-ITEMS        PIC 9(9) COMP VALUE 0.
               10  GT-CR              PIC S9(13)V99 COMP-3 VALUE 0.
               10  GT-CR-ITEMS        PIC 9(9) COMP VALUE 0.
       77  GT-USED                PIC 9(2) COMP VALUE 0.
       77  GT-SUB                 PIC 9(2) COMP.

      *> every type or class the table did not answer for
       01  UNMAPPED-TABLE.
           05  UM-ENTRY OCCURS 32 TIMES INDEXED BY UM-IDX.
               10  UM-KIND            PIC X(05) VALUE SPACES.
               10  UM-KEY             PIC X(10) VALUE SPACES.
               10  UM-ITEMS           PIC 9(9) COMP VALUE 0.
       77  UM-USED                PIC 9(2) COMP VALUE 0.
       77  UM-SUB                 PIC 9(2) COMP.
       77  UM-OVERFLOW            PIC X VALUE "N".

      *> one history item being booked
       77  CUR-ACCT               PIC X(64).
       77  CUR-ACCT-TYPE          PIC X(10).
       77  ITEM-CLASS             PIC X(10).
      *> the first three words of a LOANPMT memo - "LOAN <no>
      *> INTEREST" or "LOAN <no> PRINCIPAL"
       77  MEMO-WORD-1            PIC X(32).
       77  MEMO-WORD-2            PIC X(32).
       77  MEMO-WORD-3            PIC X(32).
       77  ITEM-MAPPED            PIC X VALUE "Y".
       77  LOOK-KIND              PIC X(05).
       77  LOOK-KEY               PIC X(10).
       77  LOOK-GL                PIC X(12).
       77  LOOK-DESC              PIC X(40).
       77  LOOK-FOUND             PIC X VALUE "N".
       77  TYPE-GL                PIC X(12).
       77  TYPE-DESC              PIC X(40).
       77  CLASS-GL               PIC X(12).
       77  CLASS-DESC             PIC X(40).
       77  BOOK-GL                PIC X(12).
       77  BOOK-DESC              PIC X(40).
       77  BOOK-SIDE              PIC X(01).
       77  BOOK-AMOUNT            PIC S9(13)V99 COMP-3.

       77  HIST-ITEMS             PIC 9(9) COMP VALUE 0.
       77  HIST-NET               PIC S9(13)V99 COMP-3 VALUE 0.
       77  BOOKED-ITEMS           PIC 9(9) COMP VALUE 0.
       77  UNMAPPED-ITEMS         PIC 9(9) COMP VALUE 0.
       77  TOTAL-DR               PIC S9(13)V99 COMP-3 VALUE 0.
       77  TOTAL-CR               PIC S9(13)V99 COMP-3 VALUE 0.
       77  DETAIL-COUNT           PIC 9(9) COMP VALUE 0.
       77  VARIANCE-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
       77  RELEASE-OK             PIC X VALUE "Y".

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
           IF ARG-COUNT NOT = 7
               DISPLAY "Usage: ledger_glintf <master-file> "
                   "<history-file> <control-file> <gl-map-file> "
                   "<gl-journal-out> <report.txt> <business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           ACCEPT histfile-name FROM ARGUMENT-VALUE
           ACCEPT ctlfile-name  FROM ARGUMENT-VALUE
           ACCEPT mapfile-name  FROM ARGUMENT-VALUE
           ACCEPT gljfile-name  FROM ARGUMENT-VALUE
           ACCEPT rptfile-name  FROM ARGUMENT-VALUE
           ACCEPT RUN-DATE      FROM ARGUMENT-VALUE
           MOVE RUN-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-GLINTF: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-GL-MAP

           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-GLINTF: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTFILE
           IF HIST-STATUS NOT = "00"
               DISPLAY "LEDGER-GLINTF: history file open status "
                   HIST-STATUS " - run stopped"
               CLOSE MASTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPTFILE

           MOVE "1960Ledger - General Ledger Interface" TO RPT-REC
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

           PERFORM READ-MASTER-NEXT
           PERFORM BOOK-ACCOUNT UNTIL MAST-EOF = "Y"
           CLOSE MASTFILE HISTFILE

           PERFORM SUM-POSTING-CONTROL

      *> the release proof - every test is run and reported, so the
      *> GL department sees all that is wrong in one pass
           IF UNMAPPED-ITEMS > 0
               MOVE "N" TO RELEASE-OK
           END-IF
           IF TOTAL-DR NOT = TOTAL-CR
               MOVE "N" TO RELEASE-OK
           END-IF
           COMPUTE VARIANCE-AMT = HIST-NET - CTL-DAY-NET
           IF VARIANCE-AMT NOT = 0
               MOVE "N" TO RELEASE-OK
           END-IF

           PERFORM WRITE-GL-LINE
               VARYING GT-SUB FROM 1 BY 1
               UNTIL GT-SUB > GT-USED
           PERFORM WRITE-PROOF-SECTION

           IF RELEASE-OK = "Y"
               PERFORM WRITE-GL-JOURNAL
               MOVE SPACES TO RPT-REC
               STRING "JOURNAL RELEASED TO "
                   FUNCTION TRIM(gljfile-name)
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           ELSE
               MOVE "JOURNAL NOT RELEASED - NO GL FILE WRITTEN"
                   TO RPT-REC
               WRITE RPT-REC
               DISPLAY "LEDGER-GLINTF: GL journal for "
                   FUNCTION TRIM(RUN-DATE) " not released - see "
                   FUNCTION TRIM(rptfile-name)
           END-IF

           CLOSE RPTFILE
           IF RELEASE-OK = "N"
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-IF
           GOBACK.

      *> ---------------------------------------------------------
      *> Mapping table load.  A line the GL department mis-keyed is
      *> surfaced and the run stops - a guessed mapping books money
      *> to the wrong account in someone else's ledger.
      *> ---------------------------------------------------------
       LOAD-GL-MAP.
           OPEN INPUT MAPFILE
           IF MAP-STATUS NOT = "00"
               DISPLAY "LEDGER-GLINTF: GL mapping file open status "
                   MAP-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO MAP-EOF
           PERFORM LOAD-MAP-RECORD UNTIL MAP-EOF = "Y"
           CLOSE MAPFILE.

       LOAD-MAP-RECORD.
           READ MAPFILE
               AT END
                   MOVE "Y" TO MAP-EOF
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(MAP-REC) = SPACES
              OR MAP-REC (1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MAP-KIND-WK MAP-KEY-WK MAP-GL-WK
                          MAP-DESC-WK
           UNSTRING MAP-REC DELIMITED BY ","
               INTO MAP-KIND-WK, MAP-KEY-WK, MAP-GL-WK, MAP-DESC-WK
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAP-KIND-WK))
               TO MAP-KIND-WK
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAP-KEY-WK))
               TO MAP-KEY-WK
           MOVE FUNCTION TRIM(MAP-GL-WK) TO MAP-GL-WK
           IF (MAP-KIND-WK NOT = "TYPE" AND MAP-KIND-WK NOT = "CLASS")
              OR MAP-KEY-WK = SPACES
              OR MAP-GL-WK = SPACES
               DISPLAY "LEDGER-GLINTF: GL mapping line not "
                   "understood: " FUNCTION TRIM(MAP-REC)
               DISPLAY "LEDGER-GLINTF: run stopped - correct the "
                   "mapping table"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF GM-USED >= 64
               DISPLAY "LEDGER-GLINTF: more than 64 GL mapping "
                   "lines - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO GM-USED
           MOVE MAP-KIND-WK TO GM-KIND (GM-USED)
           MOVE MAP-KEY-WK  TO GM-KEY (GM-USED)
           MOVE MAP-GL-WK   TO GM-GL (GM-USED)
           MOVE FUNCTION TRIM(MAP-DESC-WK) TO GM-DESC (GM-USED).

       LOOK-UP-MAP.
           MOVE "N" TO LOOK-FOUND
           MOVE SPACES TO LOOK-GL LOOK-DESC
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-KIND (GM-IDX) = LOOK-KIND
                    AND GM-KEY (GM-IDX) = LOOK-KEY
                   MOVE "Y" TO LOOK-FOUND
                   MOVE GM-GL (GM-IDX) TO LOOK-GL
                   MOVE GM-DESC (GM-IDX) TO LOOK-DESC
           END-SEARCH.

       READ-MASTER-NEXT.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO MAST-EOF
           END-READ.

      *> ---------------------------------------------------------
      *> One master record: position the history file on its first
      *> item for the business date and book every item it carries
      *> under that date.
      *> ---------------------------------------------------------
       BOOK-ACCOUNT.
           MOVE MAST-ACCOUNT-ID TO CUR-ACCT
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAST-ACCT-TYPE))
               TO CUR-ACCT-TYPE
           IF CUR-ACCT-TYPE = SPACES
               MOVE "(NONE)" TO CUR-ACCT-TYPE
           END-IF
           MOVE CUR-ACCT TO HIST-ACCOUNT-ID
           MOVE RUN-DATE TO HIST-DATE
           MOVE 0        TO HIST-SEQ
           MOVE "N" TO HIST-EOF
           START HISTFILE KEY IS >= HIST-KEY
               INVALID KEY
                   MOVE "Y" TO HIST-EOF
           END-START
           IF HIST-EOF = "N"
               PERFORM READ-HISTORY-NEXT
           END-IF
           PERFORM BOOK-HISTORY-ITEM UNTIL HIST-EOF = "Y"
           PERFORM READ-MASTER-NEXT.

       READ-HISTORY-NEXT.
           READ HISTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO HIST-EOF
                   EXIT PARAGRAPH
           END-READ
           IF HIST-ACCOUNT-ID NOT = CUR-ACCT
              OR HIST-DATE NOT = RUN-DATE
               MOVE "Y" TO HIST-EOF
           END-IF.

       BOOK-HISTORY-ITEM.
           IF HIST-TYPE NOT = "BALFWD"
               PERFORM BOOK-ITEM
           END-IF
           PERFORM READ-HISTORY-NEXT.

      *> ---------------------------------------------------------
      *> One item, both sides.  An item either side of which the
      *> table cannot place is counted as unmapped and books
      *> nothing; it still counts in the history net, so the proof
      *> never hides it.
      *> ---------------------------------------------------------
       BOOK-ITEM.
           ADD 1 TO HIST-ITEMS
           ADD HIST-AMOUNT TO HIST-NET
           PERFORM CLASSIFY-ITEM
           MOVE "Y" TO ITEM-MAPPED

           MOVE "TYPE" TO LOOK-KIND
           MOVE CUR-ACCT-TYPE TO LOOK-KEY
           PERFORM LOOK-UP-MAP
           IF LOOK-FOUND = "N"
               MOVE "N" TO ITEM-MAPPED
               PERFORM NOTE-UNMAPPED
           END-IF
           MOVE LOOK-GL TO TYPE-GL
           MOVE LOOK-DESC TO TYPE-DESC

           MOVE "CLASS" TO LOOK-KIND
           MOVE ITEM-CLASS TO LOOK-KEY
           PERFORM LOOK-UP-MAP
           IF LOOK-FOUND = "N"
               MOVE "N" TO ITEM-MAPPED
               PERFORM NOTE-UNMAPPED
           END-IF
           MOVE LOOK-GL TO CLASS-GL
           MOVE LOOK-DESC TO CLASS-DESC

           IF ITEM-MAPPED = "N"
               ADD 1 TO UNMAPPED-ITEMS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BOOKED-ITEMS

      *> money in credits the customer side and debits the offset;
      *> money out the other way round
           IF HIST-AMOUNT >= 0
               MOVE HIST-AMOUNT TO BOOK-AMOUNT
               MOVE TYPE-GL TO BOOK-GL
               MOVE TYPE-DESC TO BOOK-DESC
               MOVE "C" TO BOOK-SIDE
               PERFORM ADD-GL-TOTAL
               MOVE CLASS-GL TO BOOK-GL
               MOVE CLASS-DESC TO BOOK-DESC
               MOVE "D" TO BOOK-SIDE
               PERFORM ADD-GL-TOTAL
           ELSE
               COMPUTE BOOK-AMOUNT = 0 - HIST-AMOUNT
               MOVE TYPE-GL TO BOOK-GL
               MOVE TYPE-DESC TO BOOK-DESC
               MOVE "D" TO BOOK-SIDE
               PERFORM ADD-GL-TOTAL
               MOVE CLASS-GL TO BOOK-GL
               MOVE CLASS-DESC TO BOOK-DESC
               MOVE "C" TO BOOK-SIDE
               PERFORM ADD-GL-TOTAL
           END-IF.

       CLASSIFY-ITEM.
           EVALUATE FUNCTION UPPER-CASE (FUNCTION TRIM(HIST-TYPE))
               WHEN "CREDIT"
                   MOVE "DEPOSIT" TO ITEM-CLASS
               WHEN "DEBIT"
                   MOVE "WITHDRAWAL" TO ITEM-CLASS
               WHEN "FEE"
                   IF FUNCTION UPPER-CASE (FUNCTION TRIM(HIST-MEMO))
                           = "INTEREST ACCRUAL"
                       MOVE "INTEREST" TO ITEM-CLASS
                   ELSE
                       MOVE "FEE" TO ITEM-CLASS
                   END-IF
      *> only the third word decides - the customer's own memo text
      *> follows it and may say anything
               WHEN "LOANPMT"
                   MOVE SPACES TO MEMO-WORD-1 MEMO-WORD-2 MEMO-WORD-3
                   UNSTRING HIST-MEMO DELIMITED BY ALL SPACE
                       INTO MEMO-WORD-1 MEMO-WORD-2 MEMO-WORD-3
                   END-UNSTRING
                   IF FUNCTION UPPER-CASE (MEMO-WORD-3) = "INTEREST"
                       MOVE "LOANINT" TO ITEM-CLASS
                   ELSE
                       MOVE "LOANPRIN" TO ITEM-CLASS
                   END-IF
               WHEN OTHER
                   MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(HIST-TYPE))
                       TO ITEM-CLASS
           END-EVALUATE.

       NOTE-UNMAPPED.
           SET UM-IDX TO 1
           SEARCH UM-ENTRY
               AT END
                   IF UM-USED >= 32
                       MOVE "Y" TO UM-OVERFLOW
                   ELSE
                       ADD 1 TO UM-USED
                       SET UM-IDX TO UM-USED
                       MOVE LOOK-KIND TO UM-KIND (UM-IDX)
                       MOVE LOOK-KEY  TO UM-KEY (UM-IDX)
                       MOVE 1 TO UM-ITEMS (UM-IDX)
                   END-IF
               WHEN UM-KIND (UM-IDX) = LOOK-KIND
                    AND UM-KEY (UM-IDX) = LOOK-KEY
                   ADD 1 TO UM-ITEMS (UM-IDX)
           END-SEARCH.

       ADD-GL-TOTAL.
           SET GT-IDX TO 1
           SEARCH GT-ENTRY
               AT END
                   IF GT-USED >= 64
                       DISPLAY "LEDGER-GLINTF: more than 64 GL "
                           "accounts booked - run stopped"
                       MOVE RC-FATAL TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO GT-USED
                   SET GT-IDX TO GT-USED
                   MOVE BOOK-GL TO GT-GL (GT-IDX)
                   MOVE BOOK-DESC TO GT-DESC (GT-IDX)
               WHEN GT-GL (GT-IDX) = BOOK-GL
                   CONTINUE
           END-SEARCH
           IF BOOK-SIDE = "D"
               ADD BOOK-AMOUNT TO GT-DR (GT-IDX)
               ADD 1 TO GT-DR-ITEMS (GT-IDX)
               ADD BOOK-AMOUNT TO TOTAL-DR
           ELSE
               ADD BOOK-AMOUNT TO GT-CR (GT-IDX)
               ADD 1 TO GT-CR-ITEMS (GT-IDX)
               ADD BOOK-AMOUNT TO TOTAL-CR
           END-IF.

      *> ---------------------------------------------------------
      *> The business date's posting-control nets - every line for
      *> the date, plain or tagged, as LEDGER-TRIALBAL reads them
      *> ---------------------------------------------------------
       SUM-POSTING-CONTROL.
           OPEN INPUT CTLFILE
           IF CTL-STATUS = "35"
      *> nothing ever posted - the day must then prove to zero
               EXIT PARAGRAPH
           END-IF
           IF CTL-STATUS NOT = "00"
               DISPLAY "LEDGER-GLINTF: posting-control file open "
                   "status " CTL-STATUS " - run stopped"
               CLOSE RPTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO CTL-EOF
           PERFORM SUM-CONTROL-RECORD UNTIL CTL-EOF = "Y"
           CLOSE CTLFILE.

       SUM-CONTROL-RECORD.
           READ CTLFILE
               AT END
                   MOVE "Y" TO CTL-EOF
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(CTL-REC) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CTL-DATE CTL-F2 CTL-F3 CTL-F4
           UNSTRING CTL-REC DELIMITED BY ","
               INTO CTL-DATE, CTL-F2, CTL-F3, CTL-F4
           END-UNSTRING
           IF FUNCTION TRIM(CTL-DATE) NOT = FUNCTION TRIM(RUN-DATE)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL (CTL-F2) = 0
               MOVE CTL-F3 TO CTL-NET-TXT
           ELSE
               MOVE CTL-F4 TO CTL-NET-TXT
           END-IF
           IF FUNCTION TEST-NUMVAL (CTL-NET-TXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CTL-NET-TXT) TO CTL-NET
           ADD CTL-NET TO CTL-DAY-NET
           ADD 1 TO CTL-DAY-LINES.

      *> ---------------------------------------------------------
      *> Report body and proof
      *> ---------------------------------------------------------
       WRITE-GL-LINE.
           MOVE GT-DR (GT-SUB) TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE GT-CR (GT-SUB) TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "  GL " GT-GL (GT-SUB) "  DR " TRIM-A
               "  CR " TRIM-B "  " FUNCTION TRIM(GT-DESC (GT-SUB))
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       WRITE-PROOF-SECTION.
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           MOVE HIST-ITEMS TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "HISTORY ITEMS       : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE BOOKED-ITEMS TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "ITEMS BOOKED        : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE TOTAL-DR TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "TOTAL DEBITS        : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE TOTAL-CR TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "TOTAL CREDITS       : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           IF TOTAL-DR NOT = TOTAL-CR
               MOVE "OUT OF BALANCE - DEBITS DO NOT EQUAL CREDITS"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF

           MOVE HIST-NET TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "HISTORY NET         : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE CTL-DAY-LINES TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-B
           MOVE CTL-DAY-NET TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "CONTROL NET         : " TRIM-A
               "  (CONTROL LINES " TRIM-B ")"
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           IF VARIANCE-AMT = 0
               MOVE "HISTORY AGREES WITH POSTING CONTROL - IN BALANCE"
                   TO RPT-REC
               WRITE RPT-REC
           ELSE
               MOVE VARIANCE-AMT TO ED-AMT
               MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
               MOVE SPACES TO RPT-REC
               STRING "OUT OF BALANCE - HISTORY OVER CONTROL BY: "
                   TRIM-A
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF

           IF UNMAPPED-ITEMS > 0
               MOVE UNMAPPED-ITEMS TO ED-CNT
               MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
               MOVE SPACES TO RPT-REC
               STRING "UNMAPPED ITEMS      : " TRIM-A
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               PERFORM WRITE-UNMAPPED-LINE
                   VARYING UM-SUB FROM 1 BY 1
                   UNTIL UM-SUB > UM-USED
               IF UM-OVERFLOW = "Y"
                   MOVE "  (FURTHER UNMAPPED KEYS NOT LISTED)"
                       TO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-IF.

       WRITE-UNMAPPED-LINE.
           MOVE UM-ITEMS (UM-SUB) TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "  NO MAPPING FOR " FUNCTION TRIM(UM-KIND (UM-SUB))
               " " FUNCTION TRIM(UM-KEY (UM-SUB))
               "  ITEMS " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

      *> ---------------------------------------------------------
      *> The journal itself - written only once the day has proved
      *> ---------------------------------------------------------
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GLJFILE
           MOVE SPACES TO GLJ-REC
           SET GLJ-HEADER TO TRUE
           MOVE RUN-DATE TO GLJ-DATE
           MOVE "1960LEDGER DAILY GL JOURNAL" TO GLJ-BODY
           WRITE GLJ-REC
           PERFORM WRITE-GL-DETAIL
               VARYING GT-SUB FROM 1 BY 1
               UNTIL GT-SUB > GT-USED
           MOVE SPACES TO GLJ-REC
           SET GLJ-TRAILER TO TRUE
           MOVE RUN-DATE TO GLJ-DATE
           MOVE DETAIL-COUNT TO GLJ-T-COUNT
           MOVE TOTAL-DR TO GLJ-T-DEBITS
           MOVE TOTAL-CR TO GLJ-T-CREDITS
           WRITE GLJ-REC
           CLOSE GLJFILE.

       WRITE-GL-DETAIL.
           IF GT-DR-ITEMS (GT-SUB) > 0
               MOVE SPACES TO GLJ-REC
               SET GLJ-DETAIL TO TRUE
               MOVE RUN-DATE TO GLJ-DATE
               MOVE GT-GL (GT-SUB) TO GLJ-GL-ACCOUNT
               SET GLJ-DEBIT TO TRUE
               MOVE GT-DR (GT-SUB) TO GLJ-AMOUNT
               MOVE GT-DR-ITEMS (GT-SUB) TO GLJ-ITEMS
               MOVE GT-DESC (GT-SUB) TO GLJ-DESC
               WRITE GLJ-REC
               ADD 1 TO DETAIL-COUNT
           END-IF
           IF GT-CR-ITEMS (GT-SUB) > 0
               MOVE SPACES TO GLJ-REC
               SET GLJ-DETAIL TO TRUE
               MOVE RUN-DATE TO GLJ-DATE
               MOVE GT-GL (GT-SUB) TO GLJ-GL-ACCOUNT
               SET GLJ-CREDIT TO TRUE
               MOVE GT-CR (GT-SUB) TO GLJ-AMOUNT
               MOVE GT-CR-ITEMS (GT-SUB) TO GLJ-ITEMS
               MOVE GT-DESC (GT-SUB) TO GLJ-DESC
               WRITE GLJ-REC
               ADD 1 TO DETAIL-COUNT
           END-IF.

           COPY VALDATE.
