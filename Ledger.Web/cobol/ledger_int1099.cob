      *> ledger_int1099.cob
      *> Usage:  ledger_int1099 <master-file> <history-file>
      *>                        <customer-file> <xref-file> <irs-out>
      *>                        <copies.txt> <report.txt> <tax-year>
      *>                        [TEST]
      *>
      *>   customer-file, xref-file
      *>              - the customer information file and the
      *>                customer/account cross-reference kept by
      *>                LEDGER-CUSTMAINT.  A return is filed under the
      *>                account's primary owner: that customer's name,
      *>                mailing address and taxpayer id.
      *>   irs-out    - the 1099-INT information-return file in the
      *>                IRS fixed-record layout (LEDG1099.cpy), ready
      *>                for transmission.  TEST marks its transmitter
      *>                record as a test file.
      *>   copies.txt - the recipient's copy of every 1099-INT filed,
      *>                one account to a page for the print room.
      *>   report.txt - the control report; accounts turned away for
      *>                want of an owner or a taxpayer id are listed
      *>                on <report.txt>.EXC.
      *>
      *> The January interest run.  Reads the whole history file and
      *> totals, per account, the interest that belongs to the tax
      *> year (see INTCHK.cpy for how it is told apart):
      *>   - LEDGER-MONTHEND's accruals journaled in the year;
      *>   - less LEDGER-REVERSE's reversals of accruals, journaled
      *>     in the year - a reversal counts in the year it was
      *>     posted, whichever year the accrual it backs out was in,
      *>     so a year already filed is never reopened by one;
      *>   - plus the interest a BALFWD record carries for the year
      *>     when LEDGER-ARCHIVE has moved part of it off the file.
      *>
      *> An account whose net interest for the year reaches the
      *> reporting minimum is filed: one payee record on the IRS file
      *> and one printed recipient copy.  One under the minimum is
      *> listed on the control report but not filed.  One that
      *> reaches the minimum with no primary owner linked, or whose
      *> owner has no taxpayer id on the customer file, is not filed
      *> and goes on the exceptions list for the branch to chase -
      *> file those by hand once the link or the id is in.
      *>
      *> The control report shows the year's accruals month by month,
      *> each month's figure the INTEREST ACCRUED line of that
      *> month's LEDGER-MONTHEND report, then the reversals and the
      *> archived carry, and proves that what was filed, listed and
      *> excepted adds back to the year's net and that the IRS file's
      *> own control total agrees with what was filed.
      *>
      *> The payer's particulars and the reporting minimum are kept
      *> together below - the one place to change them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-INT1099.

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
           SELECT CUSTFILE ASSIGN TO DYNAMIC custfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS CUST-STATUS.
           SELECT XREFFILE ASSIGN TO DYNAMIC xreffile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXRF-KEY
               FILE STATUS IS XREF-STATUS.
           SELECT IRSFILE ASSIGN TO DYNAMIC irsfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT COPYFILE ASSIGN TO DYNAMIC copyfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC rptfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCFILE ASSIGN TO DYNAMIC excfile-name
               ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
       FILE SECTION.
       FD  MASTFILE.
           COPY LEDGMAST.

       FD  HISTFILE.
           COPY LEDGHIST.

       FD  CUSTFILE.
           COPY LEDGCUST.

       FD  XREFFILE.
           COPY LEDGCXRF.

       FD  IRSFILE.
           COPY LEDG1099.

       FD  COPYFILE.
       01  COPY-REC               PIC X(132).

       FD  RPTFILE.
       01  RPT-REC                PIC X(256).

       FD  EXCFILE.
       01  EXC-REC                PIC X(256).

        WORKING-STORAGE SECTION.
       77  mastfile-name          PIC X(256).
       77  histfile-name          PIC X(256).
       77  custfile-name          PIC X(256).
       77  irsfile-name           PIC X(256).
       77  copyfile-name          PIC X(256).
       77  rptfile-name           PIC X(256).
       77  excfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  HIST-STATUS            PIC X(02) VALUE "00".
       77  HIST-EOF               PIC X VALUE "N".
       77  CUST-STATUS            PIC X(02) VALUE "00".
       77  TAX-YEAR               PIC X(04).
       77  TEST-ARG               PIC X(08) VALUE SPACES.
       77  TEST-FILE              PIC X VALUE "N".

      *> the payer's particulars and the reporting minimum - the one
      *> place to change them
       77  PAYER-NAME             PIC X(40) VALUE "1960 LEDGER BANK".
       77  PAYER-TIN              PIC X(09) VALUE "126019600".
       77  PAYER-TCC              PIC X(05) VALUE "19L60".
       77  PAYER-ADDRESS          PIC X(40) VALUE "1960 MAIN STREET".
       77  PAYER-CITY             PIC X(40) VALUE "SPRINGFIELD".
       77  PAYER-STATE            PIC X(02) VALUE "IL".
       77  PAYER-ZIP              PIC X(09) VALUE "627010000".
       77  PAYER-PHONE            PIC X(15) VALUE "2175550196".
       77  PAYER-CONTACT          PIC X(40) VALUE "LEDGER OPERATIONS".
       77  REPORT-MINIMUM         PIC 9(7)V99 VALUE 10.00.

      *> interest classification and the BALFWD memo layout
           COPY INTFLDS.

      *> every account's owners, loaded whole up front
           COPY CXRFFLDS.

      *> the accounts filed, held until the pass is over so the
      *> transmitter record can carry the payee count up front
       01  FILED-TABLE.
           05  FL-ENTRY OCCURS 5000 TIMES.
               10  FL-ACCT            PIC X(64).
               10  FL-NAME            PIC X(40).
               10  FL-TIN             PIC X(09).
               10  FL-TIN-TYPE        PIC X(01).
               10  FL-ADDRESS         PIC X(40).
               10  FL-CITY            PIC X(40).
               10  FL-STATE           PIC X(02).
               10  FL-ZIP             PIC X(09).
               10  FL-AMOUNT          PIC S9(11)V99 COMP-3.
       77  FL-USED                PIC 9(4) COMP VALUE 0.
       77  FL-SUB                 PIC 9(4) COMP.

      *> the year's accruals by month of the LEDGER-MONTHEND run
       01  MONTH-TABLE.
           05  MO-ENTRY OCCURS 12 TIMES.
               10  MO-COUNT           PIC 9(9) COMP.
               10  MO-AMOUNT          PIC S9(13)V99 COMP-3.
       77  MO-SUB                 PIC 9(2) COMP.
       77  MO-NUM                 PIC 9(2).

      *> the account being totalled
       77  CUR-ACCT               PIC X(64).
       77  CUR-NAME               PIC X(40).
       77  ACCT-ITEMS             PIC 9(9) COMP.
       77  ACCT-ACCRUED           PIC S9(11)V99 COMP-3.
       77  ACCT-REVERSED          PIC S9(11)V99 COMP-3.
       77  ACCT-CARRIED           PIC S9(11)V99 COMP-3.
       77  ACCT-NET               PIC S9(11)V99 COMP-3.

      *> the year's totals and the dispositions proved against them
       77  HIST-READ              PIC 9(9) COMP VALUE 0.
       77  ACCRUED-COUNT          PIC 9(9) COMP VALUE 0.
       77  ACCRUED-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       77  REVERSED-COUNT         PIC 9(9) COMP VALUE 0.
       77  REVERSED-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       77  CARRIED-COUNT          PIC 9(9) COMP VALUE 0.
       77  CARRIED-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       77  NET-COUNT              PIC 9(9) COMP VALUE 0.
       77  NET-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
       77  FILED-COUNT            PIC 9(9) COMP VALUE 0.
       77  FILED-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       77  UNDER-COUNT            PIC 9(9) COMP VALUE 0.
       77  UNDER-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       77  EXCEPT-COUNT           PIC 9(9) COMP VALUE 0.
       77  EXCEPT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       77  DISPOSED-COUNT         PIC 9(9) COMP VALUE 0.
       77  DISPOSED-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       77  IRS-SEQ                PIC 9(8) VALUE 0.
       77  IRS-CONTROL-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
       77  PROOF-OK               PIC X VALUE "Y".
       77  PAGE-NO                PIC 9(7) COMP VALUE 0.

       01  ED-AMT                 PIC -(13)9.99.
       01  ED-CNT                 PIC ZZZZZZ9.
       77  TRIM-A                 PIC X(20).
       77  TRIM-B                 PIC X(20).
       77  EXC-REASON             PIC X(30).

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 8 AND ARG-COUNT NOT = 9
               DISPLAY "Usage: ledger_int1099 <master-file> "
                   "<history-file> <customer-file> <xref-file> "
                   "<irs-out> <copies.txt> <report.txt> <tax-year> "
                   "[TEST]"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           ACCEPT histfile-name FROM ARGUMENT-VALUE
           ACCEPT custfile-name FROM ARGUMENT-VALUE
           ACCEPT xreffile-name FROM ARGUMENT-VALUE
           ACCEPT irsfile-name  FROM ARGUMENT-VALUE
           ACCEPT copyfile-name FROM ARGUMENT-VALUE
           ACCEPT rptfile-name  FROM ARGUMENT-VALUE
           ACCEPT TAX-YEAR      FROM ARGUMENT-VALUE
           IF ARG-COUNT = 9
               ACCEPT TEST-ARG FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE (TEST-ARG) NOT = "TEST"
                   DISPLAY "LEDGER-INT1099: the optional last "
                       "argument must be TEST"
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO TEST-FILE
           END-IF
           IF TAX-YEAR NOT NUMERIC
               DISPLAY "LEDGER-INT1099: tax-year must be YYYY"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO excfile-name
           STRING FUNCTION TRIM(rptfile-name) ".EXC"
               DELIMITED BY SIZE INTO excfile-name
           END-STRING

           PERFORM LOAD-OWNERS

           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-INT1099: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTFILE
           IF HIST-STATUS NOT = "00"
               DISPLAY "LEDGER-INT1099: history file open status "
                   HIST-STATUS " - run stopped"
               CLOSE MASTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTFILE
           IF CUST-STATUS NOT = "00"
               DISPLAY "LEDGER-INT1099: customer file open status "
                   CUST-STATUS " - run stopped"
               CLOSE MASTFILE HISTFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT IRSFILE
           OPEN OUTPUT COPYFILE
           OPEN OUTPUT RPTFILE
           OPEN OUTPUT EXCFILE

           PERFORM CLEAR-MONTH VARYING MO-SUB FROM 1 BY 1
               UNTIL MO-SUB > 12

           MOVE "1960Ledger - 1099-INT Interest Reporting" TO RPT-REC
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE REPORT-MINIMUM TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "TAX YEAR " TAX-YEAR "  REPORTING MINIMUM " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF TEST-FILE = "Y"
               MOVE "TEST FILE - NOT FOR FILING" TO RPT-REC
               WRITE RPT-REC
           END-IF
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE "UNDER REPORTING MINIMUM - LISTED, NOT FILED"
               TO RPT-REC
           WRITE RPT-REC

           MOVE "1960Ledger - 1099-INT Exceptions" TO EXC-REC
           WRITE EXC-REC
           MOVE SPACES TO EXC-REC
           STRING "TAX YEAR " TAX-YEAR
               "  NOT FILED - NO OWNER OR TAXPAYER ID ON FILE"
               DELIMITED BY SIZE INTO EXC-REC
           END-STRING
           WRITE EXC-REC
           MOVE DASH-80 TO EXC-REC
           WRITE EXC-REC

           PERFORM READ-HISTORY-NEXT
           PERFORM TOTAL-ONE-ACCOUNT UNTIL HIST-EOF = "Y"
           CLOSE MASTFILE HISTFILE CUSTFILE

           IF UNDER-COUNT = 0
               MOVE "  NONE" TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF EXCEPT-COUNT = 0
               MOVE "  NONE" TO EXC-REC
               WRITE EXC-REC
           END-IF

           PERFORM WRITE-IRS-FILE
           PERFORM WRITE-CONTROL-REPORT

           CLOSE IRSFILE COPYFILE RPTFILE EXCFILE
           GOBACK.

       CLEAR-MONTH.
           MOVE 0 TO MO-COUNT (MO-SUB)
           MOVE 0 TO MO-AMOUNT (MO-SUB).

       READ-HISTORY-NEXT.
           READ HISTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO HIST-EOF
           END-READ.

      *> ---------------------------------------------------------
      *> One account's history, start to finish: the year's interest
      *> totalled, then the account filed, listed or excepted
      *> ---------------------------------------------------------
       TOTAL-ONE-ACCOUNT.
           MOVE HIST-ACCOUNT-ID TO CUR-ACCT
           MOVE 0 TO ACCT-ITEMS ACCT-ACCRUED ACCT-REVERSED
                     ACCT-CARRIED
           PERFORM TALLY-HISTORY-ITEM
               UNTIL HIST-EOF = "Y"
                  OR HIST-ACCOUNT-ID NOT = CUR-ACCT
           IF ACCT-ITEMS > 0
               PERFORM DISPOSE-ACCOUNT
           END-IF.

       TALLY-HISTORY-ITEM.
           ADD 1 TO HIST-READ
           PERFORM CLASSIFY-INTEREST
           IF NOT INT-IS-NONE AND INT-CLASS-YEAR = TAX-YEAR
               ADD 1 TO ACCT-ITEMS
               EVALUATE TRUE
                   WHEN INT-IS-ACCRUAL
                       PERFORM TALLY-ACCRUAL
                   WHEN INT-IS-REVERSAL
                       ADD INT-CLASS-AMOUNT TO ACCT-REVERSED
                       ADD INT-CLASS-AMOUNT TO REVERSED-TOTAL
                       ADD 1 TO REVERSED-COUNT
                   WHEN INT-IS-CARRIED
                       ADD INT-CLASS-AMOUNT TO ACCT-CARRIED
                       ADD INT-CLASS-AMOUNT TO CARRIED-TOTAL
                       ADD 1 TO CARRIED-COUNT
               END-EVALUATE
           END-IF
           PERFORM READ-HISTORY-NEXT.

       TALLY-ACCRUAL.
           MOVE HIST-DATE (6:2) TO MO-NUM
           IF HIST-DATE (6:2) NOT NUMERIC OR MO-NUM < 1
              OR MO-NUM > 12
               DISPLAY "LEDGER-INT1099: accrual with bad date "
                   HIST-DATE " on " FUNCTION TRIM(CUR-ACCT)
                   " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD INT-CLASS-AMOUNT TO ACCT-ACCRUED
           ADD INT-CLASS-AMOUNT TO ACCRUED-TOTAL
           ADD 1 TO ACCRUED-COUNT
           ADD 1 TO MO-COUNT (MO-NUM)
           ADD INT-CLASS-AMOUNT TO MO-AMOUNT (MO-NUM).

      *> ---------------------------------------------------------
      *> The account's net for the year decides its fate: under the
      *> minimum it is listed; at or over it is filed if its primary
      *> owner has a taxpayer id to file under, excepted if not
      *> ---------------------------------------------------------
       DISPOSE-ACCOUNT.
           COMPUTE ACCT-NET = ACCT-ACCRUED + ACCT-REVERSED
                            + ACCT-CARRIED
           ADD 1 TO NET-COUNT
           ADD ACCT-NET TO NET-TOTAL

           MOVE CUR-ACCT TO MAST-ACCOUNT-ID
           READ MASTFILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO CUR-NAME
               NOT INVALID KEY
                   MOVE MAST-NAME TO CUR-NAME
           END-READ

           MOVE ACCT-NET TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           IF ACCT-NET < REPORT-MINIMUM
               ADD 1 TO UNDER-COUNT
               ADD ACCT-NET TO UNDER-TOTAL
               MOVE SPACES TO RPT-REC
               STRING "  ACCOUNT " FUNCTION TRIM(CUR-ACCT) "  "
                   FUNCTION TRIM(CUR-NAME) "  INTEREST " TRIM-A
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE CUR-ACCT TO OW-WANTED
           PERFORM FIND-OWNER
           IF OW-FOUND-ROLE NOT = "P"
               MOVE "NO PRIMARY OWNER LINKED" TO EXC-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE OW-FOUND-CUST TO CUST-NO
           READ CUSTFILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO EXC-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           IF CUST-TIN = SPACES
               MOVE "NO TAXPAYER ID" TO EXC-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-NAME TO CUR-NAME

           IF FL-USED >= 5000
               DISPLAY "LEDGER-INT1099: more than 5000 returns to "
                   "file - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO FL-USED
           MOVE CUR-ACCT TO FL-ACCT (FL-USED)
           MOVE CUR-NAME      TO FL-NAME (FL-USED)
           MOVE CUST-TIN      TO FL-TIN (FL-USED)
           MOVE CUST-TIN-TYPE TO FL-TIN-TYPE (FL-USED)
           MOVE CUST-ADDRESS  TO FL-ADDRESS (FL-USED)
           MOVE CUST-CITY     TO FL-CITY (FL-USED)
           MOVE CUST-STATE    TO FL-STATE (FL-USED)
           MOVE CUST-ZIP      TO FL-ZIP (FL-USED)
           MOVE ACCT-NET      TO FL-AMOUNT (FL-USED)
           ADD 1 TO FILED-COUNT
           ADD ACCT-NET TO FILED-TOTAL
           PERFORM PRINT-RECIPIENT-COPY.

       WRITE-EXCEPTION.
           ADD 1 TO EXCEPT-COUNT
           ADD ACCT-NET TO EXCEPT-TOTAL
           MOVE SPACES TO EXC-REC
           STRING "ACCOUNT " FUNCTION TRIM(CUR-ACCT) "  "
               FUNCTION TRIM(CUR-NAME) "  INTEREST " TRIM-A
               "  " FUNCTION TRIM(EXC-REASON)
               DELIMITED BY SIZE INTO EXC-REC
           END-STRING
           WRITE EXC-REC.

      *> ---------------------------------------------------------
      *> The recipient's copy, one account to a page; the taxpayer
      *> id is shown by its last four digits only
      *> ---------------------------------------------------------
       PRINT-RECIPIENT-COPY.
           ADD 1 TO PAGE-NO
           MOVE "1960Ledger - Form 1099-INT Interest Income"
               TO COPY-REC
           IF PAGE-NO = 1
               WRITE COPY-REC
           ELSE
               WRITE COPY-REC AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO COPY-REC
           STRING "TAX YEAR " TAX-YEAR "  COPY B FOR RECIPIENT"
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC
           MOVE DASH-80 TO COPY-REC
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           STRING "PAYER          : " FUNCTION TRIM(PAYER-NAME)
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           STRING "                 " FUNCTION TRIM(PAYER-ADDRESS)
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           STRING "                 " FUNCTION TRIM(PAYER-CITY) " "
               PAYER-STATE " " PAYER-ZIP (1:5)
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           STRING "PAYER TIN      : " PAYER-TIN (1:2) "-"
               PAYER-TIN (3:7)
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           STRING "RECIPIENT      : " FUNCTION TRIM(CUR-NAME)
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           STRING "                 " FUNCTION TRIM(CUST-ADDRESS)
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC
           IF CUST-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO COPY-REC
               STRING "                 "
                   FUNCTION TRIM(CUST-ADDRESS-2)
                   DELIMITED BY SIZE INTO COPY-REC
               END-STRING
               WRITE COPY-REC
           END-IF
           MOVE SPACES TO COPY-REC
           STRING "                 " FUNCTION TRIM(CUST-CITY) " "
               CUST-STATE " " CUST-ZIP (1:5)
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           IF CUST-TIN-EIN
               STRING "RECIPIENT TIN  : XX-XXX" CUST-TIN (6:4)
                   DELIMITED BY SIZE INTO COPY-REC
               END-STRING
           ELSE
               STRING "RECIPIENT TIN  : XXX-XX-" CUST-TIN (6:4)
                   DELIMITED BY SIZE INTO COPY-REC
               END-STRING
           END-IF
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           STRING "ACCOUNT NUMBER : " FUNCTION TRIM(CUR-ACCT)
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC
           MOVE DASH-80 TO COPY-REC
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           STRING "1 INTEREST INCOME            : " TRIM-A
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC
           MOVE "4 FEDERAL INCOME TAX WITHHELD: 0.00" TO COPY-REC
           WRITE COPY-REC
           MOVE DASH-80 TO COPY-REC
           WRITE COPY-REC
           MOVE SPACES TO COPY-REC
           STRING "This is important tax information and is being "
               "furnished to the IRS."
               DELIMITED BY SIZE INTO COPY-REC
           END-STRING
           WRITE COPY-REC.

      *> ---------------------------------------------------------
      *> The information-return file: transmitter, payer, one payee
      *> record per return filed, end of payer, end of transmission
      *> ---------------------------------------------------------
       WRITE-IRS-FILE.
           MOVE SPACES TO IRS-REC
           SET IRS-TRANSMITTER TO TRUE
           MOVE TAX-YEAR       TO IRS-T-YEAR
           MOVE PAYER-TIN      TO IRS-T-TIN
           MOVE PAYER-TCC      TO IRS-T-TCC
           IF TEST-FILE = "Y"
               MOVE "T" TO IRS-T-TEST
           END-IF
           MOVE PAYER-NAME     TO IRS-T-NAME
           MOVE PAYER-NAME     TO IRS-T-CO-NAME
           MOVE PAYER-ADDRESS  TO IRS-T-CO-ADDRESS
           MOVE PAYER-CITY     TO IRS-T-CO-CITY
           MOVE PAYER-STATE    TO IRS-T-CO-STATE
           MOVE PAYER-ZIP      TO IRS-T-CO-ZIP
           MOVE FL-USED        TO IRS-T-PAYEES
           MOVE PAYER-CONTACT  TO IRS-T-CONTACT
           MOVE PAYER-PHONE    TO IRS-T-PHONE
           MOVE "I"            TO IRS-T-VENDOR
           PERFORM WRITE-IRS-RECORD

           MOVE SPACES TO IRS-REC
           SET IRS-PAYER TO TRUE
           MOVE TAX-YEAR       TO IRS-A-YEAR
           MOVE PAYER-TIN      TO IRS-A-TIN
           MOVE PAYER-NAME (1:4) TO IRS-A-NAME-CTL
           MOVE "6 "           TO IRS-A-RETURN-TYPE
           MOVE "1"            TO IRS-A-AMOUNT-CODES
           MOVE PAYER-NAME     TO IRS-A-NAME
           MOVE "0"            TO IRS-A-AGENT
           MOVE PAYER-ADDRESS  TO IRS-A-ADDRESS
           MOVE PAYER-CITY     TO IRS-A-CITY
           MOVE PAYER-STATE    TO IRS-A-STATE
           MOVE PAYER-ZIP      TO IRS-A-ZIP
           MOVE PAYER-PHONE    TO IRS-A-PHONE
           PERFORM WRITE-IRS-RECORD

           PERFORM WRITE-PAYEE-RECORD
               VARYING FL-SUB FROM 1 BY 1
               UNTIL FL-SUB > FL-USED

           MOVE SPACES TO IRS-REC
           SET IRS-END-OF-PAYER TO TRUE
           MOVE FL-USED        TO IRS-C-PAYEES
           PERFORM CLEAR-C-TOTAL VARYING MO-SUB FROM 1 BY 1
               UNTIL MO-SUB > 18
           MOVE IRS-CONTROL-TOTAL TO IRS-C-TOTAL (1)
           PERFORM WRITE-IRS-RECORD

           MOVE SPACES TO IRS-REC
           SET IRS-END-OF-FILE TO TRUE
           MOVE 1              TO IRS-F-PAYERS
           MOVE 0              TO IRS-F-ZERO
           MOVE FL-USED        TO IRS-F-PAYEES
           PERFORM WRITE-IRS-RECORD.

       WRITE-PAYEE-RECORD.
           MOVE SPACES TO IRS-REC
           SET IRS-PAYEE TO TRUE
           MOVE TAX-YEAR           TO IRS-B-YEAR
           IF FL-TIN-TYPE (FL-SUB) = "E"
               MOVE "1"            TO IRS-B-TIN-TYPE
           ELSE
               MOVE "2"            TO IRS-B-TIN-TYPE
           END-IF
           MOVE FL-TIN (FL-SUB)    TO IRS-B-TIN
           MOVE FL-ACCT (FL-SUB)   TO IRS-B-ACCOUNT
           PERFORM CLEAR-B-AMOUNT VARYING MO-SUB FROM 1 BY 1
               UNTIL MO-SUB > 18
           MOVE FL-AMOUNT (FL-SUB) TO IRS-B-AMOUNT (1)
           MOVE FL-NAME (FL-SUB)   TO IRS-B-NAME
           MOVE FL-ADDRESS (FL-SUB) TO IRS-B-ADDRESS
           MOVE FL-CITY (FL-SUB)   TO IRS-B-CITY
           MOVE FL-STATE (FL-SUB)  TO IRS-B-STATE
           MOVE FL-ZIP (FL-SUB)    TO IRS-B-ZIP
           ADD FL-AMOUNT (FL-SUB)  TO IRS-CONTROL-TOTAL
           PERFORM WRITE-IRS-RECORD.

       CLEAR-B-AMOUNT.
           MOVE 0 TO IRS-B-AMOUNT (MO-SUB).

       CLEAR-C-TOTAL.
           MOVE 0 TO IRS-C-TOTAL (MO-SUB).

      *> every record carries its place in the file in 500-507, the
      *> same positions in every layout
       WRITE-IRS-RECORD.
           ADD 1 TO IRS-SEQ
           MOVE IRS-SEQ TO IRS-T-SEQ
           WRITE IRS-REC.

      *> ---------------------------------------------------------
      *> Control report: the year's accruals month by month, the
      *> reversals and archived carry, then the dispositions proved
      *> back to the net and to the IRS file's control total
      *> ---------------------------------------------------------
       WRITE-CONTROL-REPORT.
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC
           MOVE "INTEREST ACCRUED BY MONTH (LEDGER-MONTHEND)"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-MONTH-LINE VARYING MO-SUB FROM 1 BY 1
               UNTIL MO-SUB > 12
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           MOVE ACCRUED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE ACCRUED-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "INTEREST ACCRUED    : " TRIM-B "  ITEMS " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE REVERSED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE REVERSED-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "LESS REVERSED       : " TRIM-B "  ITEMS " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE CARRIED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE CARRIED-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "PLUS ARCHIVED CARRY : " TRIM-B "  ITEMS " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE NET-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE NET-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "NET INTEREST        : " TRIM-B "  ACCOUNTS "
               TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           MOVE FILED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE FILED-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "FILED               : " TRIM-B "  ACCOUNTS "
               TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE UNDER-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE UNDER-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "UNDER MINIMUM       : " TRIM-B "  ACCOUNTS "
               TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE EXCEPT-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE EXCEPT-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE SPACES TO RPT-REC
           STRING "NO OWNER OR TIN     : " TRIM-B "  ACCOUNTS "
               TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE IRS-CONTROL-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE FL-USED TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "IRS FILE CONTROL    : " TRIM-B "  PAYEES "
               TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE HIST-READ TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "HISTORY RECORDS READ: " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE DASH-80 TO RPT-REC
           WRITE RPT-REC

           COMPUTE DISPOSED-COUNT = FILED-COUNT + UNDER-COUNT
                                  + EXCEPT-COUNT
           COMPUTE DISPOSED-TOTAL = FILED-TOTAL + UNDER-TOTAL
                                  + EXCEPT-TOTAL
           MOVE "Y" TO PROOF-OK
           IF NET-TOTAL NOT = ACCRUED-TOTAL + REVERSED-TOTAL
                            + CARRIED-TOTAL
               MOVE "N" TO PROOF-OK
           END-IF
           IF DISPOSED-COUNT NOT = NET-COUNT
              OR DISPOSED-TOTAL NOT = NET-TOTAL
               MOVE "N" TO PROOF-OK
           END-IF
           IF IRS-CONTROL-TOTAL NOT = FILED-TOTAL
              OR FL-USED NOT = FILED-COUNT
               MOVE "N" TO PROOF-OK
           END-IF

           IF PROOF-OK = "Y"
               MOVE "CONTROL TOTALS AGREE" TO RPT-REC
               WRITE RPT-REC
           ELSE
               MOVE "OUT OF BALANCE - DO NOT TRANSMIT THE IRS FILE"
                   TO RPT-REC
               WRITE RPT-REC
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-IF
           IF EXCEPT-COUNT > 0
               MOVE EXCEPT-COUNT TO ED-CNT
               MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
               MOVE SPACES TO RPT-REC
               STRING TRIM-A " ACCOUNT(S) NOT FILED FOR WANT OF AN "
                   "OWNER OR TAXPAYER ID - SEE THE EXCEPTIONS LIST"
                   DELIMITED BY SIZE INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-MONTH-LINE.
           MOVE MO-COUNT (MO-SUB) TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE MO-AMOUNT (MO-SUB) TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-B
           MOVE MO-SUB TO MO-NUM
           MOVE SPACES TO RPT-REC
           STRING "  " TAX-YEAR "-" MO-NUM "  ITEMS " TRIM-A
               "  ACCRUED " TRIM-B
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

           COPY INTCHK.
           COPY CXRFCHK.
