      *> ledger_webxfer.cob
      *> Usage:  ledger_webxfer <request-file> <master-file>
      *>                        <xref-file> <register-file>
      *>                        <trans-out.csv> <status-out>
      *>                        <report.txt> <business-date>
      *>
      *> Takes the day's transfer requests from the Ledger.Web front
      *> end (see LEDGWREQ.cpy) and turns the good ones into ordinary
      *> extract rows.  A request is accepted only when
      *>   - it carries a request id the web-request register (see
      *>     LEDGWREG.cpy) has not seen before, so a file sent twice
      *>     moves no money twice;
      *>   - its amount is numeric and not zero, and it moves money
      *>     between two different accounts;
      *>   - both accounts are on the master and open - not closed,
      *>     not frozen;
      *>   - both accounts are linked on the cross-reference file to
      *>     the customer who entered the request, as primary or
      *>     joint owner;
      *>   - it does not take the customer's accepted web transfers
      *>     for the business date past the per-day web limit below.
      *> An accepted request becomes a debit-signed TRANSFER row
      *> dated <business-date>, the from-account in the UserId
      *> column and the to-account in ToAccount, with a memo leading
      *> "WEB TRANSFER <id>"; LEDGER-POST posts it as a two-sided
      *> pair.  Funds are not looked at here - LEDGER-POST pays the
      *> debit only out of the available balance, as it does for
      *> every other row.  The output ends with the standard TRAILER
      *> control record and reaches the nightly procedure as a
      *> branch extract to MERGE, as LEDGER-STANDING's does.
      *>
      *> Every request read gets a line on <status-out> (see
      *> LEDGWSTS.cpy) for the web side to show the customer:
      *> accepted, or refused and why.  Every request with an id goes
      *> on the register, accepted or refused, so the id cannot be
      *> used again.  Refusals are also listed on the report and end
      *> the run with a warning.
      *>
      *> The register is written as the run goes, so a failed run is
      *> put right by restoring the register taken before it along
      *> with the request file; run again over the same requests
      *> without that, every one is refused as a duplicate.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-WEBXFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQFILE ASSIGN TO DYNAMIC reqfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REQ-STATUS.
           SELECT MASTFILE ASSIGN TO DYNAMIC mastfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ACCOUNT-ID
               FILE STATUS IS MAST-STATUS.
           SELECT XREFFILE ASSIGN TO DYNAMIC xreffile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXRF-KEY
               FILE STATUS IS XREF-STATUS.
           SELECT REGFILE ASSIGN TO DYNAMIC regfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WREG-ID
               FILE STATUS IS REG-STATUS.
           SELECT TRANSFILE ASSIGN TO DYNAMIC transfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STSFILE ASSIGN TO DYNAMIC stsfile-name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC rptfile-name
               ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
       FILE SECTION.
       FD  REQFILE.
           COPY LEDGWREQ.

       FD  MASTFILE.
           COPY LEDGMAST.

       FD  XREFFILE.
           COPY LEDGCXRF.

       FD  REGFILE.
           COPY LEDGWREG.

       FD  TRANSFILE.
       01  TRANS-REC              PIC X(512).

       FD  STSFILE.
           COPY LEDGWSTS.

       FD  RPTFILE.
       01  RPT-REC                PIC X(256).

        WORKING-STORAGE SECTION.
       77  reqfile-name           PIC X(256).
       77  mastfile-name          PIC X(256).
       77  xreffile-name          PIC X(256).
       77  regfile-name           PIC X(256).
       77  transfile-name         PIC X(256).
       77  stsfile-name           PIC X(256).
       77  rptfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  REQ-STATUS             PIC X(02) VALUE "00".
       77  REQ-EOF                PIC X VALUE "N".
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  XREF-STATUS            PIC X(02) VALUE "00".
       77  HAVE-XREF              PIC X VALUE "N".
       77  REG-STATUS             PIC X(02) VALUE "00".
       77  REG-EOF                PIC X VALUE "N".
       77  RUN-DATE               PIC X(10).
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.

      *> the most one customer may move by web transfer in one
      *> business day - the one place to change it
       77  WEB-DAY-LIMIT          PIC S9(9)V99 COMP-3 VALUE 5000.00.

      *> each customer's accepted web transfers for the business
      *> date - loaded from the register, so a second file the same
      *> day counts against the same limit
       01  DAY-TABLE.
           05  DT-ENTRY OCCURS 2000 TIMES INDEXED BY DT-IDX.
               10  DT-CUST            PIC X(12).
               10  DT-TOTAL           PIC S9(11)V99 COMP-3.
       77  DT-USED                PIC 9(4) COMP VALUE 0.
       77  DT-FOUND               PIC 9(4) COMP VALUE 0.
       77  DT-WANTED              PIC X(12).

      *> the request in hand: why it is refused (spaces while it
      *> stands), and the account being proved
       77  REQ-REASON             PIC X(40).
       77  CHECK-ACCOUNT          PIC X(64).
       77  CHECK-SIDE             PIC X(04).
       77  REQ-AMOUNT             PIC S9(9)V99 COMP-3.
       77  ITEM-AMOUNT            PIC S9(9)V99 COMP-3.
       77  ITEM-MEMO              PIC X(200).
       77  MEMO-WORK              PIC X(60).

       77  REQUESTS-READ          PIC 9(9) COMP VALUE 0.
       77  ACCEPTED-COUNT         PIC 9(9) COMP VALUE 0.
       77  REFUSED-COUNT          PIC 9(9) COMP VALUE 0.
       77  ACCEPTED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
       77  ITEM-COUNT             PIC 9(9) COMP VALUE 0.
       77  NET-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.

       01  ED-AMT                 PIC -(13)9.99.
       01  ED-CNT                 PIC ZZZZZZ9.
       77  TRIM-A                 PIC X(20).

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 8
               DISPLAY "Usage: ledger_webxfer <request-file> "
                   "<master-file> <xref-file> <register-file> "
                   "<trans-out.csv> <status-out> <report.txt> "
                   "<business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT reqfile-name   FROM ARGUMENT-VALUE
           ACCEPT mastfile-name  FROM ARGUMENT-VALUE
           ACCEPT xreffile-name  FROM ARGUMENT-VALUE
           ACCEPT regfile-name   FROM ARGUMENT-VALUE
           ACCEPT transfile-name FROM ARGUMENT-VALUE
           ACCEPT stsfile-name   FROM ARGUMENT-VALUE
           ACCEPT rptfile-name   FROM ARGUMENT-VALUE
           ACCEPT RUN-DATE       FROM ARGUMENT-VALUE
      *> the business date stamps every row and every register
      *> entry - a bad one stops here
           MOVE RUN-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-WEBXFER: business date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REQFILE
           IF REQ-STATUS NOT = "00"
               DISPLAY "LEDGER-WEBXFER: request file open status "
                   REQ-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-WEBXFER: master file open status "
                   MAST-STATUS " - run stopped"
               CLOSE REQFILE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
      *> no cross-reference file yet means no account is linked to
      *> anyone, and every request is refused as not owned
           OPEN INPUT XREFFILE
           IF XREF-STATUS = "00"
               MOVE "Y" TO HAVE-XREF
           ELSE
               IF XREF-STATUS NOT = "35"
                   DISPLAY "LEDGER-WEBXFER: cross-reference file "
                       "open status " XREF-STATUS " - run stopped"
                   CLOSE REQFILE MASTFILE
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *> the register is created the first time the program runs
           OPEN I-O REGFILE
           IF REG-STATUS = "35"
               OPEN OUTPUT REGFILE
               CLOSE REGFILE
               OPEN I-O REGFILE
           END-IF
           IF REG-STATUS NOT = "00"
               DISPLAY "LEDGER-WEBXFER: web-request register open "
                   "status " REG-STATUS " - run stopped"
               CLOSE REQFILE MASTFILE
               IF HAVE-XREF = "Y"
                   CLOSE XREFFILE
               END-IF
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DAY-TOTALS

           OPEN OUTPUT TRANSFILE
           OPEN OUTPUT STSFILE
           OPEN OUTPUT RPTFILE

           MOVE "Date,Type,Amount,Memo,UserId,ToAccount"
               TO TRANS-REC
           WRITE TRANS-REC

           MOVE "1960Ledger - Web Transfer Requests" TO RPT-REC
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

           PERFORM READ-REQUEST-NEXT
           PERFORM PROCESS-REQUEST UNTIL REQ-EOF = "Y"

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

           MOVE REQUESTS-READ TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "REQUESTS READ       : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE ACCEPTED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "ACCEPTED            : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE ACCEPTED-AMOUNT TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "AMOUNT ACCEPTED     : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE REFUSED-COUNT TO ED-CNT
           MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
           MOVE SPACES TO RPT-REC
           STRING "REFUSED             : " TRIM-A
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           IF REFUSED-COUNT > 0
               MOVE "REFUSED REQUESTS LISTED ABOVE" TO RPT-REC
               WRITE RPT-REC
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF

           CLOSE REQFILE MASTFILE REGFILE
           CLOSE TRANSFILE STSFILE RPTFILE
           IF HAVE-XREF = "Y"
               CLOSE XREFFILE
           END-IF
           GOBACK.

      *> ---------------------------------------------------------
      *> The day's accepted totals so far, one entry per customer
      *> ---------------------------------------------------------
       LOAD-DAY-TOTALS.
           MOVE 0 TO DT-USED
           MOVE LOW-VALUES TO WREG-ID
           START REGFILE KEY NOT < WREG-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO REG-EOF
           PERFORM LOAD-DAY-RECORD UNTIL REG-EOF = "Y".

       LOAD-DAY-RECORD.
           READ REGFILE NEXT RECORD
               AT END
                   MOVE "Y" TO REG-EOF
                   EXIT PARAGRAPH
           END-READ
           IF WREG-ACCEPTED AND WREG-BUSINESS-DATE = RUN-DATE
               MOVE WREG-AMOUNT TO REQ-AMOUNT
               MOVE WREG-CUST-NO TO DT-WANTED
               PERFORM FIND-DAY-ENTRY
               ADD REQ-AMOUNT TO DT-TOTAL (DT-FOUND)
           END-IF.

      *> DT-WANTED's entry, added at zero when the customer has none
      *> yet
       FIND-DAY-ENTRY.
           MOVE 0 TO DT-FOUND
           PERFORM TEST-DAY-ENTRY
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > DT-USED
                  OR DT-FOUND > 0
           IF DT-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF DT-USED >= 2000
               DISPLAY "LEDGER-WEBXFER: more than 2000 customers "
                   "in one day - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DT-USED
           MOVE DT-WANTED TO DT-CUST (DT-USED)
           MOVE 0 TO DT-TOTAL (DT-USED)
           MOVE DT-USED TO DT-FOUND.

       TEST-DAY-ENTRY.
           IF DT-CUST (DT-IDX) = DT-WANTED
               SET DT-FOUND TO DT-IDX
           END-IF.

       READ-REQUEST-NEXT.
           READ REQFILE
               AT END
                   MOVE "Y" TO REQ-EOF
           END-READ.

      *> ---------------------------------------------------------
      *> One request: prove it, then write it out or turn it away
      *> ---------------------------------------------------------
       PROCESS-REQUEST.
           ADD 1 TO REQUESTS-READ
           MOVE SPACES TO REQ-REASON
           MOVE 0 TO REQ-AMOUNT
           PERFORM EDIT-REQUEST
           IF REQ-REASON = SPACES
               PERFORM ACCEPT-REQUEST
           ELSE
               PERFORM REFUSE-REQUEST
           END-IF
           PERFORM READ-REQUEST-NEXT.

      *> the checks in the order the customer would want the answer
      *> - the first one failed is the reason given
       EDIT-REQUEST.
           IF WREQ-ID = SPACES
               MOVE "MISSING REQUEST ID" TO REQ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WREQ-ID TO WREG-ID
           READ REGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE REQUEST ID" TO REQ-REASON
           END-READ
           IF REQ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WREQ-CUST-NO = SPACES
               MOVE "MISSING CUSTOMER NUMBER" TO REQ-REASON
               EXIT PARAGRAPH
           END-IF
           IF WREQ-AMOUNT-X NOT NUMERIC
               MOVE "INVALID AMOUNT" TO REQ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WREQ-AMOUNT TO REQ-AMOUNT
           IF REQ-AMOUNT = 0
               MOVE "INVALID AMOUNT" TO REQ-REASON
               EXIT PARAGRAPH
           END-IF
           IF WREQ-FROM-ACCOUNT = WREQ-TO-ACCOUNT
               MOVE "FROM AND TO ACCOUNT ARE THE SAME" TO REQ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WREQ-FROM-ACCOUNT TO CHECK-ACCOUNT
           MOVE "FROM" TO CHECK-SIDE
           PERFORM PROVE-ACCOUNT
           IF REQ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WREQ-TO-ACCOUNT TO CHECK-ACCOUNT
           MOVE "TO" TO CHECK-SIDE
           PERFORM PROVE-ACCOUNT
           IF REQ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WREQ-CUST-NO TO DT-WANTED
           PERFORM FIND-DAY-ENTRY
           IF DT-TOTAL (DT-FOUND) + REQ-AMOUNT > WEB-DAY-LIMIT
               MOVE "OVER DAILY WEB TRANSFER LIMIT" TO REQ-REASON
           END-IF.

      *> CHECK-ACCOUNT is on the master, open, and linked to the
      *> requesting customer
       PROVE-ACCOUNT.
           IF CHECK-ACCOUNT = SPACES
               STRING FUNCTION TRIM(CHECK-SIDE) " ACCOUNT MISSING"
                   DELIMITED BY SIZE INTO REQ-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE CHECK-ACCOUNT TO MAST-ACCOUNT-ID
           READ MASTFILE
               INVALID KEY
                   STRING FUNCTION TRIM(CHECK-SIDE)
                       " ACCOUNT NOT ON FILE"
                       DELIMITED BY SIZE INTO REQ-REASON
                   END-STRING
                   EXIT PARAGRAPH
           END-READ
           IF MAST-CLOSED
               STRING FUNCTION TRIM(CHECK-SIDE) " ACCOUNT CLOSED"
                   DELIMITED BY SIZE INTO REQ-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF MAST-FROZEN
               STRING FUNCTION TRIM(CHECK-SIDE) " ACCOUNT FROZEN"
                   DELIMITED BY SIZE INTO REQ-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF HAVE-XREF = "Y"
               MOVE WREQ-CUST-NO  TO CXRF-CUST-NO
               MOVE CHECK-ACCOUNT TO CXRF-ACCOUNT-ID
               READ XREFFILE
                   INVALID KEY
                       MOVE "10" TO XREF-STATUS
               END-READ
           END-IF
           IF HAVE-XREF = "N" OR XREF-STATUS NOT = "00"
               STRING FUNCTION TRIM(CHECK-SIDE)
                   " ACCOUNT NOT OWNED BY CUSTOMER"
                   DELIMITED BY SIZE INTO REQ-REASON
               END-STRING
           END-IF.

      *> ---------------------------------------------------------
      *> Accepted: a TRANSFER row for LEDGER-POST, the register
      *> entry and the customer's status line
      *> ---------------------------------------------------------
       ACCEPT-REQUEST.
           ADD REQ-AMOUNT TO DT-TOTAL (DT-FOUND)
           COMPUTE ITEM-AMOUNT = 0 - REQ-AMOUNT
           MOVE ITEM-AMOUNT TO ED-AMT
      *> a comma in the customer's memo would split the row
           MOVE WREQ-MEMO TO MEMO-WORK
           INSPECT MEMO-WORK REPLACING ALL "," BY " "
           MOVE SPACES TO ITEM-MEMO
           IF MEMO-WORK = SPACES
               STRING "WEB TRANSFER " FUNCTION TRIM(WREQ-ID)
                   DELIMITED BY SIZE INTO ITEM-MEMO
               END-STRING
           ELSE
               STRING "WEB TRANSFER " FUNCTION TRIM(WREQ-ID)
                   " - " FUNCTION TRIM(MEMO-WORK)
                   DELIMITED BY SIZE INTO ITEM-MEMO
               END-STRING
           END-IF
           MOVE SPACES TO TRANS-REC
           STRING FUNCTION TRIM(RUN-DATE) ",TRANSFER,"
               FUNCTION TRIM(ED-AMT) ","
               FUNCTION TRIM(ITEM-MEMO) ","
               FUNCTION TRIM(WREQ-FROM-ACCOUNT) ","
               FUNCTION TRIM(WREQ-TO-ACCOUNT)
               DELIMITED BY SIZE INTO TRANS-REC
           END-STRING
           WRITE TRANS-REC
           ADD 1 TO ITEM-COUNT
           ADD ITEM-AMOUNT TO NET-TOTAL
           ADD 1 TO ACCEPTED-COUNT
           ADD REQ-AMOUNT TO ACCEPTED-AMOUNT

           MOVE SPACES TO WREG-REC
           MOVE WREQ-ID      TO WREG-ID
           MOVE WREQ-CUST-NO TO WREG-CUST-NO
           MOVE RUN-DATE     TO WREG-BUSINESS-DATE
           MOVE REQ-AMOUNT   TO WREG-AMOUNT
           SET WREG-ACCEPTED TO TRUE
           PERFORM WRITE-REGISTER

           MOVE SPACES TO WSTS-REC
           MOVE WREQ-ID      TO WSTS-ID
           MOVE WREQ-CUST-NO TO WSTS-CUST-NO
           SET WSTS-ACCEPTED TO TRUE
           MOVE REQ-AMOUNT   TO WSTS-AMOUNT
           MOVE RUN-DATE     TO WSTS-BUSINESS-DATE
           WRITE WSTS-REC.

      *> ---------------------------------------------------------
      *> Refused: the register entry (when there is an id to key it
      *> by and it is not already there), the status line and the
      *> report line
      *> ---------------------------------------------------------
       REFUSE-REQUEST.
           ADD 1 TO REFUSED-COUNT
           IF WREQ-ID NOT = SPACES
              AND REQ-REASON NOT = "DUPLICATE REQUEST ID"
               MOVE SPACES TO WREG-REC
               MOVE WREQ-ID      TO WREG-ID
               MOVE WREQ-CUST-NO TO WREG-CUST-NO
               MOVE RUN-DATE     TO WREG-BUSINESS-DATE
               MOVE REQ-AMOUNT   TO WREG-AMOUNT
               SET WREG-REFUSED  TO TRUE
               MOVE REQ-REASON   TO WREG-REASON
               PERFORM WRITE-REGISTER
           END-IF

           MOVE SPACES TO WSTS-REC
           MOVE WREQ-ID      TO WSTS-ID
           MOVE WREQ-CUST-NO TO WSTS-CUST-NO
           SET WSTS-REFUSED  TO TRUE
           MOVE REQ-REASON   TO WSTS-REASON
           MOVE REQ-AMOUNT   TO WSTS-AMOUNT
           MOVE RUN-DATE     TO WSTS-BUSINESS-DATE
           WRITE WSTS-REC

           MOVE REQ-AMOUNT TO ED-AMT
           MOVE SPACES TO RPT-REC
           STRING "  REFUSED " WREQ-ID " CUST " WREQ-CUST-NO
               "  " FUNCTION TRIM(ED-AMT) "  "
               FUNCTION TRIM(REQ-REASON)
               DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       WRITE-REGISTER.
           WRITE WREG-REC
               INVALID KEY
                   DISPLAY "LEDGER-WEBXFER: web-request register "
                       "write status " REG-STATUS " for request "
                       WREQ-ID
                   IF RETURN-CODE < RC-OUT-OF-BALANCE
                       MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
                   END-IF
           END-WRITE.

           COPY VALDATE.
