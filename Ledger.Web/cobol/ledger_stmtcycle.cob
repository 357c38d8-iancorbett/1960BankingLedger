      *> ledger_stmtcycle.cob
      *> Usage:  ledger_stmtcycle <master-file> <history-file>
      *>                          <from-date> <to-date> <output.txt>
      *>                          [RELATIONSHIP <customer-file>
      *>                           <xref-file>]
      *>
      *> The month-end statement print cycle.  Where LEDGER-INQUIRY
      *> regenerates one account's statement per invocation, this
      *> blank body.  The balance carried forward is accumulated from
      *> the history file, exactly as LEDGER-INQUIRY does it, so the
      *> printed figure is the figure a dispute would be argued from.
      *>
      *> RELATIONSHIP, with the customer information file and the
      *> customer/account cross-reference LEDGER-CUSTMAINT keeps,
      *> turns the cycle into one mailing per customer instead of one
      *> per account.  Each customer holding any account gets a
      *> relationship statement: the name and mailing address at the
      *> head of a fresh page, then every account they hold - joint
      *> accounts included, so a joint account appears in each
      *> owner's mailing - each with its own heading and the same
      *> body a standalone statement carries, and at the foot every
      *> account's ending balance and the relationship total.
      *> Accounts linked to no customer still print as standalone
      *> statements, ahead of the mailings, so nothing on the master
      *> goes unprinted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-STMTCYCLE.

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
           SELECT OUTFILE ASSIGN TO DYNAMIC outfile-name
               ORGANIZATION LINE SEQUENTIAL.

       FD  HISTFILE.
           COPY LEDGHIST.

       FD  CUSTFILE.
           COPY LEDGCUST.

       FD  XREFFILE.
           COPY LEDGCXRF.

       FD  OUTFILE.
       01  OUT-REC                PIC X(256).

       77  HIST-MISSING           PIC X VALUE "N".
       77  STMT-FROM-DATE         PIC X(10).
       77  STMT-TO-DATE           PIC X(10).
       77  STMT-TITLE             PIC X(40).
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.

       77  CUR-NAME               PIC X(40).
       77  CUR-STATUS             PIC X(01).

      *> the RELATIONSHIP option: the customer being mailed, the
      *> accounts the mailing holds and their ending balances
       77  custfile-name          PIC X(256).
       77  CUST-STATUS            PIC X(02) VALUE "00".
       77  CUST-EOF               PIC X VALUE "N".
       77  XREF-MISSING           PIC X VALUE "N".
       77  REL-ARG                PIC X(16).
       77  REL-MODE               PIC X VALUE "N".
       77  REL-CUST               PIC X(12).
       77  REL-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
       01  REL-TABLE.
           05  REL-ENTRY OCCURS 100 TIMES.
               10  REL-ACCT           PIC X(64).
               10  REL-BAL            PIC S9(13)V99 COMP-3.
       77  REL-USED               PIC 9(4) COMP VALUE 0.
       77  REL-SUB                PIC 9(4) COMP.
       77  REL-ZIP                PIC X(10).
           COPY CXRFFLDS.

       77  AMOUNT                 PIC S9(9)V99 COMP-3.
       77  TXN-COUNT              PIC 9(9) COMP VALUE 0.
       77  CUR-DATE               PIC X(10) VALUE SPACES.
       77  ACCT-PRINTED           PIC 9(9) COMP VALUE 0.
       77  ACTIVE-PRINTED         PIC 9(9) COMP VALUE 0.
       77  CARRIED-PRINTED        PIC 9(9) COMP VALUE 0.
       77  MAILINGS-PRINTED       PIC 9(9) COMP VALUE 0.
       77  MAILED-ACCOUNTS        PIC 9(9) COMP VALUE 0.
       77  ALONE-PRINTED          PIC 9(9) COMP VALUE 0.

      *> classification codes for HIST-TYPE, same table and OTHER
      *> fallback as LEDGER-REPORT's CLASSIFY-TYPE

       01  DASH-80                PIC X(80) VALUE ALL "-".

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT NOT = 5 AND ARG-COUNT NOT = 8
               DISPLAY "Usage: ledger_stmtcycle <master-file> "
                   "<history-file> <from-date> <to-date> "
                   "<output.txt> [RELATIONSHIP <customer-file> "
                   "<xref-file>]"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name  FROM ARGUMENT-VALUE
           ACCEPT STMT-FROM-DATE FROM ARGUMENT-VALUE
           ACCEPT STMT-TO-DATE   FROM ARGUMENT-VALUE
           ACCEPT outfile-name   FROM ARGUMENT-VALUE
           IF ARG-COUNT = 8
               ACCEPT REL-ARG       FROM ARGUMENT-VALUE
               ACCEPT custfile-name FROM ARGUMENT-VALUE
               ACCEPT xreffile-name FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE (REL-ARG) NOT = "RELATIONSHIP"
                   DISPLAY "LEDGER-STMTCYCLE: the sixth argument "
                       "must be RELATIONSHIP"
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO REL-MODE
           END-IF

      *> a mistyped period would print a month of wrong statements -
      *> the worst possible thing to hand the print room
           IF DATE-INT = 0
               DISPLAY "LEDGER-STMTCYCLE: from-date must be "
                   "YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE STMT-TO-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-STMTCYCLE: to-date must be YYYY-MM-DD"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           IF STMT-FROM-DATE > STMT-TO-DATE
               DISPLAY "LEDGER-STMTCYCLE: from-date is after to-date"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-STMTCYCLE: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTFILE
                   DISPLAY "LEDGER-STMTCYCLE: history file open "
                       "status " HIST-STATUS " - run stopped"
                   CLOSE MASTFILE
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF REL-MODE = "Y"
               PERFORM OPEN-RELATIONSHIP-FILES
           END-IF
           OPEN OUTPUT OUTFILE

           MOVE "1960Ledger - Account Statement" TO STMT-TITLE
           PERFORM READ-MASTER-NEXT
           PERFORM PRINT-ONE-STATEMENT UNTIL MAST-EOF = "Y"

           IF REL-MODE = "Y"
               MOVE "1960Ledger - Relationship Statement"
                   TO STMT-TITLE
               PERFORM READ-CUSTOMER-NEXT
               PERFORM PRINT-ONE-RELATIONSHIP UNTIL CUST-EOF = "Y"
               CLOSE CUSTFILE
               IF XREF-MISSING = "N"
                   CLOSE XREFFILE
               END-IF
           END-IF

           PERFORM WRITE-CYCLE-SUMMARY

           CLOSE MASTFILE OUTFILE
           END-IF
           GOBACK.

      *> every link is loaded up front so the standalone pass can
      *> tell an owned account from an unowned one; the file itself
      *> stays open to walk each customer's links in key order.  No
      *> cross-reference file yet means no account is owned and
      *> every statement prints standalone.
       OPEN-RELATIONSHIP-FILES.
           PERFORM LOAD-OWNERS
           OPEN INPUT CUSTFILE
           IF CUST-STATUS NOT = "00"
               DISPLAY "LEDGER-STMTCYCLE: customer file open status "
                   CUST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XREFFILE
           IF XREF-STATUS = "35"
               MOVE "Y" TO XREF-MISSING
           ELSE
               IF XREF-STATUS NOT = "00"
                   DISPLAY "LEDGER-STMTCYCLE: cross-reference file "
                       "open status " XREF-STATUS " - run stopped"
                   MOVE RC-FATAL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-MASTER-NEXT.
           READ MASTFILE NEXT RECORD
               AT END
      *> One account's statement: fresh page, heading with the
      *> customer's name, then the LEDGER-INQUIRY body - or the
      *> single balance-carried-forward line when the period holds
      *> no activity.  Under RELATIONSHIP an account with an owner
      *> is left for its owner's mailing.
      *> ---------------------------------------------------------
       PRINT-ONE-STATEMENT.
           MOVE MAST-ACCOUNT-ID   TO CUR-ACCT
           MOVE MAST-NAME         TO CUR-NAME
           MOVE MAST-ACCT-STATUS  TO CUR-STATUS
           IF REL-MODE = "Y"
               MOVE CUR-ACCT TO OW-WANTED
               PERFORM FIND-OWNER
               IF OW-FOUND-CUST NOT = SPACES
                   PERFORM READ-MASTER-NEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO PAGE-NO
           ADD 1 TO ALONE-PRINTED
           PERFORM WRITE-PAGE-HEADING
           PERFORM WRITE-ACCOUNT-HEADING
           PERFORM WRITE-PERIOD-LINE
           PERFORM WRITE-COLUMN-HEADING
           PERFORM PRINT-STATEMENT-BODY
           PERFORM READ-MASTER-NEXT.

      *> the body under an account's heading, standalone or in a
      *> relationship mailing alike
       PRINT-STATEMENT-BODY.
           ADD 1 TO ACCT-PRINTED
           PERFORM RESET-STATEMENT-TOTALS
           PERFORM SCAN-ACCOUNT-HISTORY
           IF CUR-DATE NOT = SPACES
           ELSE
               PERFORM PRINT-ACCOUNT-SECTION
               ADD 1 TO ACTIVE-PRINTED
           END-IF.

       WRITE-PAGE-HEADING.
      *> each account or mailing bursts onto its own page; the first
      *> page needs no feed ahead of it
           IF PAGE-NO = 1
               MOVE STMT-TITLE TO OUT-REC
               WRITE OUT-REC
           ELSE
               MOVE STMT-TITLE TO OUT-REC
               WRITE OUT-REC AFTER ADVANCING PAGE
           END-IF
           MOVE PAGE-NO TO ED-CNT
           END-STRING
           WRITE OUT-REC
           MOVE DASH-80 TO OUT-REC
           WRITE OUT-REC.

       WRITE-ACCOUNT-HEADING.
           MOVE SPACES TO OUT-REC
           STRING "ACCOUNT: " FUNCTION TRIM(CUR-ACCT)
               DELIMITED BY SIZE INTO OUT-REC
           IF CUR-STATUS = "C"
               MOVE "STATUS : CLOSED - FINAL STATEMENT" TO OUT-REC
               WRITE OUT-REC
           END-IF.

       WRITE-PERIOD-LINE.
           MOVE SPACES TO OUT-REC
           STRING "PERIOD " STMT-FROM-DATE " THRU " STMT-TO-DATE
               DELIMITED BY SIZE INTO OUT-REC
           END-STRING
           WRITE OUT-REC.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO OUT-REC
           STRING
               "Date        Credits        Debit"
               WRITE OUT-REC
           END-IF.

      *> ---------------------------------------------------------
      *> One customer's relationship mailing.  The links are read
      *> in key order from the customer's first; the page is only
      *> started once an account turns up, so a customer holding
      *> nothing gets no mailing.
      *> ---------------------------------------------------------
       PRINT-ONE-RELATIONSHIP.
           MOVE CUST-NO TO REL-CUST
           MOVE 0 TO REL-USED REL-TOTAL
           IF XREF-MISSING = "N"
               MOVE "N" TO XREF-EOF
               MOVE REL-CUST   TO CXRF-CUST-NO
               MOVE LOW-VALUES TO CXRF-ACCOUNT-ID
               START XREFFILE KEY NOT < CXRF-KEY
                   INVALID KEY
                       MOVE "Y" TO XREF-EOF
               END-START
               PERFORM READ-LINK-NEXT
               PERFORM PRINT-RELATIONSHIP-ACCOUNT
                   UNTIL XREF-EOF = "Y"
           END-IF
           IF REL-USED > 0
               PERFORM WRITE-RELATIONSHIP-TOTAL
           END-IF
           PERFORM READ-CUSTOMER-NEXT.

       READ-CUSTOMER-NEXT.
           READ CUSTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO CUST-EOF
           END-READ.

       READ-LINK-NEXT.
           IF XREF-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           READ XREFFILE NEXT RECORD
               AT END
                   MOVE "Y" TO XREF-EOF
           END-READ
           IF XREF-EOF = "N" AND CXRF-CUST-NO NOT = REL-CUST
               MOVE "Y" TO XREF-EOF
           END-IF.

      *> a link to an account no longer on the master is skipped
      *> with a console note; the mailing goes out without it
       PRINT-RELATIONSHIP-ACCOUNT.
           MOVE CXRF-ACCOUNT-ID TO MAST-ACCOUNT-ID
           READ MASTFILE
               INVALID KEY
                   DISPLAY "LEDGER-STMTCYCLE: customer "
                       FUNCTION TRIM(REL-CUST) " is linked to "
                       FUNCTION TRIM(CXRF-ACCOUNT-ID)
                       ", not on the master - left out"
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
                   PERFORM READ-LINK-NEXT
                   EXIT PARAGRAPH
           END-READ
           MOVE MAST-ACCOUNT-ID   TO CUR-ACCT
           MOVE MAST-NAME         TO CUR-NAME
           MOVE MAST-ACCT-STATUS  TO CUR-STATUS
           IF REL-USED = 0
               ADD 1 TO PAGE-NO
               ADD 1 TO MAILINGS-PRINTED
               PERFORM WRITE-PAGE-HEADING
               PERFORM WRITE-CUSTOMER-HEADING
           END-IF
           IF REL-USED >= 100
               DISPLAY "LEDGER-STMTCYCLE: more than 100 accounts for "
                   "customer " FUNCTION TRIM(REL-CUST)
                   " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO MAILED-ACCOUNTS
           MOVE DASH-80 TO OUT-REC
           WRITE OUT-REC
           PERFORM WRITE-ACCOUNT-HEADING
           PERFORM WRITE-COLUMN-HEADING
           PERFORM PRINT-STATEMENT-BODY
           ADD 1 TO REL-USED
           MOVE CUR-ACCT TO REL-ACCT (REL-USED)
           MOVE RUN-BAL  TO REL-BAL (REL-USED)
           ADD RUN-BAL   TO REL-TOTAL
           PERFORM READ-LINK-NEXT.

      *> the customer's number, name and mailing address, set for a
      *> window envelope, then the period every account is for
       WRITE-CUSTOMER-HEADING.
           MOVE SPACES TO OUT-REC
           STRING "CUSTOMER: " FUNCTION TRIM(REL-CUST)
               DELIMITED BY SIZE INTO OUT-REC
           END-STRING
           WRITE OUT-REC
           MOVE SPACES TO OUT-REC
           WRITE OUT-REC
           MOVE SPACES TO OUT-REC
           STRING "          " FUNCTION TRIM(CUST-NAME)
               DELIMITED BY SIZE INTO OUT-REC
           END-STRING
           WRITE OUT-REC
           MOVE SPACES TO OUT-REC
           STRING "          " FUNCTION TRIM(CUST-ADDRESS)
               DELIMITED BY SIZE INTO OUT-REC
           END-STRING
           WRITE OUT-REC
           IF CUST-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO OUT-REC
               STRING "          " FUNCTION TRIM(CUST-ADDRESS-2)
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC
           END-IF
           MOVE SPACES TO REL-ZIP
           IF CUST-ZIP (6:4) = SPACES
               MOVE CUST-ZIP (1:5) TO REL-ZIP
           ELSE
               STRING CUST-ZIP (1:5) "-" CUST-ZIP (6:4)
                   DELIMITED BY SIZE INTO REL-ZIP
               END-STRING
           END-IF
           MOVE SPACES TO OUT-REC
           STRING "          " FUNCTION TRIM(CUST-CITY) " "
               CUST-STATE "  " REL-ZIP
               DELIMITED BY SIZE INTO OUT-REC
           END-STRING
           WRITE OUT-REC
           MOVE SPACES TO OUT-REC
           WRITE OUT-REC
           PERFORM WRITE-PERIOD-LINE.

      *> the foot of the mailing: every account's ending balance and
      *> what the customer holds with the bank in all
       WRITE-RELATIONSHIP-TOTAL.
           MOVE DASH-80 TO OUT-REC
           WRITE OUT-REC
           MOVE SPACES TO OUT-REC
           STRING "CUSTOMER: " FUNCTION TRIM(REL-CUST)
               " - RELATIONSHIP SUMMARY"
               DELIMITED BY SIZE INTO OUT-REC
           END-STRING
           WRITE OUT-REC
           PERFORM WRITE-RELATIONSHIP-LINE
               VARYING REL-SUB FROM 1 BY 1
               UNTIL REL-SUB > REL-USED
           MOVE REL-TOTAL TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO OUT-REC
           STRING "  RELATIONSHIP TOTAL: " TRIM-A
               DELIMITED BY SIZE INTO OUT-REC
           END-STRING
           WRITE OUT-REC.

       WRITE-RELATIONSHIP-LINE.
           MOVE REL-BAL (REL-SUB) TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO OUT-REC
           STRING "  " FUNCTION TRIM(REL-ACCT (REL-SUB))
               "  ENDING BAL: " TRIM-A
               DELIMITED BY SIZE INTO OUT-REC
           END-STRING
           WRITE OUT-REC.

      *> ---------------------------------------------------------
      *> Cycle summary on its own closing page, for the print room's
      *> count of envelopes
           STRING "BALANCE CARRIED ONLY: " TRIM-A
               DELIMITED BY SIZE INTO OUT-REC
           END-STRING
           WRITE OUT-REC

           IF REL-MODE = "Y"
               MOVE ALONE-PRINTED TO ED-CNT
               MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
               MOVE SPACES TO OUT-REC
               STRING "STANDALONE          : " TRIM-A
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC
               MOVE MAILINGS-PRINTED TO ED-CNT
               MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
               MOVE SPACES TO OUT-REC
               STRING "RELATIONSHIP MAILING: " TRIM-A
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC
               MOVE MAILED-ACCOUNTS TO ED-CNT
               MOVE FUNCTION TRIM(ED-CNT) TO TRIM-A
               MOVE SPACES TO OUT-REC
               STRING "ACCOUNTS IN MAILINGS: " TRIM-A
                   DELIMITED BY SIZE INTO OUT-REC
               END-STRING
               WRITE OUT-REC
           END-IF.

           COPY VALDATE.
           COPY CXRFCHK.
