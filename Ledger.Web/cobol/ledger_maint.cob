      *> Usage:  ledger_maint <master-file> <maint-log>
      *>                      <operator-id> <action> <account-id> ...
      *>
      *>   OPEN    <account-id> <name> <type> <customer-no>
      *>           <customer-file> <xref-file> - open a new account
      *>   CLOSE   <account-id>                - close (balance must
      *>                                         already be zero)
      *>   FREEZE  <account-id>                - place a hold
      *> file itself is created here on the first OPEN if it does not
      *> exist yet.
      *>
      *> Every account is opened under a customer already taken on
      *> with LEDGER-CUSTMAINT: OPEN refuses a customer number not on
      *> the customer file, and once the master record is written it
      *> links the account to that customer as primary owner on the
      *> cross-reference file.  Should that link fail the account is
      *> open but nobody's - the run ends with the out-of-balance
      *> code and the console says to LINK it with LEDGER-CUSTMAINT.
      *>
      *> Every action that changes a record is journaled to the
      *> maintenance log - one line per action, carrying the system
      *> date, the operator id (a required argument; the auditors
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ACCOUNT-ID
               FILE STATUS IS MAST-STATUS.
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
           SELECT LOGFILE ASSIGN TO DYNAMIC logfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
       FD  MASTFILE.
           COPY LEDGMAST.

       FD  CUSTFILE.
           COPY LEDGCUST.

       FD  XREFFILE.
           COPY LEDGCXRF.

       FD  LOGFILE.
       01  LOG-REC                PIC X(300).

        WORKING-STORAGE SECTION.
       77  mastfile-name          PIC X(256).
       77  logfile-name           PIC X(256).
       77  custfile-name          PIC X(256).
       77  xreffile-name          PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  LOG-STATUS             PIC X(02) VALUE "00".
       77  CUST-STATUS            PIC X(02) VALUE "00".
       77  XREF-STATUS            PIC X(02) VALUE "00".
       77  OPERATOR-ID            PIC X(16).
       77  MAINT-ACTION           PIC X(08).
       77  MAINT-ACCOUNT          PIC X(64).
       77  MAINT-NAME             PIC X(40).
       77  MAINT-TYPE             PIC X(08).
       77  MAINT-CUST             PIC X(12).
       77  MAST-FOUND             PIC X VALUE "N".
       77  CUST-FOUND             PIC X VALUE "N".

      *> the system date stamped on every log line
       01  DATE-STAMP-WORK.
       01  ED-AMT                 PIC -(13)9.99.
       77  TRIM-A                 PIC X(20).

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 5
               PERFORM SHOW-USAGE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
               TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "LEDGER-MAINT: operator id may not be blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAINT-ACTION))
           MOVE FUNCTION TRIM(MAINT-ACCOUNT) TO MAINT-ACCOUNT
           IF MAINT-ACCOUNT = SPACES
               DISPLAY "LEDGER-MAINT: account id may not be blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

                   PERFORM DO-RENAME THRU DO-RENAME-EXIT
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE RC-FATAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       SHOW-USAGE.
           DISPLAY "Usage: ledger_maint <master-file> <maint-log> "
               "<operator-id> <action> <account-id> ..."
           DISPLAY "  OPEN    <account-id> <name> <type> "
               "<customer-no> <customer-file> <xref-file>"
           DISPLAY "  CLOSE   <account-id>"
           DISPLAY "  FREEZE  <account-id>"
           DISPLAY "  RELEASE <account-id>"
           IF LOG-STATUS NOT = "00"
               DISPLAY "LEDGER-MAINT: cannot write maintenance log, "
                   "status " LOG-STATUS
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOG-REC
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-MAINT: cannot open master file, "
                   "status " MAST-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-MAINT: cannot open master file, "
                   "status " MAST-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.

               INVALID KEY
                   DISPLAY "LEDGER-MAINT: unable to update master "
                       "record for " FUNCTION TRIM(MAINT-ACCOUNT)
                   MOVE RC-FATAL TO RETURN-CODE
           END-REWRITE.

      *> ---------------------------------------------------------
      *> OPEN - create a new account record
      *> ---------------------------------------------------------
       DO-OPEN.
           IF ARG-COUNT < 10
               DISPLAY "LEDGER-MAINT: OPEN needs <account-id> "
                   "<name> <type> <customer-no> <customer-file> "
                   "<xref-file>"
               MOVE RC-FATAL TO RETURN-CODE
               GO TO DO-OPEN-EXIT
           END-IF
           ACCEPT MAINT-NAME FROM ARGUMENT-VALUE
           ACCEPT MAINT-TYPE FROM ARGUMENT-VALUE
           ACCEPT MAINT-CUST FROM ARGUMENT-VALUE
           ACCEPT custfile-name FROM ARGUMENT-VALUE
           ACCEPT xreffile-name FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAINT-CUST))
               TO MAINT-CUST
           IF FUNCTION TRIM(MAINT-NAME) = SPACES
               DISPLAY "LEDGER-MAINT: account name may not be blank"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-OPEN-EXIT
           END-IF
           PERFORM PROVE-CUSTOMER
           IF CUST-FOUND = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-OPEN-EXIT
           END-IF

                       FUNCTION TRIM(MAINT-ACCOUNT)
                       " is already on the master file"
                   CLOSE MASTFILE
                   MOVE RC-WARNING TO RETURN-CODE
                   GO TO DO-OPEN-EXIT
           END-READ

               INVALID KEY
                   DISPLAY "LEDGER-MAINT: unable to create master "
                       "record for " FUNCTION TRIM(MAINT-ACCOUNT)
                   MOVE RC-FATAL TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "LEDGER-MAINT: opened account "
                       FUNCTION TRIM(MAINT-ACCOUNT)
                   STRING "OPEN "
                       FUNCTION TRIM(MAST-ACCT-TYPE)
                       " " FUNCTION TRIM(MAINT-NAME)
                       " CUST " FUNCTION TRIM(MAINT-CUST)
                       DELIMITED BY SIZE INTO LOG-AFTER
                   END-STRING
                   PERFORM WRITE-MAINT-LOG
                   PERFORM LINK-PRIMARY-OWNER
           END-WRITE
           CLOSE MASTFILE.
       DO-OPEN-EXIT.
           EXIT.

      *> the customer an account is opened under must already be on
      *> the customer file
       PROVE-CUSTOMER.
           MOVE "N" TO CUST-FOUND
           OPEN INPUT CUSTFILE
           IF CUST-STATUS = "35"
               DISPLAY "LEDGER-MAINT: customer file does not exist - "
                   "add the customer with LEDGER-CUSTMAINT first"
               EXIT PARAGRAPH
           END-IF
           IF CUST-STATUS NOT = "00"
               DISPLAY "LEDGER-MAINT: cannot open customer file, "
                   "status " CUST-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MAINT-CUST TO CUST-NO
           READ CUSTFILE
               INVALID KEY
                   DISPLAY "LEDGER-MAINT: customer "
                       FUNCTION TRIM(MAINT-CUST)
                       " is not on the customer file"
               NOT INVALID KEY
                   MOVE "Y" TO CUST-FOUND
           END-READ
           CLOSE CUSTFILE.

      *> the new account's primary owner.  The master record is
      *> already written, so a failure here cannot be backed out -
      *> it is flagged for the link to be made by hand.
       LINK-PRIMARY-OWNER.
           OPEN I-O XREFFILE
           IF XREF-STATUS = "35"
               OPEN OUTPUT XREFFILE
               CLOSE XREFFILE
               OPEN I-O XREFFILE
           END-IF
           IF XREF-STATUS NOT = "00"
               DISPLAY "LEDGER-MAINT: cannot open cross-reference "
                   "file, status " XREF-STATUS
               PERFORM FLAG-UNLINKED-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE MAINT-CUST    TO CXRF-CUST-NO
           MOVE MAINT-ACCOUNT TO CXRF-ACCOUNT-ID
           SET CXRF-PRIMARY TO TRUE
           MOVE RUN-STAMP     TO CXRF-LINKED-DATE
           WRITE CXRF-REC
               INVALID KEY
                   PERFORM FLAG-UNLINKED-ACCOUNT
           END-WRITE
           CLOSE XREFFILE.

       FLAG-UNLINKED-ACCOUNT.
           DISPLAY "LEDGER-MAINT: account "
               FUNCTION TRIM(MAINT-ACCOUNT)
               " is open but not linked - LINK it to customer "
               FUNCTION TRIM(MAINT-CUST)
               " PRIMARY with LEDGER-CUSTMAINT"
           IF RETURN-CODE < RC-OUT-OF-BALANCE
               MOVE RC-OUT-OF-BALANCE TO RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> CLOSE - a nonzero balance blocks the close; the money has
      *> to move somewhere first, on a posted transaction.
           PERFORM READ-MASTER-RECORD
           IF MAST-FOUND = "N"
               CLOSE MASTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CLOSE-EXIT
           END-IF
           IF MAST-CLOSED
               DISPLAY "LEDGER-MAINT: account "
                   FUNCTION TRIM(MAINT-ACCOUNT) " is already closed"
               CLOSE MASTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CLOSE-EXIT
           END-IF
           IF MAST-BALANCE NOT = 0
                   FUNCTION TRIM(MAINT-ACCOUNT)
                   " has balance " TRIM-A " - cannot close"
               CLOSE MASTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CLOSE-EXIT
           END-IF
           IF MAST-FROZEN
           PERFORM READ-MASTER-RECORD
           IF MAST-FOUND = "N"
               CLOSE MASTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-FREEZE-EXIT
           END-IF
           IF MAST-CLOSED
                   FUNCTION TRIM(MAINT-ACCOUNT)
                   " is closed - cannot freeze"
               CLOSE MASTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-FREEZE-EXIT
           END-IF
           IF MAST-FROZEN
           PERFORM READ-MASTER-RECORD
           IF MAST-FOUND = "N"
               CLOSE MASTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-RELEASE-EXIT
           END-IF
           IF NOT MAST-FROZEN
               DISPLAY "LEDGER-MAINT: account "
                   FUNCTION TRIM(MAINT-ACCOUNT) " is not frozen"
               CLOSE MASTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-RELEASE-EXIT
           END-IF
           MOVE "FROZEN" TO LOG-BEFORE
           IF ARG-COUNT < 6
               DISPLAY "LEDGER-MAINT: RENAME needs <account-id> "
                   "<new-name>"
               MOVE RC-FATAL TO RETURN-CODE
               GO TO DO-RENAME-EXIT
           END-IF
           ACCEPT MAINT-NAME FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(MAINT-NAME) = SPACES
               DISPLAY "LEDGER-MAINT: account name may not be blank"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-RENAME-EXIT
           END-IF
           PERFORM OPEN-MASTER-EXISTING
           PERFORM READ-MASTER-RECORD
           IF MAST-FOUND = "N"
               CLOSE MASTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-RENAME-EXIT
           END-IF
           MOVE MAST-NAME TO LOG-BEFORE
