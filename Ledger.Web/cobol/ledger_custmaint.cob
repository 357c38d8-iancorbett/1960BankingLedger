      *> ledger_custmaint.cob
      *> Usage:  ledger_custmaint <customer-file> <xref-file>
      *>                          <master-file> <maint-log>
      *>                          <operator-id> <action>
      *>                          <customer-no> ...
      *>
      *>   ADD    <customer-no> <name> <address> <city> <state> <zip>
      *>          <taxpayer-id|NONE> <birth-date|NONE>
      *>                                  - take on a new customer
      *>   CHANGE <customer-no> <field> <new-value|NONE>
      *>                                  - change one field: NAME,
      *>                                    ADDRESS, ADDRESS2, CITY,
      *>                                    STATE, ZIP, TIN or DOB
      *>                                    (NONE clears ADDRESS2,
      *>                                    TIN and DOB)
      *>   LINK   <customer-no> <account-id> <PRIMARY|JOINT>
      *>                                  - the customer holds the
      *>                                    account
      *>   UNLINK <customer-no> <account-id>
      *>                                  - a joint owner comes off
      *>
      *> The branch's tool for the customer information file and the
      *> customer/account cross-reference (LEDGCUST.cpy,
      *> LEDGCXRF.cpy).  Both files are created on the first ADD.
      *> The taxpayer id may be keyed with or without its dashes; one
      *> keyed 12-3456789 is taken as an employer id, anything else
      *> as a social security number.  The zip is five digits or a
      *> zip+4.
      *>
      *> LEDGER-MAINT links an account to its primary owner when it
      *> opens it.  LINK is for joint owners, and for giving an
      *> account opened before the customer file existed its primary
      *> owner - an account has only one, so a second PRIMARY is
      *> refused.  The primary owner is who the 1099-INT is filed
      *> under, and is never unlinked; UNLINK takes joint owners off.
      *>
      *> Every change is journaled to the same maintenance log
      *> LEDGER-MAINT keeps, in the same layout, so LEDGER-MAINTRPT
      *> shows customer work beside the account work:
      *>   <date>,<operator>,CUSTADD|CUSTCHG,<customer-no>,<before>,
      *>       <after>
      *>   <date>,<operator>,CUSTLINK|CUSTUNLK,<account>,<before>,
      *>       <after>
      *> A taxpayer id is logged by its last four digits only.  The
      *> values ride on the comma-separated log line, so none of them
      *> may contain a comma.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-CUSTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT MASTFILE ASSIGN TO DYNAMIC mastfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ACCOUNT-ID
               FILE STATUS IS MAST-STATUS.
           SELECT LOGFILE ASSIGN TO DYNAMIC logfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

        DATA DIVISION.
       FILE SECTION.
       FD  CUSTFILE.
           COPY LEDGCUST.

       FD  XREFFILE.
           COPY LEDGCXRF.

       FD  MASTFILE.
           COPY LEDGMAST.

       FD  LOGFILE.
       01  LOG-REC                PIC X(300).

        WORKING-STORAGE SECTION.
       77  custfile-name          PIC X(256).
       77  xreffile-name          PIC X(256).
       77  mastfile-name          PIC X(256).
       77  logfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  CUST-STATUS            PIC X(02) VALUE "00".
       77  XREF-STATUS            PIC X(02) VALUE "00".
       77  XREF-EOF               PIC X VALUE "N".
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  LOG-STATUS             PIC X(02) VALUE "00".
       77  OPERATOR-ID            PIC X(16).
       77  MAINT-ACTION           PIC X(08).
       77  MAINT-CUST             PIC X(12).
       77  MAINT-ACCOUNT          PIC X(64).
       77  LOG-ACTION             PIC X(08).
       77  LOG-KEY                PIC X(64).
       77  CUST-FOUND             PIC X VALUE "N".
       77  XREF-FOUND             PIC X VALUE "N".
       77  MAST-FOUND             PIC X VALUE "N".
       77  ARG-OK                 PIC X VALUE "Y".
       77  COMMA-COUNT            PIC 9(4) COMP.
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.

      *> the ADD / CHANGE / LINK arguments as keyed
       77  ARG-NAME               PIC X(40).
       77  ARG-ADDRESS            PIC X(40).
       77  ARG-CITY               PIC X(40).
       77  ARG-STATE              PIC X(08).
       77  ARG-ZIP                PIC X(16).
       77  ARG-TIN                PIC X(20).
       77  ARG-DOB                PIC X(10).
       77  ARG-FIELD              PIC X(08).
       77  ARG-VALUE              PIC X(40).
       77  ARG-ROLE               PIC X(08).

      *> a taxpayer id or zip boiled down to its digits
       77  TIN-CLEAN              PIC X(09).
       77  TIN-TYPE-WK            PIC X(01).
       77  ZIP-CLEAN              PIC X(09).
       77  DIGIT-COUNT            PIC 9(4) COMP.
       77  CHAR-SUB               PIC 9(4) COMP.
       77  CHAR-BAD               PIC X VALUE "N".
       77  TIN-SHOWN              PIC X(13).

      *> the account's existing primary owner, for LINK PRIMARY
       77  PRIMARY-CUST           PIC X(12).

      *> the system date stamped on every log line
       01  DATE-STAMP-WORK.
           05  DATE-RAW           PIC 9(08).
           05  DATE-RAW-X REDEFINES DATE-RAW PIC X(08).
       77  RUN-STAMP              PIC X(10).

      *> the before/after values each action sets for its log line
       77  LOG-BEFORE             PIC X(60).
       77  LOG-AFTER              PIC X(60).

      *> condition codes the nightly procedure tests
       COPY RETCODES.

        PROCEDURE DIVISION.
        MAIN.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 7
               PERFORM SHOW-USAGE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT custfile-name FROM ARGUMENT-VALUE
           ACCEPT xreffile-name FROM ARGUMENT-VALUE
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           ACCEPT logfile-name  FROM ARGUMENT-VALUE
           ACCEPT OPERATOR-ID   FROM ARGUMENT-VALUE
           ACCEPT MAINT-ACTION  FROM ARGUMENT-VALUE
           ACCEPT MAINT-CUST    FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(OPERATOR-ID))
               TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "LEDGER-CUSTMAINT: operator id may not be "
                   "blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAINT-ACTION))
               TO MAINT-ACTION
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAINT-CUST))
               TO MAINT-CUST
           IF MAINT-CUST = SPACES
               DISPLAY "LEDGER-CUSTMAINT: customer number may not be "
                   "blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
      *> the customer number rides on the comma-separated log line
           MOVE 0 TO COMMA-COUNT
           INSPECT MAINT-CUST TALLYING COMMA-COUNT FOR ALL ","
           IF COMMA-COUNT > 0
               DISPLAY "LEDGER-CUSTMAINT: customer number may not "
                   "contain a comma"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF

      *> the date every log line carries
           ACCEPT DATE-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO RUN-STAMP
           STRING DATE-RAW-X (1:4) "-"
               DATE-RAW-X (5:2) "-"
               DATE-RAW-X (7:2)
               DELIMITED BY SIZE INTO RUN-STAMP
           END-STRING

           EVALUATE MAINT-ACTION
               WHEN "ADD"
                   MOVE "CUSTADD" TO LOG-ACTION
                   PERFORM DO-ADD THRU DO-ADD-EXIT
               WHEN "CHANGE"
                   MOVE "CUSTCHG" TO LOG-ACTION
                   PERFORM DO-CHANGE THRU DO-CHANGE-EXIT
               WHEN "LINK"
                   MOVE "CUSTLINK" TO LOG-ACTION
                   PERFORM DO-LINK THRU DO-LINK-EXIT
               WHEN "UNLINK"
                   MOVE "CUSTUNLK" TO LOG-ACTION
                   PERFORM DO-UNLINK THRU DO-UNLINK-EXIT
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE RC-FATAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       SHOW-USAGE.
           DISPLAY "Usage: ledger_custmaint <customer-file> "
               "<xref-file> <master-file> <maint-log> <operator-id> "
               "<action> <customer-no> ..."
           DISPLAY "  ADD    <customer-no> <name> <address> <city> "
               "<state> <zip>"
           DISPLAY "         <taxpayer-id|NONE> <birth-date|NONE>"
           DISPLAY "  CHANGE <customer-no> "
               "<NAME|ADDRESS|ADDRESS2|CITY|STATE|ZIP|TIN|DOB> "
               "<new-value|NONE>"
           DISPLAY "  LINK   <customer-no> <account-id> "
               "<PRIMARY|JOINT>"
           DISPLAY "  UNLINK <customer-no> <account-id>".

      *> ---------------------------------------------------------
      *> One log line per completed action, in LEDGER-MAINT's
      *> layout and on LEDGER-MAINT's log.  A refused action
      *> changed nothing and says so on the console instead.
      *> ---------------------------------------------------------
       WRITE-MAINT-LOG.
           OPEN EXTEND LOGFILE
           IF LOG-STATUS = "35"
               OPEN OUTPUT LOGFILE
           END-IF
           IF LOG-STATUS NOT = "00"
               DISPLAY "LEDGER-CUSTMAINT: cannot write maintenance "
                   "log, status " LOG-STATUS
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOG-REC
           STRING RUN-STAMP ","
               FUNCTION TRIM(OPERATOR-ID) ","
               FUNCTION TRIM(LOG-ACTION) ","
               FUNCTION TRIM(LOG-KEY) ","
               FUNCTION TRIM(LOG-BEFORE) ","
               FUNCTION TRIM(LOG-AFTER)
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING
           WRITE LOG-REC
           CLOSE LOGFILE.

      *> ---------------------------------------------------------
      *> File opens.  Only ADD may create the two files - any other
      *> action against a missing file is an operator error, not a
      *> reason to invent an empty one.
      *> ---------------------------------------------------------
       OPEN-CUST-CREATE.
           OPEN I-O CUSTFILE
           IF CUST-STATUS = "35"
               OPEN OUTPUT CUSTFILE
               CLOSE CUSTFILE
               OPEN I-O CUSTFILE
           END-IF
           IF CUST-STATUS NOT = "00"
               DISPLAY "LEDGER-CUSTMAINT: cannot open customer file, "
                   "status " CUST-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O XREFFILE
           IF XREF-STATUS = "35"
               OPEN OUTPUT XREFFILE
           END-IF
           CLOSE XREFFILE.

       OPEN-CUST-EXISTING.
           OPEN I-O CUSTFILE
           IF CUST-STATUS NOT = "00"
               DISPLAY "LEDGER-CUSTMAINT: cannot open customer file, "
                   "status " CUST-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-XREF-EXISTING.
           OPEN I-O XREFFILE
           IF XREF-STATUS NOT = "00"
               DISPLAY "LEDGER-CUSTMAINT: cannot open cross-reference "
                   "file, status " XREF-STATUS
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-CUST-RECORD.
           MOVE "N" TO CUST-FOUND
           MOVE MAINT-CUST TO CUST-NO
           READ CUSTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CUST-FOUND
           END-READ.

       READ-XREF-RECORD.
           MOVE "N" TO XREF-FOUND
           MOVE MAINT-CUST    TO CXRF-CUST-NO
           MOVE MAINT-ACCOUNT TO CXRF-ACCOUNT-ID
           READ XREFFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO XREF-FOUND
           END-READ.

      *> ---------------------------------------------------------
      *> Argument edits.  Each leaves ARG-OK "N" with the reason
      *> displayed.
      *> ---------------------------------------------------------
       EDIT-NO-COMMA.
           MOVE 0 TO COMMA-COUNT
           INSPECT ARG-VALUE TALLYING COMMA-COUNT FOR ALL ","
           IF COMMA-COUNT > 0
               DISPLAY "LEDGER-CUSTMAINT: "
                   FUNCTION TRIM(ARG-VALUE) " - no value may "
                   "contain a comma"
               MOVE "N" TO ARG-OK
           END-IF.

      *> the nine digits, dashes and spaces dropped; a dash after
      *> the second digit is how an employer id is written
       EDIT-TIN.
           MOVE SPACES TO TIN-CLEAN
           MOVE "S" TO TIN-TYPE-WK
           IF ARG-TIN (3:1) = "-"
               MOVE "E" TO TIN-TYPE-WK
           END-IF
           MOVE 0 TO DIGIT-COUNT
           MOVE "N" TO CHAR-BAD
           PERFORM TAKE-TIN-DIGIT VARYING CHAR-SUB FROM 1 BY 1
               UNTIL CHAR-SUB > 20
           IF CHAR-BAD = "Y" OR DIGIT-COUNT NOT = 9
              OR TIN-CLEAN = "000000000"
               DISPLAY "LEDGER-CUSTMAINT: taxpayer id "
                   FUNCTION TRIM(ARG-TIN) " must be nine digits"
               MOVE "N" TO ARG-OK
           END-IF.

       TAKE-TIN-DIGIT.
           IF ARG-TIN (CHAR-SUB:1) = "-" OR SPACE
               EXIT PARAGRAPH
           END-IF
           IF ARG-TIN (CHAR-SUB:1) NOT NUMERIC
               MOVE "Y" TO CHAR-BAD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DIGIT-COUNT
           IF DIGIT-COUNT <= 9
               MOVE ARG-TIN (CHAR-SUB:1) TO TIN-CLEAN (DIGIT-COUNT:1)
           END-IF.

       EDIT-ZIP.
           MOVE SPACES TO ZIP-CLEAN
           MOVE 0 TO DIGIT-COUNT
           MOVE "N" TO CHAR-BAD
           PERFORM TAKE-ZIP-DIGIT VARYING CHAR-SUB FROM 1 BY 1
               UNTIL CHAR-SUB > 16
           IF CHAR-BAD = "Y"
              OR (DIGIT-COUNT NOT = 5 AND DIGIT-COUNT NOT = 9)
               DISPLAY "LEDGER-CUSTMAINT: zip "
                   FUNCTION TRIM(ARG-ZIP) " must be five digits or "
                   "a zip+4"
               MOVE "N" TO ARG-OK
           END-IF.

       TAKE-ZIP-DIGIT.
           IF ARG-ZIP (CHAR-SUB:1) = "-" OR SPACE
               EXIT PARAGRAPH
           END-IF
           IF ARG-ZIP (CHAR-SUB:1) NOT NUMERIC
               MOVE "Y" TO CHAR-BAD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DIGIT-COUNT
           IF DIGIT-COUNT <= 9
               MOVE ARG-ZIP (CHAR-SUB:1) TO ZIP-CLEAN (DIGIT-COUNT:1)
           END-IF.

       EDIT-STATE.
           IF ARG-STATE (1:2) NOT ALPHABETIC
              OR ARG-STATE (1:1) = SPACE OR ARG-STATE (2:1) = SPACE
              OR ARG-STATE (3:6) NOT = SPACES
               DISPLAY "LEDGER-CUSTMAINT: state "
                   FUNCTION TRIM(ARG-STATE) " must be the two-letter "
                   "code"
               MOVE "N" TO ARG-OK
           END-IF.

      *> a birth date in the future is a keying slip
       EDIT-BIRTH-DATE.
           MOVE ARG-DOB TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0 OR ARG-DOB > RUN-STAMP
               DISPLAY "LEDGER-CUSTMAINT: birth date must be "
                   "YYYY-MM-DD and not in the future"
               MOVE "N" TO ARG-OK
           END-IF.

      *> the id as it goes on the log - last four digits only
       SHOW-TIN.
           IF CUST-TIN = SPACES
               MOVE "NONE" TO TIN-SHOWN
           ELSE
               MOVE SPACES TO TIN-SHOWN
               STRING "XXXXX" CUST-TIN (6:4)
                   DELIMITED BY SIZE INTO TIN-SHOWN
               END-STRING
           END-IF.

      *> ---------------------------------------------------------
      *> ADD - take on a new customer
      *> ---------------------------------------------------------
       DO-ADD.
           IF ARG-COUNT < 14
               DISPLAY "LEDGER-CUSTMAINT: ADD needs <customer-no> "
                   "<name> <address> <city> <state> <zip> "
                   "<taxpayer-id|NONE> <birth-date|NONE>"
               MOVE RC-FATAL TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF
           ACCEPT ARG-NAME    FROM ARGUMENT-VALUE
           ACCEPT ARG-ADDRESS FROM ARGUMENT-VALUE
           ACCEPT ARG-CITY    FROM ARGUMENT-VALUE
           ACCEPT ARG-STATE   FROM ARGUMENT-VALUE
           ACCEPT ARG-ZIP     FROM ARGUMENT-VALUE
           ACCEPT ARG-TIN     FROM ARGUMENT-VALUE
           ACCEPT ARG-DOB     FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-NAME))
               TO ARG-NAME
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-ADDRESS))
               TO ARG-ADDRESS
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-CITY))
               TO ARG-CITY
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-STATE))
               TO ARG-STATE
           MOVE FUNCTION TRIM(ARG-TIN) TO ARG-TIN
           MOVE FUNCTION TRIM(ARG-DOB) TO ARG-DOB

           MOVE "Y" TO ARG-OK
           IF ARG-NAME = SPACES OR ARG-ADDRESS = SPACES
              OR ARG-CITY = SPACES
               DISPLAY "LEDGER-CUSTMAINT: name, address and city may "
                   "not be blank"
               MOVE "N" TO ARG-OK
           END-IF
           MOVE ARG-NAME TO ARG-VALUE
           PERFORM EDIT-NO-COMMA
           MOVE ARG-ADDRESS TO ARG-VALUE
           PERFORM EDIT-NO-COMMA
           MOVE ARG-CITY TO ARG-VALUE
           PERFORM EDIT-NO-COMMA
           PERFORM EDIT-STATE
           PERFORM EDIT-ZIP
           IF FUNCTION UPPER-CASE (ARG-TIN) = "NONE"
               MOVE SPACES TO TIN-CLEAN TIN-TYPE-WK
           ELSE
               PERFORM EDIT-TIN
           END-IF
           IF FUNCTION UPPER-CASE (ARG-DOB) = "NONE"
               MOVE SPACES TO ARG-DOB
           ELSE
               PERFORM EDIT-BIRTH-DATE
           END-IF
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF

           PERFORM OPEN-CUST-CREATE
           PERFORM READ-CUST-RECORD
           IF CUST-FOUND = "Y"
               DISPLAY "LEDGER-CUSTMAINT: customer "
                   FUNCTION TRIM(MAINT-CUST)
                   " is already on the customer file"
               CLOSE CUSTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF

           MOVE MAINT-CUST    TO CUST-NO
           MOVE ARG-NAME      TO CUST-NAME
           MOVE ARG-ADDRESS   TO CUST-ADDRESS
           MOVE SPACES        TO CUST-ADDRESS-2
           MOVE ARG-CITY      TO CUST-CITY
           MOVE ARG-STATE     TO CUST-STATE
           MOVE ZIP-CLEAN     TO CUST-ZIP
           MOVE TIN-CLEAN     TO CUST-TIN
           MOVE TIN-TYPE-WK   TO CUST-TIN-TYPE
           MOVE ARG-DOB       TO CUST-BIRTH-DATE
           MOVE RUN-STAMP     TO CUST-ADDED-DATE
           WRITE CUST-REC
               INVALID KEY
                   DISPLAY "LEDGER-CUSTMAINT: unable to add customer "
                       FUNCTION TRIM(MAINT-CUST)
                   MOVE RC-FATAL TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "LEDGER-CUSTMAINT: added customer "
                       FUNCTION TRIM(MAINT-CUST)
                   MOVE MAINT-CUST TO LOG-KEY
                   MOVE "(NONE)" TO LOG-BEFORE
                   PERFORM SHOW-TIN
                   MOVE SPACES TO LOG-AFTER
                   STRING FUNCTION TRIM(CUST-NAME) " "
                       FUNCTION TRIM(CUST-CITY) " " CUST-STATE
                       " TIN " TIN-SHOWN
                       DELIMITED BY SIZE INTO LOG-AFTER
                   END-STRING
                   PERFORM WRITE-MAINT-LOG
           END-WRITE
           CLOSE CUSTFILE.
       DO-ADD-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> CHANGE - one field of the customer record, before and after
      *> on the log line
      *> ---------------------------------------------------------
       DO-CHANGE.
           IF ARG-COUNT < 9
               DISPLAY "LEDGER-CUSTMAINT: CHANGE needs <customer-no> "
                   "<field> <new-value|NONE>"
               MOVE RC-FATAL TO RETURN-CODE
               GO TO DO-CHANGE-EXIT
           END-IF
           ACCEPT ARG-FIELD FROM ARGUMENT-VALUE
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-FIELD))
               TO ARG-FIELD
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-VALUE))
               TO ARG-VALUE

           MOVE "Y" TO ARG-OK
           PERFORM EDIT-NO-COMMA
           IF ARG-VALUE = "NONE"
               IF ARG-FIELD NOT = "ADDRESS2" AND ARG-FIELD NOT = "TIN"
                  AND ARG-FIELD NOT = "DOB"
                   DISPLAY "LEDGER-CUSTMAINT: only ADDRESS2, TIN and "
                       "DOB may be cleared"
                   MOVE "N" TO ARG-OK
               END-IF
           ELSE
               IF ARG-VALUE = SPACES
                   DISPLAY "LEDGER-CUSTMAINT: new value may not be "
                       "blank"
                   MOVE "N" TO ARG-OK
               END-IF
           END-IF
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CHANGE-EXIT
           END-IF
           EVALUATE ARG-FIELD
               WHEN "NAME"
               WHEN "ADDRESS"
               WHEN "ADDRESS2"
               WHEN "CITY"
                   CONTINUE
               WHEN "STATE"
                   MOVE ARG-VALUE TO ARG-STATE
                   PERFORM EDIT-STATE
               WHEN "ZIP"
                   MOVE ARG-VALUE TO ARG-ZIP
                   PERFORM EDIT-ZIP
               WHEN "TIN"
                   IF ARG-VALUE NOT = "NONE"
                       MOVE ARG-VALUE TO ARG-TIN
                       PERFORM EDIT-TIN
                   END-IF
               WHEN "DOB"
                   IF ARG-VALUE NOT = "NONE"
                       MOVE ARG-VALUE TO ARG-DOB
                       PERFORM EDIT-BIRTH-DATE
                   END-IF
               WHEN OTHER
                   DISPLAY "LEDGER-CUSTMAINT: field must be NAME, "
                       "ADDRESS, ADDRESS2, CITY, STATE, ZIP, TIN or "
                       "DOB"
                   MOVE "N" TO ARG-OK
           END-EVALUATE
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CHANGE-EXIT
           END-IF

           PERFORM OPEN-CUST-EXISTING
           PERFORM READ-CUST-RECORD
           IF CUST-FOUND = "N"
               DISPLAY "LEDGER-CUSTMAINT: customer "
                   FUNCTION TRIM(MAINT-CUST)
                   " is not on the customer file"
               CLOSE CUSTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CHANGE-EXIT
           END-IF

           PERFORM SHOW-TIN
           MOVE SPACES TO LOG-BEFORE LOG-AFTER
           EVALUATE ARG-FIELD
               WHEN "NAME"
                   STRING "NAME " CUST-NAME
                       DELIMITED BY SIZE INTO LOG-BEFORE
                   END-STRING
                   MOVE ARG-VALUE TO CUST-NAME
               WHEN "ADDRESS"
                   STRING "ADDRESS " CUST-ADDRESS
                       DELIMITED BY SIZE INTO LOG-BEFORE
                   END-STRING
                   MOVE ARG-VALUE TO CUST-ADDRESS
               WHEN "ADDRESS2"
                   STRING "ADDRESS2 " CUST-ADDRESS-2
                       DELIMITED BY SIZE INTO LOG-BEFORE
                   END-STRING
                   IF ARG-VALUE = "NONE"
                       MOVE SPACES TO CUST-ADDRESS-2
                   ELSE
                       MOVE ARG-VALUE TO CUST-ADDRESS-2
                   END-IF
               WHEN "CITY"
                   STRING "CITY " CUST-CITY
                       DELIMITED BY SIZE INTO LOG-BEFORE
                   END-STRING
                   MOVE ARG-VALUE TO CUST-CITY
               WHEN "STATE"
                   STRING "STATE " CUST-STATE
                       DELIMITED BY SIZE INTO LOG-BEFORE
                   END-STRING
                   MOVE ARG-STATE TO CUST-STATE
               WHEN "ZIP"
                   STRING "ZIP " CUST-ZIP
                       DELIMITED BY SIZE INTO LOG-BEFORE
                   END-STRING
                   MOVE ZIP-CLEAN TO CUST-ZIP
               WHEN "TIN"
                   STRING "TIN " TIN-SHOWN
                       DELIMITED BY SIZE INTO LOG-BEFORE
                   END-STRING
                   IF ARG-VALUE = "NONE"
                       MOVE SPACES TO CUST-TIN CUST-TIN-TYPE
                   ELSE
                       MOVE TIN-CLEAN TO CUST-TIN
                       MOVE TIN-TYPE-WK TO CUST-TIN-TYPE
                   END-IF
                   PERFORM SHOW-TIN
               WHEN "DOB"
                   STRING "DOB " CUST-BIRTH-DATE
                       DELIMITED BY SIZE INTO LOG-BEFORE
                   END-STRING
                   IF ARG-VALUE = "NONE"
                       MOVE SPACES TO CUST-BIRTH-DATE
                   ELSE
                       MOVE ARG-DOB TO CUST-BIRTH-DATE
                   END-IF
           END-EVALUATE
           REWRITE CUST-REC
               INVALID KEY
                   DISPLAY "LEDGER-CUSTMAINT: unable to update "
                       "customer " FUNCTION TRIM(MAINT-CUST)
                   MOVE RC-FATAL TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "LEDGER-CUSTMAINT: changed "
                       FUNCTION TRIM(ARG-FIELD) " of customer "
                       FUNCTION TRIM(MAINT-CUST)
                   MOVE MAINT-CUST TO LOG-KEY
                   IF ARG-FIELD = "TIN"
                       STRING "TIN " TIN-SHOWN
                           DELIMITED BY SIZE INTO LOG-AFTER
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(ARG-FIELD) " "
                           FUNCTION TRIM(ARG-VALUE)
                           DELIMITED BY SIZE INTO LOG-AFTER
                       END-STRING
                   END-IF
                   PERFORM WRITE-MAINT-LOG
           END-REWRITE
           CLOSE CUSTFILE.
       DO-CHANGE-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> LINK - the customer holds the account.  The customer must
      *> be on file and the account on the master and not closed;
      *> a second primary owner is refused.
      *> ---------------------------------------------------------
       DO-LINK.
           IF ARG-COUNT < 9
               DISPLAY "LEDGER-CUSTMAINT: LINK needs <customer-no> "
                   "<account-id> <PRIMARY|JOINT>"
               MOVE RC-FATAL TO RETURN-CODE
               GO TO DO-LINK-EXIT
           END-IF
           ACCEPT MAINT-ACCOUNT FROM ARGUMENT-VALUE
           ACCEPT ARG-ROLE      FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(MAINT-ACCOUNT) TO MAINT-ACCOUNT
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-ROLE))
               TO ARG-ROLE
           IF ARG-ROLE NOT = "PRIMARY" AND ARG-ROLE NOT = "JOINT"
               DISPLAY "LEDGER-CUSTMAINT: role must be PRIMARY or "
                   "JOINT"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-LINK-EXIT
           END-IF

           PERFORM PROVE-CUSTOMER
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-LINK-EXIT
           END-IF
           PERFORM PROVE-ACCOUNT
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-LINK-EXIT
           END-IF

           PERFORM OPEN-XREF-EXISTING
           PERFORM READ-XREF-RECORD
           IF XREF-FOUND = "Y"
               DISPLAY "LEDGER-CUSTMAINT: account "
                   FUNCTION TRIM(MAINT-ACCOUNT)
                   " is already linked to customer "
                   FUNCTION TRIM(MAINT-CUST)
               CLOSE XREFFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-LINK-EXIT
           END-IF
           IF ARG-ROLE = "PRIMARY"
               PERFORM FIND-PRIMARY-OWNER
               IF PRIMARY-CUST NOT = SPACES
                   DISPLAY "LEDGER-CUSTMAINT: account "
                       FUNCTION TRIM(MAINT-ACCOUNT)
                       " already has primary owner "
                       FUNCTION TRIM(PRIMARY-CUST)
                   CLOSE XREFFILE
                   MOVE RC-WARNING TO RETURN-CODE
                   GO TO DO-LINK-EXIT
               END-IF
           END-IF

           MOVE MAINT-CUST    TO CXRF-CUST-NO
           MOVE MAINT-ACCOUNT TO CXRF-ACCOUNT-ID
           IF ARG-ROLE = "PRIMARY"
               SET CXRF-PRIMARY TO TRUE
           ELSE
               SET CXRF-JOINT TO TRUE
           END-IF
           MOVE RUN-STAMP     TO CXRF-LINKED-DATE
           WRITE CXRF-REC
               INVALID KEY
                   DISPLAY "LEDGER-CUSTMAINT: unable to link account "
                       FUNCTION TRIM(MAINT-ACCOUNT)
                   MOVE RC-FATAL TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "LEDGER-CUSTMAINT: linked account "
                       FUNCTION TRIM(MAINT-ACCOUNT) " to customer "
                       FUNCTION TRIM(MAINT-CUST) " "
                       FUNCTION TRIM(ARG-ROLE)
                   MOVE MAINT-ACCOUNT TO LOG-KEY
                   MOVE "(NONE)" TO LOG-BEFORE
                   MOVE SPACES TO LOG-AFTER
                   STRING "CUST " FUNCTION TRIM(MAINT-CUST) " "
                       FUNCTION TRIM(ARG-ROLE)
                       DELIMITED BY SIZE INTO LOG-AFTER
                   END-STRING
                   PERFORM WRITE-MAINT-LOG
           END-WRITE
           CLOSE XREFFILE.
       DO-LINK-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> UNLINK - a joint owner comes off the account
      *> ---------------------------------------------------------
       DO-UNLINK.
           IF ARG-COUNT < 8
               DISPLAY "LEDGER-CUSTMAINT: UNLINK needs <customer-no> "
                   "<account-id>"
               MOVE RC-FATAL TO RETURN-CODE
               GO TO DO-UNLINK-EXIT
           END-IF
           ACCEPT MAINT-ACCOUNT FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(MAINT-ACCOUNT) TO MAINT-ACCOUNT

           PERFORM OPEN-XREF-EXISTING
           PERFORM READ-XREF-RECORD
           IF XREF-FOUND = "N"
               DISPLAY "LEDGER-CUSTMAINT: account "
                   FUNCTION TRIM(MAINT-ACCOUNT)
                   " is not linked to customer "
                   FUNCTION TRIM(MAINT-CUST)
               CLOSE XREFFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-UNLINK-EXIT
           END-IF
           IF CXRF-PRIMARY
               DISPLAY "LEDGER-CUSTMAINT: customer "
                   FUNCTION TRIM(MAINT-CUST)
                   " is the primary owner of account "
                   FUNCTION TRIM(MAINT-ACCOUNT) " - not unlinked"
               CLOSE XREFFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-UNLINK-EXIT
           END-IF
           DELETE XREFFILE RECORD
               INVALID KEY
                   DISPLAY "LEDGER-CUSTMAINT: unable to unlink "
                       "account " FUNCTION TRIM(MAINT-ACCOUNT)
                   MOVE RC-FATAL TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "LEDGER-CUSTMAINT: unlinked account "
                       FUNCTION TRIM(MAINT-ACCOUNT)
                       " from customer " FUNCTION TRIM(MAINT-CUST)
                   MOVE MAINT-ACCOUNT TO LOG-KEY
                   MOVE SPACES TO LOG-BEFORE
                   STRING "CUST " FUNCTION TRIM(MAINT-CUST) " JOINT"
                       DELIMITED BY SIZE INTO LOG-BEFORE
                   END-STRING
                   MOVE "(NONE)" TO LOG-AFTER
                   PERFORM WRITE-MAINT-LOG
           END-DELETE
           CLOSE XREFFILE.
       DO-UNLINK-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> The customer a link names must be on file, the account on
      *> the master and not closed.  ARG-OK comes back "N" with the
      *> reason displayed.
      *> ---------------------------------------------------------
       PROVE-CUSTOMER.
           MOVE "Y" TO ARG-OK
           OPEN INPUT CUSTFILE
           IF CUST-STATUS NOT = "00"
               DISPLAY "LEDGER-CUSTMAINT: customer file open status "
                   CUST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CUST-RECORD
           IF CUST-FOUND = "N"
               DISPLAY "LEDGER-CUSTMAINT: customer "
                   FUNCTION TRIM(MAINT-CUST)
                   " is not on the customer file"
               MOVE "N" TO ARG-OK
           END-IF
           CLOSE CUSTFILE.

       PROVE-ACCOUNT.
           MOVE "Y" TO ARG-OK
           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-CUSTMAINT: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO MAST-FOUND
           MOVE MAINT-ACCOUNT TO MAST-ACCOUNT-ID
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MAST-FOUND
           END-READ
           IF MAST-FOUND = "N"
               DISPLAY "LEDGER-CUSTMAINT: account "
                   FUNCTION TRIM(MAINT-ACCOUNT)
                   " is not on the master file"
               MOVE "N" TO ARG-OK
           ELSE
               IF MAST-CLOSED
                   DISPLAY "LEDGER-CUSTMAINT: account "
                       FUNCTION TRIM(MAINT-ACCOUNT) " is closed"
                   MOVE "N" TO ARG-OK
               END-IF
           END-IF
           CLOSE MASTFILE.

      *> ---------------------------------------------------------
      *> The file is keyed customer first, so the account's primary
      *> owner is found by reading it through
      *> ---------------------------------------------------------
       FIND-PRIMARY-OWNER.
           MOVE SPACES TO PRIMARY-CUST
           MOVE LOW-VALUES TO CXRF-KEY
           MOVE "N" TO XREF-EOF
           START XREFFILE KEY NOT < CXRF-KEY
               INVALID KEY
                   MOVE "Y" TO XREF-EOF
           END-START
           PERFORM TEST-PRIMARY-LINK
               UNTIL XREF-EOF = "Y" OR PRIMARY-CUST NOT = SPACES.

       TEST-PRIMARY-LINK.
           READ XREFFILE NEXT RECORD
               AT END
                   MOVE "Y" TO XREF-EOF
                   EXIT PARAGRAPH
           END-READ
           IF CXRF-ACCOUNT-ID = MAINT-ACCOUNT AND CXRF-PRIMARY
               MOVE CXRF-CUST-NO TO PRIMARY-CUST
           END-IF.

           COPY VALDATE.
