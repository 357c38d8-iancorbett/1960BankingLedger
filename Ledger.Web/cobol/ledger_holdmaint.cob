      *> ledger_holdmaint.cob
      *> Usage:  ledger_holdmaint <hold-file> <master-file>
      *>                          <maint-log> <operator-id> <action>
      *>                          <account-id> <reference> ...
      *>
      *>   PLACE   <account-id> <reference> <amount> <reason>
      *>           <business-date> <expiry-date|NONE>
      *>                                  - put a hold on an amount
      *>   RELEASE <account-id> <reference> <business-date>
      *>                                  - take a hold off early
      *>
      *> <reason> is one of the codes in LEDGHOLD.cpy (DEPO, LEGL,
      *> CARD, RISK, OTHR).  <reference> names the hold on its
      *> account - the deposit ticket, the levy number, the card
      *> authorization - and must be new to the account; a released
      *> hold's reference is not reused.
      *>
      *> The branch's tool for the hold file LEDGER-POST and
      *> LEDGER-RETRY measure debits against.  A hold fences off part
      *> of the balance without moving it: the master balance is not
      *> touched here, only what the account may spend.  The file is
      *> created on the first PLACE.  The account must be on the
      *> master and not closed - a hold on a frozen account is
      *> allowed, since the freeze may lift before the hold does.  A
      *> hold with an expiry date comes off on that date by itself
      *> (LEDGER-HOLDRPT lists it that day); RELEASE is for taking
      *> one off sooner, or one with no expiry at all.
      *>
      *> Every change is journaled to the same maintenance log
      *> LEDGER-MAINT keeps, in the same layout, so LEDGER-MAINTRPT
      *> shows hold work beside the account work:
      *>   <date>,<operator>,HOLDPLC|HOLDREL,<account>,<before>,<after>
      *> with the hold reference leading the before/after values.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-HOLDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDFILE ASSIGN TO DYNAMIC holdfile-name
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS-CD.
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
       FD  HOLDFILE.
           COPY LEDGHOLD.

       FD  MASTFILE.
           COPY LEDGMAST.

       FD  LOGFILE.
       01  LOG-REC                PIC X(300).

        WORKING-STORAGE SECTION.
       77  holdfile-name          PIC X(256).
       77  mastfile-name          PIC X(256).
       77  logfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  HOLD-STATUS-CD         PIC X(02) VALUE "00".
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  LOG-STATUS             PIC X(02) VALUE "00".
       77  OPERATOR-ID            PIC X(16).
       77  MAINT-ACTION           PIC X(08).
       77  MAINT-ACCOUNT          PIC X(64).
       77  MAINT-REF              PIC X(16).
       77  LOG-ACTION             PIC X(08).
       77  HOLD-FOUND             PIC X VALUE "N".
       77  MAST-FOUND             PIC X VALUE "N".
       77  ARG-OK                 PIC X VALUE "Y".
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.

      *> the PLACE / RELEASE arguments as keyed
       77  ARG-AMOUNT             PIC X(32).
       77  ARG-REASON             PIC X(08).
       77  ARG-DATE               PIC X(10).
       77  ARG-EXPIRY             PIC X(10).
       77  PLACED-INT             PIC S9(9) COMP.
       77  COMMA-COUNT            PIC 9(4) COMP.
       77  NEW-AMOUNT             PIC S9(11)V99 COMP-3.

      *> the system date stamped on every log line
       01  DATE-STAMP-WORK.
           05  DATE-RAW           PIC 9(08).
           05  DATE-RAW-X REDEFINES DATE-RAW PIC X(08).
       77  RUN-STAMP              PIC X(10).

      *> the before/after values each action sets for its log line
       77  LOG-BEFORE             PIC X(60).
       77  LOG-AFTER              PIC X(60).

       01  ED-AMT                 PIC -(13)9.99.
       77  TRIM-A                 PIC X(20).

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
           ACCEPT holdfile-name FROM ARGUMENT-VALUE
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           ACCEPT logfile-name  FROM ARGUMENT-VALUE
           ACCEPT OPERATOR-ID   FROM ARGUMENT-VALUE
           ACCEPT MAINT-ACTION  FROM ARGUMENT-VALUE
           ACCEPT MAINT-ACCOUNT FROM ARGUMENT-VALUE
           ACCEPT MAINT-REF     FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(OPERATOR-ID))
               TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "LEDGER-HOLDMAINT: operator id may not be "
                   "blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAINT-ACTION))
               TO MAINT-ACTION
           MOVE FUNCTION TRIM(MAINT-ACCOUNT) TO MAINT-ACCOUNT
           IF MAINT-ACCOUNT = SPACES
               DISPLAY "LEDGER-HOLDMAINT: account id may not be "
                   "blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAINT-REF))
               TO MAINT-REF
           IF MAINT-REF = SPACES
               DISPLAY "LEDGER-HOLDMAINT: hold reference may not be "
                   "blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
      *> the reference rides on the comma-separated log line
           MOVE 0 TO COMMA-COUNT
           INSPECT MAINT-REF TALLYING COMMA-COUNT FOR ALL ","
           IF COMMA-COUNT > 0
               DISPLAY "LEDGER-HOLDMAINT: hold reference may not "
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
               WHEN "PLACE"
                   MOVE "HOLDPLC" TO LOG-ACTION
                   PERFORM DO-PLACE THRU DO-PLACE-EXIT
               WHEN "RELEASE"
                   MOVE "HOLDREL" TO LOG-ACTION
                   PERFORM DO-RELEASE THRU DO-RELEASE-EXIT
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE RC-FATAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       SHOW-USAGE.
           DISPLAY "Usage: ledger_holdmaint <hold-file> "
               "<master-file> <maint-log> <operator-id> <action> "
               "<account-id> <reference> ..."
           DISPLAY "  PLACE   <account-id> <reference> <amount> "
               "<DEPO|LEGL|CARD|RISK|OTHR>"
           DISPLAY "          <business-date> <expiry-date|NONE>"
           DISPLAY "  RELEASE <account-id> <reference> "
               "<business-date>".

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
               DISPLAY "LEDGER-HOLDMAINT: cannot write maintenance "
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
               FUNCTION TRIM(MAINT-ACCOUNT) ","
               FUNCTION TRIM(LOG-BEFORE) ","
               FUNCTION TRIM(LOG-AFTER)
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING
           WRITE LOG-REC
           CLOSE LOGFILE.

      *> ---------------------------------------------------------
      *> Hold file open.  Only PLACE may create the file - a
      *> RELEASE against a missing file is an operator error, not a
      *> reason to invent an empty one.
      *> ---------------------------------------------------------
       OPEN-HOLD-CREATE.
           OPEN I-O HOLDFILE
           IF HOLD-STATUS-CD = "35"
               OPEN OUTPUT HOLDFILE
               CLOSE HOLDFILE
               OPEN I-O HOLDFILE
           END-IF
           IF HOLD-STATUS-CD NOT = "00"
               DISPLAY "LEDGER-HOLDMAINT: cannot open hold file, "
                   "status " HOLD-STATUS-CD
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-HOLD-EXISTING.
           OPEN I-O HOLDFILE
           IF HOLD-STATUS-CD NOT = "00"
               DISPLAY "LEDGER-HOLDMAINT: cannot open hold file, "
                   "status " HOLD-STATUS-CD
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-HOLD-RECORD.
           MOVE "N" TO HOLD-FOUND
           MOVE MAINT-ACCOUNT TO HOLD-ACCOUNT-ID
           MOVE MAINT-REF TO HOLD-REF
           READ HOLDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO HOLD-FOUND
           END-READ.

      *> ---------------------------------------------------------
      *> The account a hold goes on must be on the master and not
      *> closed.  ARG-OK comes back "N" with the reason displayed.
      *> ---------------------------------------------------------
       PROVE-ACCOUNT.
           MOVE "Y" TO ARG-OK
           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-HOLDMAINT: master file open status "
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
               DISPLAY "LEDGER-HOLDMAINT: account "
                   FUNCTION TRIM(MAINT-ACCOUNT)
                   " is not on the master file"
               MOVE "N" TO ARG-OK
           ELSE
               IF MAST-CLOSED
                   DISPLAY "LEDGER-HOLDMAINT: account "
                       FUNCTION TRIM(MAINT-ACCOUNT) " is closed"
                   MOVE "N" TO ARG-OK
               END-IF
           END-IF
           CLOSE MASTFILE.

       EDIT-BUSINESS-DATE.
           MOVE "Y" TO ARG-OK
           MOVE ARG-DATE TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-HOLDMAINT: business date must be "
                   "YYYY-MM-DD"
               MOVE "N" TO ARG-OK
           END-IF.

      *> ---------------------------------------------------------
      *> PLACE - a new hold on the account
      *> ---------------------------------------------------------
       DO-PLACE.
           IF ARG-COUNT < 11
               DISPLAY "LEDGER-HOLDMAINT: PLACE needs <account-id> "
                   "<reference> <amount> <reason> <business-date> "
                   "<expiry-date|NONE>"
               MOVE RC-FATAL TO RETURN-CODE
               GO TO DO-PLACE-EXIT
           END-IF
           ACCEPT ARG-AMOUNT FROM ARGUMENT-VALUE
           ACCEPT ARG-REASON FROM ARGUMENT-VALUE
           ACCEPT ARG-DATE   FROM ARGUMENT-VALUE
           ACCEPT ARG-EXPIRY FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-REASON))
               TO ARG-REASON
           IF FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-EXPIRY))
                   = "NONE"
               MOVE SPACES TO ARG-EXPIRY
           END-IF

           IF FUNCTION TEST-NUMVAL (ARG-AMOUNT) NOT = 0
               DISPLAY "LEDGER-HOLDMAINT: amount "
                   FUNCTION TRIM(ARG-AMOUNT) " is not numeric"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-PLACE-EXIT
           END-IF
      *> kept as a positive amount however the clerk signed it
           MOVE FUNCTION NUMVAL (ARG-AMOUNT) TO NEW-AMOUNT
           IF NEW-AMOUNT < 0
               COMPUTE NEW-AMOUNT = 0 - NEW-AMOUNT
           END-IF
           IF NEW-AMOUNT = 0
               DISPLAY "LEDGER-HOLDMAINT: amount may not be zero"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-PLACE-EXIT
           END-IF

           MOVE ARG-REASON TO HOLD-REASON
           IF ARG-REASON (5:4) NOT = SPACES OR NOT HOLD-REASON-VALID
               DISPLAY "LEDGER-HOLDMAINT: reason must be DEPO, "
                   "LEGL, CARD, RISK or OTHR"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-PLACE-EXIT
           END-IF

           PERFORM EDIT-BUSINESS-DATE
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-PLACE-EXIT
           END-IF
           MOVE DATE-INT TO PLACED-INT
           IF ARG-EXPIRY NOT = SPACES
               MOVE ARG-EXPIRY TO DATE-WORK
               PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
               IF DATE-INT = 0
                   DISPLAY "LEDGER-HOLDMAINT: expiry date must be "
                       "YYYY-MM-DD or NONE"
                   MOVE RC-WARNING TO RETURN-CODE
                   GO TO DO-PLACE-EXIT
               END-IF
      *> a hold comes off on its expiry date, so one expiring today
      *> or earlier would never stand at all
               IF DATE-INT <= PLACED-INT
                   DISPLAY "LEDGER-HOLDMAINT: expiry date must be "
                       "after the business date"
                   MOVE RC-WARNING TO RETURN-CODE
                   GO TO DO-PLACE-EXIT
               END-IF
           END-IF

           PERFORM PROVE-ACCOUNT
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-PLACE-EXIT
           END-IF

           PERFORM OPEN-HOLD-CREATE
           PERFORM READ-HOLD-RECORD
           IF HOLD-FOUND = "Y"
               DISPLAY "LEDGER-HOLDMAINT: hold "
                   FUNCTION TRIM(MAINT-REF) " is already on file "
                   "for account " FUNCTION TRIM(MAINT-ACCOUNT)
               CLOSE HOLDFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-PLACE-EXIT
           END-IF

           MOVE MAINT-ACCOUNT TO HOLD-ACCOUNT-ID
           MOVE MAINT-REF     TO HOLD-REF
           MOVE NEW-AMOUNT    TO HOLD-AMOUNT
           MOVE ARG-REASON    TO HOLD-REASON
           MOVE ARG-DATE      TO HOLD-PLACED-DATE
           MOVE ARG-EXPIRY    TO HOLD-EXPIRY-DATE
           SET HOLD-ACTIVE    TO TRUE
           MOVE SPACES        TO HOLD-OFF-DATE
           MOVE OPERATOR-ID   TO HOLD-OPERATOR
           WRITE HOLD-REC
               INVALID KEY
                   DISPLAY "LEDGER-HOLDMAINT: unable to place hold "
                       FUNCTION TRIM(MAINT-REF)
                   MOVE RC-FATAL TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "LEDGER-HOLDMAINT: placed hold "
                       FUNCTION TRIM(MAINT-REF) " on account "
                       FUNCTION TRIM(MAINT-ACCOUNT)
                   MOVE "(NONE)" TO LOG-BEFORE
                   MOVE HOLD-AMOUNT TO ED-AMT
                   MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
                   MOVE SPACES TO LOG-AFTER
                   IF HOLD-EXPIRY-DATE = SPACES
                       STRING FUNCTION TRIM(MAINT-REF) " "
                           FUNCTION TRIM(TRIM-A) " "
                           HOLD-REASON " UNTIL RELEASED"
                           DELIMITED BY SIZE INTO LOG-AFTER
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(MAINT-REF) " "
                           FUNCTION TRIM(TRIM-A) " "
                           HOLD-REASON " TO " HOLD-EXPIRY-DATE
                           DELIMITED BY SIZE INTO LOG-AFTER
                       END-STRING
                   END-IF
                   PERFORM WRITE-MAINT-LOG
           END-WRITE
           CLOSE HOLDFILE.
       DO-PLACE-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> RELEASE - take an active hold off ahead of its expiry.  The
      *> record stays on file, released, with the day it came off.
      *> ---------------------------------------------------------
       DO-RELEASE.
           IF ARG-COUNT < 8
               DISPLAY "LEDGER-HOLDMAINT: RELEASE needs <account-id> "
                   "<reference> <business-date>"
               MOVE RC-FATAL TO RETURN-CODE
               GO TO DO-RELEASE-EXIT
           END-IF
           ACCEPT ARG-DATE FROM ARGUMENT-VALUE
           PERFORM EDIT-BUSINESS-DATE
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-RELEASE-EXIT
           END-IF

           PERFORM OPEN-HOLD-EXISTING
           PERFORM READ-HOLD-RECORD
           IF HOLD-FOUND = "N"
               DISPLAY "LEDGER-HOLDMAINT: hold "
                   FUNCTION TRIM(MAINT-REF) " is not on file for "
                   "account " FUNCTION TRIM(MAINT-ACCOUNT)
               CLOSE HOLDFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-RELEASE-EXIT
           END-IF
           IF NOT HOLD-ACTIVE
               DISPLAY "LEDGER-HOLDMAINT: hold "
                   FUNCTION TRIM(MAINT-REF) " is already off "
                   "(since " HOLD-OFF-DATE ")"
               CLOSE HOLDFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-RELEASE-EXIT
           END-IF
           IF HOLD-EXPIRY-DATE NOT = SPACES
              AND HOLD-EXPIRY-DATE <= ARG-DATE
               DISPLAY "LEDGER-HOLDMAINT: hold "
                   FUNCTION TRIM(MAINT-REF) " expired on "
                   HOLD-EXPIRY-DATE " - nothing to release"
               CLOSE HOLDFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-RELEASE-EXIT
           END-IF

           MOVE HOLD-AMOUNT TO ED-AMT
           MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
           MOVE SPACES TO LOG-BEFORE
           STRING FUNCTION TRIM(MAINT-REF) " "
               FUNCTION TRIM(TRIM-A) " " HOLD-REASON " ACTIVE"
               DELIMITED BY SIZE INTO LOG-BEFORE
           END-STRING
           SET HOLD-RELEASED TO TRUE
           MOVE ARG-DATE TO HOLD-OFF-DATE
           REWRITE HOLD-REC
               INVALID KEY
                   DISPLAY "LEDGER-HOLDMAINT: unable to release hold "
                       FUNCTION TRIM(MAINT-REF)
                   MOVE RC-FATAL TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "LEDGER-HOLDMAINT: released hold "
                       FUNCTION TRIM(MAINT-REF) " on account "
                       FUNCTION TRIM(MAINT-ACCOUNT)
                   MOVE SPACES TO LOG-AFTER
                   STRING FUNCTION TRIM(MAINT-REF) " RELEASED "
                       ARG-DATE
                       DELIMITED BY SIZE INTO LOG-AFTER
                   END-STRING
                   PERFORM WRITE-MAINT-LOG
           END-REWRITE
           CLOSE HOLDFILE.
       DO-RELEASE-EXIT.
           EXIT.

           COPY VALDATE.
