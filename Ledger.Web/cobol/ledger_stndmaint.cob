      *> ledger_stndmaint.cob
      *> Usage:  ledger_stndmaint <standing-file> <master-file>
      *>                          <maint-log> <operator-id> <action>
      *>                          <instruction-id> ...
      *>
      *>   ADD    <id> <account> <counter-account|NONE> <amount>
      *>          <type> <frequency> <start-date> <end-date|NONE>
      *>          <memo>                  - set up a new instruction
      *>   CHANGE <id> <field> <new-value> - change one field:
      *>          AMOUNT, MEMO, ENDDATE, COUNTER or FREQ
      *>   CANCEL <id>                     - cancel an instruction
      *>
      *> <type> is DEBIT or TRANSFER.  <frequency> is WEEKLY,
      *> MONTHLY (the start date's day of the month) or DAYnn for a
      *> given day of the month (DAY01 through DAY31).  A TRANSFER
      *> needs its counter-account - the account the money moves to;
      *> on a DEBIT the counter-account is the payee reference the
      *> memo carries, or NONE.
      *>
      *> The branch's tool for the standing-instruction file (see
      *> LEDGSTND.cpy) that LEDGER-STANDING runs against the business
      *> date.  Instructions used to be keyed into the extract by hand
      *> every time they fell due; now they are set up here once.  The
      *> file is created on the first ADD.  The account (and for a
      *> TRANSFER the counter-account) must already be open on the
      *> master - an instruction against an account LEDGER-POST would
      *> reject is refused at the counter, not discovered on its first
      *> due day.  A cancelled instruction stays on file, so its
      *> history can still be read; it simply never falls due again.
      *>
      *> Every change is journaled to the same maintenance log
      *> LEDGER-MAINT keeps, in the same layout, so LEDGER-MAINTRPT
      *> shows standing-order work beside the account work:
      *>   <date>,<operator>,SOADD|SOCHANGE|SOCANCEL,<account>,
      *>   <before>,<after>
      *> with the instruction id leading the before/after values.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-STNDMAINT.

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
           SELECT LOGFILE ASSIGN TO DYNAMIC logfile-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

        DATA DIVISION.
       FILE SECTION.
       FD  STNDFILE.
           COPY LEDGSTND.

       FD  MASTFILE.
           COPY LEDGMAST.

       FD  LOGFILE.
       01  LOG-REC                PIC X(300).

        WORKING-STORAGE SECTION.
       77  stndfile-name          PIC X(256).
       77  mastfile-name          PIC X(256).
       77  logfile-name           PIC X(256).
       77  ARG-COUNT              PIC 9(4) COMP-5.
       77  STND-STATUS-CD         PIC X(02) VALUE "00".
       77  MAST-STATUS            PIC X(02) VALUE "00".
       77  LOG-STATUS             PIC X(02) VALUE "00".
       77  OPERATOR-ID            PIC X(16).
       77  MAINT-ACTION           PIC X(08).
       77  MAINT-ID               PIC X(12).
       77  LOG-ACTION             PIC X(08).
       77  STND-FOUND             PIC X VALUE "N".
       77  MAST-FOUND             PIC X VALUE "N".
       77  ARG-OK                 PIC X VALUE "Y".
       77  REWRITE-OK             PIC X VALUE "N".
      *> YYYY-MM-DD validation work fields for DATE-TO-INT
           COPY DATEFLDS.

      *> the ADD / CHANGE arguments as keyed
       77  ARG-ACCOUNT            PIC X(64).
       77  ARG-COUNTER            PIC X(64).
       77  ARG-AMOUNT             PIC X(32).
       77  ARG-TYPE               PIC X(08).
       77  ARG-FREQ               PIC X(08).
       77  ARG-START              PIC X(10).
       77  ARG-END                PIC X(10).
       77  ARG-MEMO               PIC X(100).
       77  ARG-FIELD              PIC X(10).
       77  ARG-VALUE              PIC X(100).
       77  START-INT              PIC S9(9) COMP.
       77  END-INT                PIC S9(9) COMP.
       77  COMMA-COUNT            PIC 9(4) COMP.

      *> the validated values, ready to go onto the record
       77  NEW-AMOUNT             PIC S9(09)V99 COMP-3.
       77  NEW-FREQ               PIC X(01).
       77  NEW-DAY                PIC 9(02).

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
           IF ARG-COUNT < 6
               PERFORM SHOW-USAGE
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT stndfile-name FROM ARGUMENT-VALUE
           ACCEPT mastfile-name FROM ARGUMENT-VALUE
           ACCEPT logfile-name  FROM ARGUMENT-VALUE
           ACCEPT OPERATOR-ID   FROM ARGUMENT-VALUE
           ACCEPT MAINT-ACTION  FROM ARGUMENT-VALUE
           ACCEPT MAINT-ID      FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(OPERATOR-ID))
               TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "LEDGER-STNDMAINT: operator id may not be "
                   "blank"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAINT-ACTION))
               TO MAINT-ACTION
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(MAINT-ID))
               TO MAINT-ID
           IF MAINT-ID = SPACES
               DISPLAY "LEDGER-STNDMAINT: instruction id may not be "
                   "blank"
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
                   MOVE "SOADD" TO LOG-ACTION
                   PERFORM DO-ADD THRU DO-ADD-EXIT
               WHEN "CHANGE"
                   MOVE "SOCHANGE" TO LOG-ACTION
                   PERFORM DO-CHANGE THRU DO-CHANGE-EXIT
               WHEN "CANCEL"
                   MOVE "SOCANCEL" TO LOG-ACTION
                   PERFORM DO-CANCEL THRU DO-CANCEL-EXIT
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE RC-FATAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       SHOW-USAGE.
           DISPLAY "Usage: ledger_stndmaint <standing-file> "
               "<master-file> <maint-log> <operator-id> <action> "
               "<instruction-id> ..."
           DISPLAY "  ADD    <id> <account> <counter-account|NONE> "
               "<amount> <DEBIT|TRANSFER>"
           DISPLAY "         <WEEKLY|MONTHLY|DAYnn> <start-date> "
               "<end-date|NONE> <memo>"
           DISPLAY "  CHANGE <id> <AMOUNT|MEMO|ENDDATE|COUNTER|FREQ> "
               "<new-value>"
           DISPLAY "  CANCEL <id>".

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
               DISPLAY "LEDGER-STNDMAINT: cannot write maintenance "
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
               FUNCTION TRIM(STND-ACCOUNT-ID) ","
               FUNCTION TRIM(LOG-BEFORE) ","
               FUNCTION TRIM(LOG-AFTER)
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING
           WRITE LOG-REC
           CLOSE LOGFILE.

      *> ---------------------------------------------------------
      *> Standing-instruction file open.  Only ADD may create the
      *> file - a CHANGE or CANCEL against a missing file is an
      *> operator error, not a reason to invent an empty one.
      *> ---------------------------------------------------------
       OPEN-STND-CREATE.
           OPEN I-O STNDFILE
           IF STND-STATUS-CD = "35"
               OPEN OUTPUT STNDFILE
               CLOSE STNDFILE
               OPEN I-O STNDFILE
           END-IF
           IF STND-STATUS-CD NOT = "00"
               DISPLAY "LEDGER-STNDMAINT: cannot open standing-"
                   "instruction file, status " STND-STATUS-CD
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-STND-EXISTING.
           OPEN I-O STNDFILE
           IF STND-STATUS-CD NOT = "00"
               DISPLAY "LEDGER-STNDMAINT: cannot open standing-"
                   "instruction file, status " STND-STATUS-CD
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-STND-RECORD.
           MOVE "N" TO STND-FOUND
           MOVE MAINT-ID TO STND-ID
           READ STNDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO STND-FOUND
           END-READ.

       REWRITE-STND-RECORD.
           MOVE "N" TO REWRITE-OK
           REWRITE STND-REC
               INVALID KEY
                   DISPLAY "LEDGER-STNDMAINT: unable to update "
                       "instruction " FUNCTION TRIM(MAINT-ID)
                   MOVE RC-FATAL TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "Y" TO REWRITE-OK
           END-REWRITE.

      *> ---------------------------------------------------------
      *> An account an instruction names must be open on the master
      *> today.  ARG-OK comes back "N" with the reason displayed.
      *> ---------------------------------------------------------
       PROVE-ACCOUNT.
           MOVE "Y" TO ARG-OK
           OPEN INPUT MASTFILE
           IF MAST-STATUS NOT = "00"
               DISPLAY "LEDGER-STNDMAINT: master file open status "
                   MAST-STATUS " - run stopped"
               MOVE RC-FATAL TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO MAST-FOUND
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MAST-FOUND
           END-READ
           IF MAST-FOUND = "N"
               DISPLAY "LEDGER-STNDMAINT: account "
                   FUNCTION TRIM(MAST-ACCOUNT-ID)
                   " is not on the master file"
               MOVE "N" TO ARG-OK
           ELSE
               IF NOT MAST-OPEN
                   DISPLAY "LEDGER-STNDMAINT: account "
                       FUNCTION TRIM(MAST-ACCOUNT-ID)
                       " is not open"
                   MOVE "N" TO ARG-OK
               END-IF
           END-IF
           CLOSE MASTFILE.

      *> ---------------------------------------------------------
      *> Argument checks shared by ADD and CHANGE
      *> ---------------------------------------------------------
       EDIT-AMOUNT.
           MOVE "Y" TO ARG-OK
           IF FUNCTION TEST-NUMVAL (ARG-AMOUNT) NOT = 0
               DISPLAY "LEDGER-STNDMAINT: amount "
                   FUNCTION TRIM(ARG-AMOUNT) " is not numeric"
               MOVE "N" TO ARG-OK
               EXIT PARAGRAPH
           END-IF
      *> kept as a positive face amount however the clerk signed it;
      *> the scheduler signs the row
           MOVE FUNCTION NUMVAL (ARG-AMOUNT) TO NEW-AMOUNT
           IF NEW-AMOUNT < 0
               COMPUTE NEW-AMOUNT = 0 - NEW-AMOUNT
           END-IF
           IF NEW-AMOUNT = 0
               DISPLAY "LEDGER-STNDMAINT: amount may not be zero"
               MOVE "N" TO ARG-OK
           END-IF.

       EDIT-FREQUENCY.
           MOVE "Y" TO ARG-OK
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-FREQ))
               TO ARG-FREQ
           MOVE 0 TO NEW-DAY
           EVALUATE TRUE
               WHEN ARG-FREQ = "WEEKLY"
                   MOVE "W" TO NEW-FREQ
               WHEN ARG-FREQ = "MONTHLY"
                   MOVE "M" TO NEW-FREQ
               WHEN ARG-FREQ (1:3) = "DAY"
                    AND ARG-FREQ (4:2) IS NUMERIC
                    AND ARG-FREQ (6:3) = SPACES
                   MOVE "D" TO NEW-FREQ
                   MOVE ARG-FREQ (4:2) TO NEW-DAY
                   IF NEW-DAY < 1 OR NEW-DAY > 31
                       DISPLAY "LEDGER-STNDMAINT: day of month "
                           "must be DAY01 through DAY31"
                       MOVE "N" TO ARG-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "LEDGER-STNDMAINT: frequency must be "
                       "WEEKLY, MONTHLY or DAYnn"
                   MOVE "N" TO ARG-OK
           END-EVALUATE.

      *> a comma in a memo would split the extract row it rides on
       EDIT-MEMO.
           MOVE "Y" TO ARG-OK
           MOVE 0 TO COMMA-COUNT
           INSPECT ARG-MEMO TALLYING COMMA-COUNT FOR ALL ","
           IF COMMA-COUNT > 0
               DISPLAY "LEDGER-STNDMAINT: memo may not contain a "
                   "comma"
               MOVE "N" TO ARG-OK
           END-IF.

      *> ---------------------------------------------------------
      *> ADD - set up a new instruction
      *> ---------------------------------------------------------
       DO-ADD.
           IF ARG-COUNT < 14
               DISPLAY "LEDGER-STNDMAINT: ADD needs <id> <account> "
                   "<counter-account|NONE> <amount> <type> "
                   "<frequency> <start-date> <end-date|NONE> <memo>"
               MOVE RC-FATAL TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF
           ACCEPT ARG-ACCOUNT FROM ARGUMENT-VALUE
           ACCEPT ARG-COUNTER FROM ARGUMENT-VALUE
           ACCEPT ARG-AMOUNT  FROM ARGUMENT-VALUE
           ACCEPT ARG-TYPE    FROM ARGUMENT-VALUE
           ACCEPT ARG-FREQ    FROM ARGUMENT-VALUE
           ACCEPT ARG-START   FROM ARGUMENT-VALUE
           ACCEPT ARG-END     FROM ARGUMENT-VALUE
           ACCEPT ARG-MEMO    FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG-ACCOUNT) TO ARG-ACCOUNT
           MOVE FUNCTION TRIM(ARG-COUNTER) TO ARG-COUNTER
           IF FUNCTION UPPER-CASE (ARG-COUNTER) = "NONE"
               MOVE SPACES TO ARG-COUNTER
           END-IF
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-TYPE))
               TO ARG-TYPE
           IF FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-END)) = "NONE"
               MOVE SPACES TO ARG-END
           END-IF

           IF ARG-ACCOUNT = SPACES
               DISPLAY "LEDGER-STNDMAINT: account id may not be "
                   "blank"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF
           IF ARG-TYPE NOT = "DEBIT" AND ARG-TYPE NOT = "TRANSFER"
               DISPLAY "LEDGER-STNDMAINT: type must be DEBIT or "
                   "TRANSFER"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF
           IF ARG-TYPE = "TRANSFER"
               IF ARG-COUNTER = SPACES
                   DISPLAY "LEDGER-STNDMAINT: a TRANSFER needs its "
                       "counter-account"
                   MOVE RC-WARNING TO RETURN-CODE
                   GO TO DO-ADD-EXIT
               END-IF
               IF ARG-COUNTER = ARG-ACCOUNT
                   DISPLAY "LEDGER-STNDMAINT: a TRANSFER may not "
                       "move money to the same account"
                   MOVE RC-WARNING TO RETURN-CODE
                   GO TO DO-ADD-EXIT
               END-IF
           END-IF
           PERFORM EDIT-AMOUNT
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF
           PERFORM EDIT-FREQUENCY
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF
           PERFORM EDIT-MEMO
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF

           MOVE ARG-START TO DATE-WORK
           PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
           IF DATE-INT = 0
               DISPLAY "LEDGER-STNDMAINT: start date must be "
                   "YYYY-MM-DD"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF
           MOVE DATE-INT TO START-INT
           IF ARG-END NOT = SPACES
               MOVE ARG-END TO DATE-WORK
               PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
               IF DATE-INT = 0
                   DISPLAY "LEDGER-STNDMAINT: end date must be "
                       "YYYY-MM-DD or NONE"
                   MOVE RC-WARNING TO RETURN-CODE
                   GO TO DO-ADD-EXIT
               END-IF
               MOVE DATE-INT TO END-INT
               IF END-INT < START-INT
                   DISPLAY "LEDGER-STNDMAINT: end date is before "
                       "the start date"
                   MOVE RC-WARNING TO RETURN-CODE
                   GO TO DO-ADD-EXIT
               END-IF
           END-IF

           MOVE ARG-ACCOUNT TO MAST-ACCOUNT-ID
           PERFORM PROVE-ACCOUNT
           IF ARG-OK = "N"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF
           IF ARG-TYPE = "TRANSFER"
               MOVE ARG-COUNTER TO MAST-ACCOUNT-ID
               PERFORM PROVE-ACCOUNT
               IF ARG-OK = "N"
                   MOVE RC-WARNING TO RETURN-CODE
                   GO TO DO-ADD-EXIT
               END-IF
           END-IF

           PERFORM OPEN-STND-CREATE
           PERFORM READ-STND-RECORD
           IF STND-FOUND = "Y"
               DISPLAY "LEDGER-STNDMAINT: instruction "
                   FUNCTION TRIM(MAINT-ID) " is already on file"
               CLOSE STNDFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-ADD-EXIT
           END-IF

           MOVE MAINT-ID    TO STND-ID
           MOVE ARG-ACCOUNT TO STND-ACCOUNT-ID
           MOVE ARG-COUNTER TO STND-TO-ACCOUNT
           MOVE NEW-AMOUNT  TO STND-AMOUNT
           MOVE ARG-TYPE    TO STND-TYPE
           MOVE NEW-FREQ    TO STND-FREQ
           MOVE NEW-DAY     TO STND-DAY
           MOVE ARG-START   TO STND-START-DATE
           MOVE ARG-END     TO STND-END-DATE
           MOVE ARG-MEMO    TO STND-MEMO
           SET STND-ACTIVE  TO TRUE
           MOVE SPACES      TO STND-LAST-DATE
           WRITE STND-REC
               INVALID KEY
                   DISPLAY "LEDGER-STNDMAINT: unable to add "
                       "instruction " FUNCTION TRIM(MAINT-ID)
                   MOVE RC-FATAL TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "LEDGER-STNDMAINT: added instruction "
                       FUNCTION TRIM(MAINT-ID)
                   MOVE "(NONE)" TO LOG-BEFORE
                   MOVE STND-AMOUNT TO ED-AMT
                   MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
                   MOVE SPACES TO LOG-AFTER
                   STRING FUNCTION TRIM(MAINT-ID) " "
                       FUNCTION TRIM(STND-TYPE) " "
                       FUNCTION TRIM(TRIM-A) " "
                       FUNCTION TRIM(ARG-FREQ) " FROM "
                       STND-START-DATE
                       DELIMITED BY SIZE INTO LOG-AFTER
                   END-STRING
                   PERFORM WRITE-MAINT-LOG
           END-WRITE
           CLOSE STNDFILE.
       DO-ADD-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> CHANGE - one field at a time, so the log line says exactly
      *> what moved.  The account and type never change once set
      *> up; a different account is a different instruction.
      *> ---------------------------------------------------------
       DO-CHANGE.
           IF ARG-COUNT < 8
               DISPLAY "LEDGER-STNDMAINT: CHANGE needs <id> <field> "
                   "<new-value>"
               MOVE RC-FATAL TO RETURN-CODE
               GO TO DO-CHANGE-EXIT
           END-IF
           ACCEPT ARG-FIELD FROM ARGUMENT-VALUE
           ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-FIELD))
               TO ARG-FIELD

           PERFORM OPEN-STND-EXISTING
           PERFORM READ-STND-RECORD
           IF STND-FOUND = "N"
               DISPLAY "LEDGER-STNDMAINT: instruction "
                   FUNCTION TRIM(MAINT-ID) " is not on file"
               CLOSE STNDFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CHANGE-EXIT
           END-IF
           IF STND-CANCELLED
               DISPLAY "LEDGER-STNDMAINT: instruction "
                   FUNCTION TRIM(MAINT-ID) " is cancelled"
               CLOSE STNDFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CHANGE-EXIT
           END-IF

           MOVE SPACES TO LOG-BEFORE LOG-AFTER
           EVALUATE ARG-FIELD
               WHEN "AMOUNT"
                   MOVE ARG-VALUE TO ARG-AMOUNT
                   PERFORM EDIT-AMOUNT
                   IF ARG-OK = "Y"
                       MOVE STND-AMOUNT TO ED-AMT
                       MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
                       STRING FUNCTION TRIM(MAINT-ID) " AMOUNT "
                           TRIM-A DELIMITED BY SIZE INTO LOG-BEFORE
                       END-STRING
                       MOVE NEW-AMOUNT TO STND-AMOUNT
                       MOVE STND-AMOUNT TO ED-AMT
                       MOVE FUNCTION TRIM(ED-AMT) TO TRIM-A
                       STRING FUNCTION TRIM(MAINT-ID) " AMOUNT "
                           TRIM-A DELIMITED BY SIZE INTO LOG-AFTER
                       END-STRING
                   END-IF
               WHEN "MEMO"
                   MOVE ARG-VALUE TO ARG-MEMO
                   PERFORM EDIT-MEMO
                   IF ARG-OK = "Y"
                       STRING FUNCTION TRIM(MAINT-ID) " MEMO "
                           STND-MEMO DELIMITED BY SIZE
                           INTO LOG-BEFORE
                       END-STRING
                       MOVE ARG-MEMO TO STND-MEMO
                       STRING FUNCTION TRIM(MAINT-ID) " MEMO "
                           STND-MEMO DELIMITED BY SIZE
                           INTO LOG-AFTER
                       END-STRING
                   END-IF
               WHEN "ENDDATE"
                   PERFORM CHANGE-END-DATE
               WHEN "COUNTER"
                   PERFORM CHANGE-COUNTER
               WHEN "FREQ"
                   MOVE ARG-VALUE TO ARG-FREQ
                   PERFORM EDIT-FREQUENCY
                   IF ARG-OK = "Y"
                       STRING FUNCTION TRIM(MAINT-ID) " FREQ "
                           STND-FREQ STND-DAY
                           DELIMITED BY SIZE INTO LOG-BEFORE
                       END-STRING
                       MOVE NEW-FREQ TO STND-FREQ
                       MOVE NEW-DAY  TO STND-DAY
                       STRING FUNCTION TRIM(MAINT-ID) " FREQ "
                           STND-FREQ STND-DAY
                           DELIMITED BY SIZE INTO LOG-AFTER
                       END-STRING
                   END-IF
               WHEN OTHER
                   DISPLAY "LEDGER-STNDMAINT: field must be AMOUNT, "
                       "MEMO, ENDDATE, COUNTER or FREQ"
                   MOVE "N" TO ARG-OK
           END-EVALUATE
           IF ARG-OK = "N"
               CLOSE STNDFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CHANGE-EXIT
           END-IF

           PERFORM REWRITE-STND-RECORD
           IF REWRITE-OK = "Y"
               DISPLAY "LEDGER-STNDMAINT: changed instruction "
                   FUNCTION TRIM(MAINT-ID) " " FUNCTION TRIM(ARG-FIELD)
               PERFORM WRITE-MAINT-LOG
           END-IF
           CLOSE STNDFILE.
       DO-CHANGE-EXIT.
           EXIT.

       CHANGE-END-DATE.
           MOVE "Y" TO ARG-OK
           MOVE ARG-VALUE (1:10) TO ARG-END
           IF FUNCTION UPPER-CASE (FUNCTION TRIM(ARG-END)) = "NONE"
               MOVE SPACES TO ARG-END
           END-IF
           IF ARG-END NOT = SPACES
               MOVE ARG-END TO DATE-WORK
               PERFORM DATE-TO-INT THRU DATE-TO-INT-EXIT
               IF DATE-INT = 0
                   DISPLAY "LEDGER-STNDMAINT: end date must be "
                       "YYYY-MM-DD or NONE"
                   MOVE "N" TO ARG-OK
                   EXIT PARAGRAPH
               END-IF
               IF ARG-END < STND-START-DATE
                   DISPLAY "LEDGER-STNDMAINT: end date is before "
                       "the start date"
                   MOVE "N" TO ARG-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           STRING FUNCTION TRIM(MAINT-ID) " END " STND-END-DATE
               DELIMITED BY SIZE INTO LOG-BEFORE
           END-STRING
           MOVE ARG-END TO STND-END-DATE
           STRING FUNCTION TRIM(MAINT-ID) " END " STND-END-DATE
               DELIMITED BY SIZE INTO LOG-AFTER
           END-STRING.

       CHANGE-COUNTER.
           MOVE "Y" TO ARG-OK
           MOVE FUNCTION TRIM(ARG-VALUE) TO ARG-COUNTER
           IF FUNCTION UPPER-CASE (ARG-COUNTER) = "NONE"
               MOVE SPACES TO ARG-COUNTER
           END-IF
           IF STND-IS-TRANSFER
               IF ARG-COUNTER = SPACES
                  OR ARG-COUNTER = STND-ACCOUNT-ID
                   DISPLAY "LEDGER-STNDMAINT: a TRANSFER needs a "
                       "counter-account other than its own account"
                   MOVE "N" TO ARG-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE ARG-COUNTER TO MAST-ACCOUNT-ID
               PERFORM PROVE-ACCOUNT
               IF ARG-OK = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           STRING FUNCTION TRIM(MAINT-ID) " TO " STND-TO-ACCOUNT
               DELIMITED BY SIZE INTO LOG-BEFORE
           END-STRING
           MOVE ARG-COUNTER TO STND-TO-ACCOUNT
           STRING FUNCTION TRIM(MAINT-ID) " TO " STND-TO-ACCOUNT
               DELIMITED BY SIZE INTO LOG-AFTER
           END-STRING.

      *> ---------------------------------------------------------
      *> CANCEL - the record stays on file, marked cancelled
      *> ---------------------------------------------------------
       DO-CANCEL.
           PERFORM OPEN-STND-EXISTING
           PERFORM READ-STND-RECORD
           IF STND-FOUND = "N"
               DISPLAY "LEDGER-STNDMAINT: instruction "
                   FUNCTION TRIM(MAINT-ID) " is not on file"
               CLOSE STNDFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CANCEL-EXIT
           END-IF
           IF STND-CANCELLED
               DISPLAY "LEDGER-STNDMAINT: instruction "
                   FUNCTION TRIM(MAINT-ID) " is already cancelled"
               CLOSE STNDFILE
               MOVE RC-WARNING TO RETURN-CODE
               GO TO DO-CANCEL-EXIT
           END-IF
           MOVE SPACES TO LOG-BEFORE LOG-AFTER
           STRING FUNCTION TRIM(MAINT-ID) " ACTIVE"
               DELIMITED BY SIZE INTO LOG-BEFORE
           END-STRING
           SET STND-CANCELLED TO TRUE
           PERFORM REWRITE-STND-RECORD
           IF REWRITE-OK = "Y"
               DISPLAY "LEDGER-STNDMAINT: cancelled instruction "
                   FUNCTION TRIM(MAINT-ID)
               STRING FUNCTION TRIM(MAINT-ID) " CANCELLED"
                   DELIMITED BY SIZE INTO LOG-AFTER
               END-STRING
               PERFORM WRITE-MAINT-LOG
           END-IF
           CLOSE STNDFILE.
       DO-CANCEL-EXIT.
           EXIT.

           COPY VALDATE.
