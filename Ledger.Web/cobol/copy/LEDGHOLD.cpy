      *> LEDGHOLD.cpy
      *> Record layout for the indexed hold file - one record per
      *> amount the branch has put a hold on, keyed by account and the
      *> hold's reference, so every hold on an account reads back in
      *> one START/READ NEXT run.  A hold does not move money: it
      *> fences off part of the balance, and LEDGER-POST / LEDGER-
      *> RETRY pay debits only out of what is left (the available
      *> balance - MAST-BALANCE less the account's active holds).
      *> LEDGER-HOLDMAINT places and releases holds; LEDGER-HOLDRPT
      *> lists them each business day and drops off the ones that
      *> have expired.
      *>
      *> A hold stands from the day it is placed until it is
      *> released, or until its expiry date arrives - on the expiry
      *> date itself the funds are free again.  A hold with no expiry
      *> date stands until it is released.  A released or expired
      *> hold stays on file with the date it came off.
      *>
      *> Reason codes:
      *>   DEPO  deposited items not yet collected
      *>   LEGL  levy, garnishment or court order
      *>   CARD  card authorization awaiting settlement
      *>   RISK  fraud or risk review
      *>   OTHR  anything else - the reference says what
       01  HOLD-REC.
           05  HOLD-KEY.
               10  HOLD-ACCOUNT-ID    PIC X(64).
               10  HOLD-REF           PIC X(16).
           05  HOLD-AMOUNT            PIC S9(11)V99 COMP-3.
           05  HOLD-REASON            PIC X(04).
               88  HOLD-REASON-VALID  VALUE "DEPO" "LEGL" "CARD"
                                            "RISK" "OTHR".
           05  HOLD-PLACED-DATE       PIC X(10).
           05  HOLD-EXPIRY-DATE       PIC X(10).
           05  HOLD-STATUS            PIC X(01).
               88  HOLD-ACTIVE        VALUE "A".
               88  HOLD-RELEASED      VALUE "R".
               88  HOLD-EXPIRED       VALUE "E".
           05  HOLD-OFF-DATE          PIC X(10).
           05  HOLD-OPERATOR          PIC X(16).
