      *> RETCODES.cpy
      *> The condition codes every ledger program ends with, one
      *> scale for all of them, so the nightly procedure (see
      *> jcl/LEDGNITE.jcl) can decide from a step's code alone
      *> whether the steps behind it may run.  COPY this into
      *> WORKING-STORAGE SECTION and MOVE the constant to the
      *> RETURN-CODE special register - a code is only ever raised
      *> during a run, never lowered, so the worst thing that
      *> happened is what the step ends with.
      *>
      *>    0  clean - everything handed to the run was processed
      *>    4  warnings - the run completed, but items were turned
      *>       away: rows rejected, items sent to suspense or
      *>       returned, a maintenance action refused, a write
      *>       that did not land on a secondary file
      *>    8  out of balance - a control total or proof did not
      *>       foot, or the master, history or control file took
      *>       one side of an update without the other; the
      *>       output must not be booked until someone has looked
      *>   16  fatal - the run stopped: bad arguments, a file that
      *>       would not open, a duplicate-run guard that refused
      *>       the batch, a table overflow
       77  RC-CLEAN               PIC S9(4) COMP VALUE 0.
       77  RC-WARNING             PIC S9(4) COMP VALUE 4.
       77  RC-OUT-OF-BALANCE      PIC S9(4) COMP VALUE 8.
       77  RC-FATAL               PIC S9(4) COMP VALUE 16.
