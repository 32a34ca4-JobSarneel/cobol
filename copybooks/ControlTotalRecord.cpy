      *> Shared ControlTotals.dat record layout -- COPY this into the
      *> FD of a program's own ControlTotalFile (see
      *> copybooks/ControlTotal.cpy for the paragraph that writes it).
      *> One record per counter a step hands on to the next: the step
      *> that counted, the counter's name, its value and the run day.
      *> ControlBalance reads them back and balances each step's
      *> figures against the next step's by the rules in
      *> BalanceRules.dat. A rerun simply appends again; the last
      *> record for a step and counter is the one that counts.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 ControlTotalRecord.
          88 EndOfControlTotalFile           VALUE HIGH-VALUES.
          02 CtlRunDate             PIC 9(8).
          02 CtlStepName            PIC X(15).
          02 CtlCounterName         PIC X(12).
          02 CtlCounterValue        PIC 9(9).
