      *> Shared GateCounts.dat record layout -- COPY this into the FD
      *> of a program's own GateCountFile (ORGANIZATION LINE
      *> SEQUENTIAL). The door counters' daily export: one record per
      *> branch per day with the number of people who came in, which
      *> the counter software appends each night. GateBranch follows
      *> CopyBranch ("MN " main building, "AX " the annex); a day
      *> exported twice is read twice, so the file is corrected at
      *> the source, not here. LibrarySurvey totals it for the visits
      *> figure. Column layout is fixed-format safe (code starts at
      *> column 8) so this COPYs cleanly into both fixed- and
      *> free-format programs.
       01 GateCountRecord.
          88  EndOfGateCountFile               VALUE HIGH-VALUES.
          02  GateCountDate         PIC 9(8).
          02  GateBranch            PIC X(3).
          02  GateVisitCount        PIC 9(7).
