      *> Shared WeedingCandidates.dat record layout -- COPY this into
      *> the FD of a program's own CandidateFile (ORGANIZATION LINE
      *> SEQUENTIAL). CirculationStats rewrites the file on every
      *> run with the titles on its printed weeding list (never
      *> loaned, or not loaned since the WEEDINGYEARS cutoff), and
      *> Weeding works through it title by title, taking a decision
      *> on each copy. WcdListDate is the run that listed the title.
      *> Column layout is fixed-format safe (code starts at column
      *> 8) so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 WeedingCandidateRecord.
          88  EndOfCandidateFile               VALUE HIGH-VALUES.
          02  WcdBSN                PIC X(17).
          02  WcdTitle              PIC X(25).
          02  WcdReason             PIC X(30).
          02  WcdListDate           PIC 9(8).
