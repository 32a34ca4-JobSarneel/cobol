      *> Shared SystemParameters.dat record layout -- COPY this into
      *> the FD of a program's own ParameterFile (ORGANIZATION LINE
      *> SEQUENTIAL, one setting per record). Only ParameterMaint and
      *> the SystemParameter service open the file; every other
      *> program asks the service for its settings by name (see
      *> copybooks/SystemParameterData.cpy). The value is kept as
      *> text -- a code, a count, a date or a grade point -- and each
      *> program reads it into its own picture; spaces mean the
      *> program's own default (or, for a run date, today or the
      *> prompt). The change date and operator are the last
      *> supervisor who set it.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 SystemParameterRecord.
          88 EndOfParameterFile                VALUE HIGH-VALUES.
          02 ParmName               PIC X(16).
          02 ParmValue              PIC X(30).
          02 ParmChangedDate        PIC 9(8).
          02 ParmChangedBy          PIC X(4).
