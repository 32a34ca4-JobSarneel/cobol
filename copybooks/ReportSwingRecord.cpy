      *> Shared ReportSwings.dat record layout -- COPY this into the FD
      *> of a program's own SwingFile (ORGANIZATION LINE SEQUENTIAL).
      *> ReportCompare's nightly run rewrites the file with one record
      *> per report it compared, tonight's generation against the one
      *> before it; MorningReport lists the ones flagged. SwgPercent is
      *> the larger of the line-count and value-total movement, capped
      *> at 999; SwgFlag "Y" when that passed the report's own limit.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 SwingRecord.
          88  EndOfSwingFile                   VALUE HIGH-VALUES.
          02  SwgRunDate            PIC 9(8).
          02  FILLER                PIC X.
          02  SwgReportName         PIC X(20).
          02  FILLER                PIC X.
          02  SwgThenDate           PIC 9(8).
          02  FILLER                PIC X.
          02  SwgNowDate            PIC 9(8).
          02  FILLER                PIC X.
          02  SwgLinesThen          PIC 9(6).
          02  FILLER                PIC X.
          02  SwgLinesNow           PIC 9(6).
          02  FILLER                PIC X.
          02  SwgAppeared           PIC 9(6).
          02  FILLER                PIC X.
          02  SwgGone               PIC 9(6).
          02  FILLER                PIC X.
          02  SwgChanged            PIC 9(6).
          02  FILLER                PIC X.
          02  SwgPercent            PIC 9(3).
          02  FILLER                PIC X.
          02  SwgFlag               PIC X.
              88 SwgLargeSwing                 VALUE "Y".
