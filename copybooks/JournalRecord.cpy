      *> Shared Journal.dat record layout -- COPY this into the FD of
      *> a program's own JournalFile (ORGANIZATION LINE SEQUENTIAL).
      *> JournalWriter is the only program that writes it;
      *> JournalReplay, JournalHistory and SubjectAccess read it.
      *> One record per journaled WRITE ("W"), REWRITE ("R") or
      *> DELETE ("D"), stamped with the date and time and carrying
      *> the full before and after images of the record. The file
      *> code says whose layout the images are in: "BOOK", "LOAN",
      *> "BORR", "FINE", "HOLD" or "HIST".
      *> The operator id is whoever signed on through OperatorSignon
      *> in the run that made the change (OPERATORID for unattended
      *> runs); spaces for batch steps and records from before the
      *> id was carried.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 JournalRecord.
          88 EndOfJournalFile                  VALUE HIGH-VALUES.
          02 JrnDate                PIC 9(8).
          02 JrnTime                PIC 9(8).
          02 JrnFileCode            PIC X(4).
          02 JrnOperation           PIC X.
          02 JrnBeforeImage         PIC X(200).
          02 JrnAfterImage          PIC X(200).
          02 JrnOperatorId          PIC X(4).
