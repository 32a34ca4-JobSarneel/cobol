      *> Shared JournalGenerations.dat record layout -- COPY this into
      *> the FD of a program's own GenerationCatalog (ORGANIZATION
      *> LINE SEQUENTIAL). Each BookFileUtil unload closes the live
      *> Journal.dat into a dated generation file and appends one
      *> record here, in checkpoint order: generation N holds every
      *> change journaled before backup checkpoint N was taken, so
      *> the changes a restored backup N lacks are in generations
      *> N+1 onward plus the live Journal.dat. JournalReplay refuses
      *> a chain with a gap; JournalHistory and SubjectAccess read
      *> the generations oldest first, then the live journal.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 GenerationRecord.
          88 EndOfGenerationCatalog            VALUE HIGH-VALUES.
          02 GenCheckpointId        PIC 9(6).
          02 GenFileName            PIC X(40).
          02 GenCutDate             PIC 9(8).
          02 GenCutTime             PIC 9(8).
          02 GenRecordCount         PIC 9(7).
