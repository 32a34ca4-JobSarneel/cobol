      *> Shared BackupCheckpoint.dat record layout -- COPY this into
      *> the FD of a program's own BackupCheckpointFile (ORGANIZATION
      *> LINE SEQUENTIAL, a single record). BookFileUtil rewrites it
      *> with every unload, next to the *Backup.dat files it stamps,
      *> and it travels with them: whichever backup set is restored,
      *> its checkpoint id tells JournalReplay which journal
      *> generations come after it. A zero id marks an unload that
      *> did not complete -- not a restore point, and JournalReplay
      *> will not roll it forward.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 BackupCheckpointRecord.
          02 BkpCheckpointId        PIC 9(6).
          02 BkpDate                PIC 9(8).
          02 BkpTime                PIC 9(8).
          02 BkpRecordCount         PIC 9(6).
