*> date over to a dated archive file (AuditArchive_YYYYMMDD.dat,
*> dated by run day), rewrites the live log with just the keepers,
*> and reports how many records moved. Runnable as a NightlyBatch
*> step on the first of the month, so it never asks: the cutoff is
*> the AUDITCUTOFF system parameter (YYYYMMDD) when one is set, and
*> otherwise the run day less AUDITKEEPMONTHS months (three unless
*> set) -- the live log always holds the last quarter.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY AuditLogRecord.

FD ArchiveFile.
01 ArchiveRecord         PIC X(121).

FD KeepFile.
01 KeepRecord.
   88 EndOfKeepFile      VALUE HIGH-VALUES.
   02 KeepData           PIC X(121).

WORKING-STORAGE SECTION.
COPY SystemParameterData.
01 AuditLogFileStatus    PIC XX.
01 ArchiveFileStatus     PIC XX.
01 KeepFileStatus        PIC XX.
01 ArchiveFileName       PIC X(40)    VALUE SPACES.
01 CutoffInput           PIC X(8)     VALUE SPACES.
01 CutoffDate            PIC 9(8)     VALUE ZEROS.
01 KeepMonths            PIC 9(3)     VALUE 3.
01 cutoffMonthCount      PIC 9(6)     VALUE ZERO.
01 cutoffYear            PIC 9(4)     VALUE ZERO.
01 cutoffMonth           PIC 99       VALUE ZERO.
01 RunDate               PIC 9(8)     VALUE ZEROS.
01 MovedCount            PIC 9(6)     VALUE ZERO.
01 KeptCount             PIC 9(6)     VALUE ZERO.

PROCEDURE DIVISION.
Begin.
  ACCEPT RunDate FROM DATE YYYYMMDD
  MOVE "AUDITCUTOFF" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  MOVE SysParmValue TO CutoffInput
  IF CutoffInput(1:8) IS NUMERIC
    MOVE CutoffInput(1:8) TO CutoffDate
   ELSE
    PERFORM ComputeKeepCutoff
  END-IF
  DISPLAY "Archiving audit records older than " CutoffDate "."

  MOVE SPACES TO ArchiveFileName
  STRING "AuditArchive_" RunDate ".dat" DELIMITED BY SIZE
         INTO ArchiveFileName
          ArchiveFileName ", " KeptCount " kept in the live log."
  STOP RUN.

*> The same day of the month, AUDITKEEPMONTHS months back.
ComputeKeepCutoff.
  MOVE "AUDITKEEPMONTHS" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  IF SysParmValue(1:3) IS NUMERIC AND SysParmValue(1:3) NOT = "000"
    MOVE SysParmValue(1:3) TO KeepMonths
  END-IF
  MOVE RunDate(1:4) TO cutoffYear
  MOVE RunDate(5:2) TO cutoffMonth
  COMPUTE cutoffMonthCount = (cutoffYear * 12) + cutoffMonth - 1
                           - KeepMonths
  DIVIDE cutoffMonthCount BY 12 GIVING cutoffYear
         REMAINDER cutoffMonth
  ADD 1 TO cutoffMonth
  MOVE cutoffYear   TO CutoffDate(1:4)
  MOVE cutoffMonth  TO CutoffDate(5:2)
  MOVE RunDate(7:2) TO CutoffDate(7:2).

ReadAuditRecord.
  READ AuditLogFile
    AT END MOVE "Y" TO EndOfLogFlag
