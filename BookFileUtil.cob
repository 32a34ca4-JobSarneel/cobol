*> Hold.dat and LoanHistory.dat -- so a disk failure plus a
*> JournalReplay rolls everything forward to the point of failure,
*> not just the catalog and loans.
*> Each complete unload is also a journal checkpoint: the live
*> Journal.dat is closed into a dated generation
*> (Journal_YYYYMMDD_NNNNNN.dat, listed in JournalGenerations.dat)
*> and started afresh, and BackupCheckpoint.dat stamps the backup
*> set with the same checkpoint id. JournalReplay then rolls a
*> restored backup forward through only the generations after its
*> checkpoint, instead of the journal from the start of time.
*> The rebuild also builds the borrower-number alternate indexes
*> of BookLoan.dat, Hold.dat and LoanHistory.dat, and reads each
*> back through its index as well before it is trusted -- which
*> makes an unload and rebuild the way to give files from before
*> those indexes their new keys.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
   SELECT HistoryFile ASSIGN TO "LoanHistory.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT BookBackupFile ASSIGN TO "BookBackup.dat"
          ORGANIZATION IS LINE SEQUENTIAL
   SELECT HistoryBackupFile ASSIGN TO "HistoryBackup.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HistoryBackupStatus.
   SELECT JournalFile ASSIGN TO "Journal.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS JournalFileStatus.
   SELECT GenerationFile ASSIGN TO DYNAMIC GenerationFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GenerationFileStatus.
   SELECT GenerationCatalog ASSIGN TO "JournalGenerations.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GenerationCatalogStatus.
   SELECT BackupCheckpointFile ASSIGN TO "BackupCheckpoint.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BackupCheckpointStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.
FD LoanBackupFile.
01 LoanBackupRecord.
   88 EndOfLoanBackup                   VALUE HIGH-VALUES.
   02 LoanBackupData         PIC X(78).

FD BorrowerBackupFile.
01 BorrowerBackupRecord.
   88 EndOfBorrowerBackup               VALUE HIGH-VALUES.
   02 BorrowerBackupData     PIC X(200).

FD FineBackupFile.
01 FineBackupRecord.
   88 EndOfHistoryBackup                VALUE HIGH-VALUES.
   02 HistoryBackupData      PIC X(80).

FD JournalFile.
COPY JournalRecord.

FD GenerationFile.
01 GenerationJournalRecord   PIC X(425).

FD GenerationCatalog.
COPY JournalGenerationRecord.

FD BackupCheckpointFile.
COPY BackupCheckpointRecord.

FD AuditLogFile.
COPY AuditLogRecord.

01 FineBackupStatus          PIC XX     VALUE "00".
01 HoldBackupStatus          PIC XX     VALUE "00".
01 HistoryBackupStatus       PIC XX     VALUE "00".
01 JournalFileStatus         PIC XX     VALUE "00".
01 GenerationFileStatus      PIC XX     VALUE "00".
01 GenerationCatalogStatus   PIC XX     VALUE "00".
01 BackupCheckpointStatus    PIC XX     VALUE "00".

01 utilChoice                PIC X      VALUE SPACE.
01 UnloadCount               PIC 9(6)   VALUE ZERO.
01 ReloadCount               PIC 9(6)   VALUE ZERO.
01 VerifyCount               PIC 9(6)   VALUE ZERO.
01 IndexVerifyCount          PIC 9(6)   VALUE ZERO.
01 TotalRecords              PIC 9(6)   VALUE ZERO.
01 VerifyFailed              PIC X      VALUE "N".
   88 CountsDisagree                    VALUE "Y".

01 GenerationFileName        PIC X(40)  VALUE SPACES.
01 CheckpointId              PIC 9(6)   VALUE ZERO.
01 CheckpointDate            PIC 9(8)   VALUE ZEROS.
01 CheckpointTime            PIC 9(8)   VALUE ZEROS.
01 GenerationCount           PIC 9(7)   VALUE ZERO.
01 CutoverFailed             PIC X      VALUE "N".
   88 CutoverHasFailed                  VALUE "Y".

PROCEDURE DIVISION.
Begin.
   PERFORM OpenAuditLog
       PERFORM UnloadFineFile
       PERFORM UnloadHoldFile
       PERFORM UnloadHistoryFile
       PERFORM CheckpointBackup
     WHEN "r"
       PERFORM ShowBackupCheckpoint
       PERFORM ReloadBookFile
       PERFORM ReloadLoanFile
       PERFORM ReloadBorrowerFile
             "LoanHistory.dat to HistoryBackup.dat."
   END-IF.

*> Only a complete unload is a restore point. The generation is
*> copied and catalogued and the backup stamped before the live
*> journal is emptied, so a failure part way leaves at worst some
*> changes in two places -- which replay tolerates -- and never
*> loses one.
CheckpointBackup.
   ACCEPT CheckpointDate FROM DATE YYYYMMDD
   ACCEPT CheckpointTime FROM TIME
   MOVE "N" TO CutoverFailed
   IF AuditErrorCount > ZERO
     DISPLAY "The unload was incomplete, so this backup is not a "
             "checkpoint and Journal.dat is left as it is."
     MOVE ZERO TO CheckpointId
     PERFORM WriteBackupCheckpoint
    ELSE
     PERFORM FindLastCheckpoint
     IF NOT CutoverHasFailed
       ADD 1 TO CheckpointId
       PERFORM CopyJournalGeneration
     END-IF
     IF NOT CutoverHasFailed
       PERFORM CatalogGeneration
     END-IF
     IF NOT CutoverHasFailed
       PERFORM WriteBackupCheckpoint
       OPEN OUTPUT JournalFile
       CLOSE JournalFile
       DISPLAY "Backup stamped as checkpoint " CheckpointId "; "
               GenerationCount " journal record(s) closed into "
               GenerationFileName
       MOVE CheckpointId TO AuditKeyValue
       MOVE "CKPT"       TO AuditEventType
       MOVE GenerationCount TO AuditRecordCount
       PERFORM LogAuditEvent
       MOVE SPACES TO AuditKeyValue
       MOVE ZERO TO AuditRecordCount
      ELSE
       DISPLAY "Journal cutover failed: this backup is not a "
               "checkpoint and Journal.dat is left as it is."
       ADD 1 TO AuditErrorCount
       MOVE ZERO TO CheckpointId
       PERFORM WriteBackupCheckpoint
     END-IF
   END-IF.

FindLastCheckpoint.
   MOVE ZERO TO CheckpointId
   OPEN INPUT GenerationCatalog
   EVALUATE GenerationCatalogStatus
     WHEN "00"
       READ GenerationCatalog
         AT END SET EndOfGenerationCatalog TO TRUE
       END-READ
       PERFORM UNTIL EndOfGenerationCatalog
         IF GenCheckpointId > CheckpointId
           MOVE GenCheckpointId TO CheckpointId
         END-IF
         READ GenerationCatalog
           AT END SET EndOfGenerationCatalog TO TRUE
         END-READ
       END-PERFORM
       CLOSE GenerationCatalog
     WHEN "35"
       CONTINUE
     WHEN OTHER
       DISPLAY "Could not open JournalGenerations.dat, status: "
               GenerationCatalogStatus
       MOVE "Y" TO CutoverFailed
   END-EVALUATE.

*> No Journal.dat yet still makes an (empty) generation, so the
*> chain JournalReplay checks never has a gap.
CopyJournalGeneration.
   MOVE ZERO TO GenerationCount
   MOVE SPACES TO GenerationFileName
   STRING "Journal_" CheckpointDate "_" CheckpointId ".dat"
          DELIMITED BY SIZE INTO GenerationFileName
   OPEN OUTPUT GenerationFile
   IF GenerationFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create " GenerationFileName ", status: "
             GenerationFileStatus
     MOVE "Y" TO CutoverFailed
    ELSE
     OPEN INPUT JournalFile
     IF JournalFileStatus EQUAL TO "00"
       READ JournalFile
         AT END SET EndOfJournalFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfJournalFile
         WRITE GenerationJournalRecord FROM JournalRecord
         ADD 1 TO GenerationCount
         READ JournalFile
           AT END SET EndOfJournalFile TO TRUE
         END-READ
       END-PERFORM
       CLOSE JournalFile
      ELSE
       IF JournalFileStatus NOT EQUAL TO "35"
         DISPLAY "Could not open Journal.dat, status: "
                 JournalFileStatus
         MOVE "Y" TO CutoverFailed
       END-IF
     END-IF
     CLOSE GenerationFile
   END-IF.

CatalogGeneration.
   OPEN EXTEND GenerationCatalog
   IF GenerationCatalogStatus EQUAL TO "35"
     OPEN OUTPUT GenerationCatalog
   END-IF
   IF GenerationCatalogStatus NOT EQUAL TO "00"
     DISPLAY "Could not open JournalGenerations.dat, status: "
             GenerationCatalogStatus
     MOVE "Y" TO CutoverFailed
    ELSE
     MOVE CheckpointId       TO GenCheckpointId
     MOVE GenerationFileName TO GenFileName
     MOVE CheckpointDate     TO GenCutDate
     MOVE CheckpointTime     TO GenCutTime
     MOVE GenerationCount    TO GenRecordCount
     WRITE GenerationRecord
     CLOSE GenerationCatalog
   END-IF.

WriteBackupCheckpoint.
   OPEN OUTPUT BackupCheckpointFile
   IF BackupCheckpointStatus NOT EQUAL TO "00"
     DISPLAY "Could not create BackupCheckpoint.dat, status: "
             BackupCheckpointStatus
     ADD 1 TO AuditErrorCount
    ELSE
     MOVE CheckpointId   TO BkpCheckpointId
     MOVE CheckpointDate TO BkpDate
     MOVE CheckpointTime TO BkpTime
     MOVE TotalRecords   TO BkpRecordCount
     WRITE BackupCheckpointRecord
     CLOSE BackupCheckpointFile
   END-IF.

ShowBackupCheckpoint.
   OPEN INPUT BackupCheckpointFile
   IF BackupCheckpointStatus EQUAL TO "00"
     READ BackupCheckpointFile
       AT END MOVE ZERO TO BkpCheckpointId
     END-READ
     CLOSE BackupCheckpointFile
     IF BkpCheckpointId = ZERO
       DISPLAY "These backups are from an incomplete unload and are "
               "no checkpoint; JournalReplay will not roll them "
               "forward."
      ELSE
       DISPLAY "Rebuilding from backup checkpoint " BkpCheckpointId
               " taken " BkpDate "; run JournalReplay afterwards to "
               "roll forward from there."
     END-IF
    ELSE
     DISPLAY "No BackupCheckpoint.dat with these backups."
   END-IF.

*> OPEN OUTPUT throws away whatever (possibly corrupt) indexed file
*> is there and builds a fresh one, indexes and all, from the backup.
ReloadBookFile.
         AT END SET EndOfLoanFile TO TRUE
       END-READ
     END-PERFORM
     PERFORM VerifyLoanBorrowerIndex
     CLOSE LoanFile
     PERFORM ReportVerifyResult
     DISPLAY "Rebuilt BookLoan.dat: " ReloadCount " records "
         AT END SET EndOfHoldFile TO TRUE
       END-READ
     END-PERFORM
     PERFORM VerifyHoldBorrowerIndex
     CLOSE HoldFile
     PERFORM ReportVerifyResult
     DISPLAY "Rebuilt Hold.dat: " ReloadCount " records reloaded, "
         AT END SET EndOfHistoryFile TO TRUE
       END-READ
     END-PERFORM
     PERFORM VerifyHistoryBorrowerIndex
     CLOSE HistoryFile
     PERFORM ReportVerifyResult
     DISPLAY "Rebuilt LoanHistory.dat: " ReloadCount " records "
             "reloaded, " VerifyCount " read back."
   END-IF.

VerifyLoanBorrowerIndex.
   MOVE ZERO TO IndexVerifyCount
   MOVE LOW-VALUES TO LoanBorrowerNumber(1:5)
   START LoanFile KEY IS NOT LESS THAN LoanBorrowerNumber
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       READ LoanFile NEXT RECORD
         AT END SET EndOfLoanFile TO TRUE
       END-READ
   END-START
   PERFORM UNTIL EndOfLoanFile
     ADD 1 TO IndexVerifyCount
     READ LoanFile NEXT RECORD
       AT END SET EndOfLoanFile TO TRUE
     END-READ
   END-PERFORM
   IF IndexVerifyCount NOT EQUAL TO ReloadCount
     DISPLAY "*** VERIFY FAILED: BookLoan.dat borrower index "
             "reads " IndexVerifyCount " records, not " ReloadCount "."
     MOVE "Y" TO VerifyFailed
     ADD 1 TO AuditErrorCount
   END-IF.

VerifyHoldBorrowerIndex.
   MOVE ZERO TO IndexVerifyCount
   MOVE LOW-VALUES TO HoldBorrowerNumber(1:5)
   START HoldFile KEY IS NOT LESS THAN HoldBorrowerNumber
     INVALID KEY
       SET EndOfHoldFile TO TRUE
     NOT INVALID KEY
       READ HoldFile NEXT RECORD
         AT END SET EndOfHoldFile TO TRUE
       END-READ
   END-START
   PERFORM UNTIL EndOfHoldFile
     ADD 1 TO IndexVerifyCount
     READ HoldFile NEXT RECORD
       AT END SET EndOfHoldFile TO TRUE
     END-READ
   END-PERFORM
   IF IndexVerifyCount NOT EQUAL TO ReloadCount
     DISPLAY "*** VERIFY FAILED: Hold.dat borrower index "
             "reads " IndexVerifyCount " records, not " ReloadCount "."
     MOVE "Y" TO VerifyFailed
     ADD 1 TO AuditErrorCount
   END-IF.

VerifyHistoryBorrowerIndex.
   MOVE ZERO TO IndexVerifyCount
   MOVE LOW-VALUES TO HistBorrowerNumber(1:5)
   START HistoryFile KEY IS NOT LESS THAN HistBorrowerNumber
     INVALID KEY
       SET EndOfHistoryFile TO TRUE
     NOT INVALID KEY
       READ HistoryFile NEXT RECORD
         AT END SET EndOfHistoryFile TO TRUE
       END-READ
   END-START
   PERFORM UNTIL EndOfHistoryFile
     ADD 1 TO IndexVerifyCount
     READ HistoryFile NEXT RECORD
       AT END SET EndOfHistoryFile TO TRUE
     END-READ
   END-PERFORM
   IF IndexVerifyCount NOT EQUAL TO ReloadCount
     DISPLAY "*** VERIFY FAILED: LoanHistory.dat borrower index "
             "reads " IndexVerifyCount " records, not " ReloadCount "."
     MOVE "Y" TO VerifyFailed
     ADD 1 TO AuditErrorCount
   END-IF.

ReportVerifyResult.
   IF VerifyCount NOT EQUAL TO ReloadCount
     MOVE "Y" TO VerifyFailed
