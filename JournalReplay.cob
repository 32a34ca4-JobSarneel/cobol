*> key is applied as a REWRITE of the after image, a journaled
*> REWRITE with no record present is applied as a WRITE, and a
*> DELETE of a record that is already gone just counts as done.
*> Only the journal since the restored backup is replayed: its
*> BackupCheckpoint.dat says which checkpoint it is, and the
*> generations after that one in JournalGenerations.dat, oldest
*> first, then the live Journal.dat, bring it forward. A gap in
*> that chain -- a generation missing from the catalog or from
*> disk -- means changes would be silently lost, so nothing is
*> replayed at all. Files that have never been checkpointed (no
*> stamp and no catalog) still replay the whole of Journal.dat.

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
   SELECT JournalFile ASSIGN TO DYNAMIC JournalFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS JournalFileStatus.
   SELECT GenerationCatalog ASSIGN TO "JournalGenerations.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GenerationCatalogStatus.
   SELECT BackupCheckpointFile ASSIGN TO "BackupCheckpoint.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BackupCheckpointStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.
COPY HistoryRecord.

FD JournalFile.
COPY JournalRecord.

FD GenerationCatalog.
COPY JournalGenerationRecord.

FD BackupCheckpointFile.
COPY BackupCheckpointRecord.

FD AuditLogFile.
COPY AuditLogRecord.
01 HoldFileStatus            PIC XX     VALUE "00".
01 HistoryFileStatus         PIC XX     VALUE "00".
01 JournalFileStatus         PIC XX     VALUE "00".
01 GenerationCatalogStatus   PIC XX     VALUE "00".
01 BackupCheckpointStatus    PIC XX     VALUE "00".

01 JournalFileName           PIC X(40)  VALUE SPACES.
01 RestoredCheckpointId      PIC 9(6)   VALUE ZERO.
01 LastCatalogId             PIC 9(6)   VALUE ZERO.
01 ExpectedCheckpointId      PIC 9(6)   VALUE ZERO.
01 CheckpointStamped         PIC X      VALUE "N".
   88 BackupIsStamped                   VALUE "Y".
01 CatalogPresent            PIC X      VALUE "N".
   88 CatalogExists                     VALUE "Y".
01 ChainRefused              PIC X      VALUE "N".
   88 ChainIsRefused                    VALUE "Y".
01 GenerationChain.
   02 ChainEntry             OCCURS 100 TIMES.
      03 ChainCheckpointId   PIC 9(6).
      03 ChainFileName       PIC X(40).
01 ChainCount                PIC 9(3)   VALUE ZERO.
01 chainIndex                PIC 9(3)   VALUE ZERO.

01 ReplayedCount             PIC 9(6)   VALUE ZERO.
01 TroubleCount              PIC 9(6)   VALUE ZERO.
   MOVE "START"         TO AuditEventType
   PERFORM LogAuditEvent

   PERFORM ReadBackupCheckpoint
   PERFORM BuildGenerationChain
   PERFORM VerifyGenerationChain
   IF ChainIsRefused
     DISPLAY "Nothing replayed. Abending."
     MOVE "END" TO AuditEventType
     MOVE 1     TO AuditErrorCount
     PERFORM LogAuditEvent
     CLOSE AuditLogFile
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   PERFORM OpenHoldFileIO
   PERFORM OpenHistoryFileIO

   PERFORM VARYING chainIndex FROM 1 BY 1
           UNTIL chainIndex > ChainCount
     MOVE ChainFileName(chainIndex) TO JournalFileName
     PERFORM ReplayJournalFile
   END-PERFORM
   MOVE "Journal.dat" TO JournalFileName
   PERFORM ReplayJournalFile

   CLOSE HistoryFile
   CLOSE HoldFile
   CLOSE BorrowerFile
   CLOSE LoanFile
   CLOSE BookFile
   DISPLAY "Replay complete: " ReplayedCount " journal entries "
           "applied, " TroubleCount " with trouble."

   END-IF
   STOP RUN.

*> No stamp at all is only acceptable on files that have never
*> been through a checkpointing unload; a zero stamp is an unload
*> that did not finish.
ReadBackupCheckpoint.
   MOVE "N" TO CheckpointStamped
   MOVE ZERO TO RestoredCheckpointId
   OPEN INPUT BackupCheckpointFile
   IF BackupCheckpointStatus EQUAL TO "00"
     READ BackupCheckpointFile
       AT END MOVE ZERO TO BkpCheckpointId
     END-READ
     CLOSE BackupCheckpointFile
     IF BkpCheckpointId IS NUMERIC AND BkpCheckpointId > ZERO
       MOVE "Y" TO CheckpointStamped
       MOVE BkpCheckpointId TO RestoredCheckpointId
       DISPLAY "Restored backup is checkpoint " RestoredCheckpointId
               " taken " BkpDate "."
      ELSE
       DISPLAY "BackupCheckpoint.dat marks these backups as an "
               "incomplete unload -- not a restore point."
       MOVE "Y" TO ChainRefused
     END-IF
   END-IF.

*> Generation N holds what backup N already contains; the chain
*> starts at N+1 and must run unbroken to the last catalogued one.
BuildGenerationChain.
   MOVE ZERO TO ChainCount, LastCatalogId
   MOVE "N" TO CatalogPresent
   COMPUTE ExpectedCheckpointId = RestoredCheckpointId + 1
   OPEN INPUT GenerationCatalog
   IF GenerationCatalogStatus EQUAL TO "00"
     MOVE "Y" TO CatalogPresent
     READ GenerationCatalog
       AT END SET EndOfGenerationCatalog TO TRUE
     END-READ
     PERFORM UNTIL EndOfGenerationCatalog
       IF GenCheckpointId > LastCatalogId
         MOVE GenCheckpointId TO LastCatalogId
       END-IF
       IF GenCheckpointId > RestoredCheckpointId AND
          NOT ChainIsRefused
         IF GenCheckpointId NOT = ExpectedCheckpointId
           DISPLAY "Journal generation " ExpectedCheckpointId
                   " is missing from JournalGenerations.dat."
           MOVE "Y" TO ChainRefused
          ELSE
           IF ChainCount >= 100
             DISPLAY "More than 100 journal generations since "
                     "this backup; restore a later one."
             MOVE "Y" TO ChainRefused
            ELSE
             ADD 1 TO ChainCount
             MOVE GenCheckpointId TO ChainCheckpointId(ChainCount)
             MOVE GenFileName     TO ChainFileName(ChainCount)
             ADD 1 TO ExpectedCheckpointId
           END-IF
         END-IF
       END-IF
       READ GenerationCatalog
         AT END SET EndOfGenerationCatalog TO TRUE
       END-READ
     END-PERFORM
     CLOSE GenerationCatalog
   END-IF
   EVALUATE TRUE
     WHEN NOT BackupIsStamped AND CatalogExists
       DISPLAY "BackupCheckpoint.dat is missing, so it is not "
               "known which journal generations to replay."
       MOVE "Y" TO ChainRefused
     WHEN BackupIsStamped AND LastCatalogId < RestoredCheckpointId
       DISPLAY "Checkpoint " RestoredCheckpointId " is not in "
               "JournalGenerations.dat."
       MOVE "Y" TO ChainRefused
   END-EVALUATE.

*> Every generation (and the live journal) must be there before
*> any of them is applied.
VerifyGenerationChain.
   PERFORM VARYING chainIndex FROM 1 BY 1
           UNTIL chainIndex > ChainCount OR ChainIsRefused
     MOVE ChainFileName(chainIndex) TO JournalFileName
     OPEN INPUT JournalFile
     IF JournalFileStatus NOT EQUAL TO "00"
       DISPLAY "Journal generation " ChainCheckpointId(chainIndex)
               " (" JournalFileName ") cannot be opened, status: "
               JournalFileStatus
       MOVE "Y" TO ChainRefused
      ELSE
       CLOSE JournalFile
     END-IF
   END-PERFORM
   IF NOT ChainIsRefused
     MOVE "Journal.dat" TO JournalFileName
     OPEN INPUT JournalFile
     IF JournalFileStatus NOT EQUAL TO "00"
       DISPLAY "Could not open Journal.dat, status: "
               JournalFileStatus
       MOVE "Y" TO ChainRefused
      ELSE
       CLOSE JournalFile
     END-IF
   END-IF
   IF NOT ChainIsRefused
     DISPLAY "Replaying " ChainCount " journal generation(s) and "
             "the live Journal.dat."
   END-IF.

ReplayJournalFile.
   OPEN INPUT JournalFile
   READ JournalFile
     AT END SET EndOfJournalFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfJournalFile
     EVALUATE JrnFileCode
       WHEN "BOOK" PERFORM ReplayBookEntry
       WHEN "LOAN" PERFORM ReplayLoanEntry
       WHEN "BORR" PERFORM ReplayBorrowerEntry
       WHEN "FINE" PERFORM ReplayFineEntry
       WHEN "HOLD" PERFORM ReplayHoldEntry
       WHEN "HIST" PERFORM ReplayHistoryEntry
       WHEN OTHER
         DISPLAY "Journal entry with unknown file code '"
                 JrnFileCode "' skipped."
         ADD 1 TO TroubleCount
     END-EVALUATE
     READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE JournalFile.

ReplayBookEntry.
   EVALUATE JrnOperation
     WHEN "W"
   EVALUATE JrnOperation
     WHEN "W"
     WHEN "R"
       MOVE JrnAfterImage(1:78) TO LoanRecord
       WRITE LoanRecord
         INVALID KEY
           MOVE JrnAfterImage(1:78) TO LoanRecord
           REWRITE LoanRecord
             INVALID KEY
               DISPLAY "Could not replay loan image for key "
*> update sites grew journal coverage -- replayed with the same
*> tolerant WRITE-falls-back-to-REWRITE shape as the book and loan
*> entries, so a backup already holding some of the work replays
*> clean. Image widths: borrower 194, fine 51, hold 36, history 68.
ReplayBorrowerEntry.
   EVALUATE JrnOperation
     WHEN "W"
     WHEN "R"
       MOVE JrnAfterImage(1:194) TO BorrowerDetails
       WRITE BorrowerDetails
         INVALID KEY
           MOVE JrnAfterImage(1:194) TO BorrowerDetails
           REWRITE BorrowerDetails
             INVALID KEY
               DISPLAY "Could not replay borrower image for key "
   EVALUATE JrnOperation
     WHEN "W"
     WHEN "R"
       MOVE JrnAfterImage(1:36) TO HoldRecord
       WRITE HoldRecord
         INVALID KEY
           MOVE JrnAfterImage(1:36) TO HoldRecord
           REWRITE HoldRecord
             INVALID KEY
               DISPLAY "Could not replay hold image for key "
