IDENTIFICATION DIVISION.
PROGRAM-ID. MarcExport.
AUTHOR. Job Sarneel.
*> Our holdings for the regional union catalog, in the MARC-style
*> tagged interchange layout MarcImport reads (see
*> MarcLineRecord.cpy), one record per Book.dat title. 'f' writes
*> the whole catalog; 'c' writes only what changed since the last
*> export -- titles added since then (BookAddedDate) and titles
*> written, amended or deleted since then according to the
*> transaction journal (the generations BookFileUtil closed off
*> after the last export, then the live Journal.dat). A changed
*> title goes out with leader status "c", a new one "n", and one no
*> longer in Book.dat as a bare "d" record with its ISBN so the
*> union catalog can take our holding off. The file is
*> MarcExport_yyyymmdd.mrk, so an export not yet collected is never
*> overwritten by the next night's; MarcExport.ctl remembers when
*> the last export ran (the changes-only run falls back to a full
*> one when there is none). MARCLIBRARYCODE, when set, goes out in
*> 852 $a as our library code. UNATTENDED=Y takes the choice from
*> MARCMODE (default the changes-only run) for NightlyBatch.
*> Sessions start with an OperatorSignon sign-on; an unattended
*> run takes its operator id from OPERATORID instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSN
          ALTERNATE RECORD KEY IS AuthSurname WITH DUPLICATES
          FILE STATUS IS BookFileStatus.
   SELECT ExportFile ASSIGN TO DYNAMIC ExportFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ExportFileStatus.
   SELECT ControlFile ASSIGN TO "MarcExport.ctl"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ControlFileStatus.
   SELECT JournalFile ASSIGN TO DYNAMIC JournalFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS JournalFileStatus.
   SELECT GenerationCatalog ASSIGN TO "JournalGenerations.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GenerationCatalogStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BookFile.
COPY BookDetailsRecord.

FD ExportFile.
COPY MarcLineRecord.

FD ControlFile.
01 ControlRecord.
   02 CtlExportDate          PIC 9(8).
   02 CtlExportTime          PIC 9(8).
   02 CtlExportMode          PIC X.
   02 CtlRecordCount         PIC 9(7).

FD JournalFile.
COPY JournalRecord.

FD GenerationCatalog.
COPY JournalGenerationRecord.

SD SortFile.
01 ChangeRecord.
   88  EndOfChangeFile                  VALUE HIGH-VALUES.
   02  ChangeBSN             PIC X(17).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
COPY SystemParameterData.
01 BookFileStatus            PIC XX     VALUE "00".
01 ExportFileStatus          PIC XX     VALUE "00".
01 ControlFileStatus         PIC XX     VALUE "00".
01 JournalFileStatus         PIC XX     VALUE "00".
01 GenerationCatalogStatus   PIC XX     VALUE "00".
01 ExportFileName            PIC X(40)  VALUE SPACES.
01 JournalFileName           PIC X(40)  VALUE SPACES.

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 exportChoice              PIC X      VALUE SPACE.
   88 ExportChangesOnly                 VALUE "c".
01 RunDate                   PIC 9(8)   VALUE ZEROS.
01 RunTime                   PIC 9(8)   VALUE ZEROS.
01 LastExportDate            PIC 9(8)   VALUE ZEROS.
01 LastExportTime            PIC 9(8)   VALUE ZEROS.
01 LastExportStatus          PIC X      VALUE "N".
   88 LastExportKnown                   VALUE "Y".
01 LibraryCode               PIC X(10)  VALUE SPACES.

01 RecordsWritten            PIC 9(7)   VALUE ZERO.
01 NewRecords                PIC 9(7)   VALUE ZERO.
01 ChangedRecords            PIC 9(7)   VALUE ZERO.
01 DeletedRecords            PIC 9(7)   VALUE ZERO.
01 JournalEntriesUsed        PIC 9(7)   VALUE ZERO.
01 previousChangeBSN         PIC X(17)  VALUE SPACES.
01 recordStatusChar          PIC X      VALUE "n".

*> One interchange line while it is put together.
01 linePointer               PIC 9(3)   VALUE 1.
01 exportFieldText           PIC X(35)  VALUE SPACES.
01 shiftedFieldText          PIC X(35)  VALUE SPACES.
01 exportFieldLength         PIC 9(2)   VALUE ZERO.
01 trimScan                  PIC 9(2)   VALUE ZERO.
01 leadingSpaces             PIC 9(2)   VALUE ZERO.
01 subfieldCode              PIC X      VALUE SPACE.
01 subjectSlot               PIC 9      VALUE ZERO.
01 copiesOwned               PIC 9(2)   VALUE ZERO.
01 copiesShown               PIC Z9.
01 costShown                 PIC ZZZZ9.99.
01 LeaderText.
   02 FILLER                 PIC X(5)   VALUE "00000".
   02 LeaderRecordStatus     PIC X      VALUE "n".
   02 FILLER                 PIC X(18)  VALUE "am a2200000 a 4500".
01 TransactionStamp.
   02 StampDate              PIC 9(8).
   02 StampTime              PIC 9(6).
   02 FILLER                 PIC X(2)   VALUE ".0".

PROCEDURE DIVISION.
Begin.
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF RunningUnattended
     ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
    ELSE
     MOVE "MarcExport" TO SignonProgramName
     CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                                 SignonOperatorName SignonOperatorRole
                                 SignonResult
     IF NOT SignonSucceeded
       DISPLAY "Abending."
       MOVE 12 TO RETURN-CODE
       STOP RUN
     END-IF
   END-IF
   PERFORM OpenAuditLog
   MOVE "MarcExport" TO AuditProgramName
   MOVE SignonOperatorId TO AuditOperatorId
   MOVE "START" TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT RunDate FROM DATE YYYYMMDD
   ACCEPT RunTime FROM TIME
   MOVE "MARCLIBRARYCODE" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue(1:10) TO LibraryCode
   PERFORM ReadLastExport

   IF RunningUnattended
     MOVE "MARCMODE" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue(1:1) TO exportChoice
     IF exportChoice = SPACE
       MOVE "c" TO exportChoice
     END-IF
    ELSE
     PERFORM ExportMenu
   END-IF
   IF exportChoice NOT = "f" AND exportChoice NOT = "c"
     DISPLAY "MARCMODE '" exportChoice "' is not 'f' or 'c'. "
             "Nothing exported."
     ADD 1 TO AuditErrorCount
    ELSE
     IF ExportChangesOnly AND NOT LastExportKnown
       DISPLAY "No earlier export on record (MarcExport.ctl); "
               "writing the full catalog."
       MOVE "f" TO exportChoice
     END-IF
     PERFORM WriteExport
   END-IF

   MOVE RecordsWritten TO AuditRecordCount
   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

ExportMenu.
   IF LastExportKnown
     DISPLAY "Last export: " LastExportDate " " LastExportTime(1:4)
   END-IF
   DISPLAY "Press 'f' to export the full catalog or 'c' for the "
           "changes since the last export: " WITH NO ADVANCING
   ACCEPT exportChoice
   IF exportChoice NOT = "f" AND exportChoice NOT = "c"
     DISPLAY "That's not an 'f' or a 'c'. Try again."
     PERFORM ExportMenu
   END-IF.

ReadLastExport.
   MOVE "N" TO LastExportStatus
   OPEN INPUT ControlFile
   IF ControlFileStatus EQUAL TO "00"
     READ ControlFile
       AT END CONTINUE
       NOT AT END
         IF CtlExportDate IS NUMERIC AND CtlExportTime IS NUMERIC
           MOVE CtlExportDate TO LastExportDate
           MOVE CtlExportTime TO LastExportTime
           MOVE "Y" TO LastExportStatus
         END-IF
     END-READ
     CLOSE ControlFile
   END-IF.

WriteExport.
   MOVE SPACES TO ExportFileName
   STRING "MarcExport_" RunDate ".mrk" DELIMITED BY SIZE
          INTO ExportFileName
   OPEN OUTPUT ExportFile
   IF ExportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create " ExportFileName ", status: "
             ExportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   OPEN INPUT BookFile
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   IF ExportChangesOnly
     SORT SortFile ON ASCENDING KEY ChangeBSN
          INPUT PROCEDURE IS CollectChangedTitles
          OUTPUT PROCEDURE IS ExportChangedTitles
    ELSE
     PERFORM ExportFullCatalog
   END-IF
   CLOSE BookFile
   CLOSE ExportFile
   PERFORM WriteLastExport
   DISPLAY "MARC export to " ExportFileName ": " RecordsWritten
           " record(s) -- " NewRecords " new, " ChangedRecords
           " changed, " DeletedRecords " deleted.".

ExportFullCatalog.
   MOVE "n" TO recordStatusChar
   READ BookFile NEXT RECORD
     AT END SET EndOfBookFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBookFile
     PERFORM WriteTitleRecord
     ADD 1 TO NewRecords
     READ BookFile NEXT RECORD
       AT END SET EndOfBookFile TO TRUE
     END-READ
   END-PERFORM.

*> ---------------------------------------------------------------
*> Changes since the last export.
*> ---------------------------------------------------------------
CollectChangedTitles.
   READ BookFile NEXT RECORD
     AT END SET EndOfBookFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBookFile
     IF BookAddedDate IS NUMERIC AND
        BookAddedDate NOT < LastExportDate
       MOVE BSN TO ChangeBSN
       RELEASE ChangeRecord
     END-IF
     READ BookFile NEXT RECORD
       AT END SET EndOfBookFile TO TRUE
     END-READ
   END-PERFORM
   *> A generation cut before the last export holds nothing newer.
   OPEN INPUT GenerationCatalog
   IF GenerationCatalogStatus EQUAL TO "00"
     READ GenerationCatalog
       AT END SET EndOfGenerationCatalog TO TRUE
     END-READ
     PERFORM UNTIL EndOfGenerationCatalog
       IF GenCutDate > LastExportDate OR
          (GenCutDate = LastExportDate AND
           GenCutTime NOT < LastExportTime)
         MOVE GenFileName TO JournalFileName
         PERFORM CollectJournalChanges
       END-IF
       READ GenerationCatalog
         AT END SET EndOfGenerationCatalog TO TRUE
       END-READ
     END-PERFORM
     CLOSE GenerationCatalog
   END-IF
   MOVE "Journal.dat" TO JournalFileName
   PERFORM CollectJournalChanges.

*> Book.dat entries stamped after the last export: the after
*> image's BSN for a write, the before image's for a delete, and
*> both for a rewrite in case the key itself moved.
CollectJournalChanges.
   OPEN INPUT JournalFile
   IF JournalFileStatus EQUAL TO "00"
     READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfJournalFile
       IF JrnFileCode = "BOOK" AND
          (JrnDate > LastExportDate OR
           (JrnDate = LastExportDate AND
            JrnTime NOT < LastExportTime))
         ADD 1 TO JournalEntriesUsed
         IF JrnOperation NOT = "D"
           MOVE JrnAfterImage(1:17) TO ChangeBSN
           RELEASE ChangeRecord
         END-IF
         IF JrnOperation NOT = "W"
           MOVE JrnBeforeImage(1:17) TO ChangeBSN
           IF ChangeBSN NOT = SPACES
             RELEASE ChangeRecord
           END-IF
         END-IF
       END-IF
       READ JournalFile
         AT END SET EndOfJournalFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE JournalFile
   END-IF.

ExportChangedTitles.
   MOVE SPACES TO previousChangeBSN
   RETURN SortFile AT END SET EndOfChangeFile TO TRUE END-RETURN
   PERFORM UNTIL EndOfChangeFile
     IF ChangeBSN NOT = previousChangeBSN
       MOVE ChangeBSN TO previousChangeBSN
       MOVE ChangeBSN TO BSN
       READ BookFile
         INVALID KEY
           PERFORM WriteDeletedRecord
         NOT INVALID KEY
           IF BookAddedDate IS NUMERIC AND
              BookAddedDate NOT < LastExportDate
             MOVE "n" TO recordStatusChar
             ADD 1 TO NewRecords
            ELSE
             MOVE "c" TO recordStatusChar
             ADD 1 TO ChangedRecords
           END-IF
           PERFORM WriteTitleRecord
       END-READ
     END-IF
     RETURN SortFile AT END SET EndOfChangeFile TO TRUE END-RETURN
   END-PERFORM.

*> ---------------------------------------------------------------
*> The interchange records.
*> ---------------------------------------------------------------
WriteTitleRecord.
   PERFORM WriteLeaderLines
   IF AuthSurname NOT = SPACES
     PERFORM StartMarcLine
     MOVE "100" TO MarcTag
     MOVE "1 "  TO MarcIndicators
     MOVE AuthSurname TO exportFieldText
     PERFORM MeasureExportField
     STRING "$a" exportFieldText(1:exportFieldLength)
            DELIMITED BY SIZE
            INTO MarcData WITH POINTER linePointer
     IF AuthForename NOT = SPACES
       MOVE AuthForename TO exportFieldText
       PERFORM MeasureExportField
       STRING ", " exportFieldText(1:exportFieldLength)
              DELIMITED BY SIZE
              INTO MarcData WITH POINTER linePointer
     END-IF
     IF AuthMiddleInitials NOT = SPACES
       MOVE AuthMiddleInitials TO exportFieldText
       PERFORM MeasureExportField
       STRING " " exportFieldText(1:exportFieldLength)
              DELIMITED BY SIZE
              INTO MarcData WITH POINTER linePointer
     END-IF
     PERFORM PutMarcLine
   END-IF
   PERFORM StartMarcLine
   MOVE "245" TO MarcTag
   MOVE "10"  TO MarcIndicators
   MOVE "a"   TO subfieldCode
   MOVE BookTitle TO exportFieldText
   PERFORM AppendSubfield
   PERFORM PutMarcLine
   IF BookEdition NOT = SPACES
     PERFORM StartMarcLine
     MOVE "250" TO MarcTag
     MOVE "a"   TO subfieldCode
     MOVE BookEdition TO exportFieldText
     PERFORM AppendSubfield
     PERFORM PutMarcLine
   END-IF
   IF BookPublisher NOT = SPACES OR BookYearOfAppearance NOT = SPACES
     PERFORM StartMarcLine
     MOVE "260" TO MarcTag
     MOVE "b"   TO subfieldCode
     MOVE BookPublisher TO exportFieldText
     PERFORM AppendSubfield
     MOVE "c"   TO subfieldCode
     MOVE BookYearOfAppearance TO exportFieldText
     PERFORM AppendSubfield
     PERFORM PutMarcLine
   END-IF
   PERFORM VARYING subjectSlot FROM 1 BY 1 UNTIL subjectSlot > 3
     IF BookSubjectCode(subjectSlot) NOT = SPACES
       PERFORM StartMarcLine
       MOVE "084" TO MarcTag
       MOVE "a"   TO subfieldCode
       MOVE BookSubjectCode(subjectSlot) TO exportFieldText
       PERFORM AppendSubfield
       MOVE "2"   TO subfieldCode
       MOVE "local" TO exportFieldText
       PERFORM AppendSubfield
       PERFORM PutMarcLine
     END-IF
   END-PERFORM
   IF LibraryCode NOT = SPACES
     PERFORM StartMarcLine
     MOVE "852" TO MarcTag
     MOVE "a"   TO subfieldCode
     MOVE LibraryCode TO exportFieldText
     PERFORM AppendSubfield
     PERFORM PutMarcLine
   END-IF
   *> Records from before copies were tracked hold one copy; a
   *> title closed by weeding holds none.
   MOVE BookCopyCount TO copiesOwned
   IF BookCopyCount IS NOT NUMERIC
     MOVE 1 TO copiesOwned
   END-IF
   IF copiesOwned = ZERO AND BookWithdrawnCopies = ZERO
     MOVE 1 TO copiesOwned
   END-IF
   PERFORM StartMarcLine
   MOVE "949" TO MarcTag
   MOVE "c"   TO subfieldCode
   MOVE copiesOwned TO copiesShown
   MOVE copiesShown TO exportFieldText
   PERFORM AppendSubfield
   IF BookReplacementCost IS NUMERIC AND
      BookReplacementCost > ZERO
     MOVE "p" TO subfieldCode
     MOVE BookReplacementCost TO costShown
     MOVE costShown TO exportFieldText
     PERFORM AppendSubfield
   END-IF
   PERFORM PutMarcLine
   PERFORM EndMarcRecord.

*> A title gone from Book.dat: status "d", the ISBN and nothing
*> else.
WriteDeletedRecord.
   MOVE "d" TO recordStatusChar
   ADD 1 TO DeletedRecords
   PERFORM WriteLeaderLines
   PERFORM EndMarcRecord.

*> LDR, 001, 005 and 020 -- BSN must hold the title's key.
WriteLeaderLines.
   PERFORM StartMarcLine
   MOVE "LDR" TO MarcTag
   MOVE recordStatusChar TO LeaderRecordStatus
   MOVE LeaderText TO MarcData
   PERFORM PutMarcLine
   PERFORM StartMarcLine
   MOVE "001" TO MarcTag
   MOVE BSN   TO MarcData
   PERFORM PutMarcLine
   PERFORM StartMarcLine
   MOVE "005" TO MarcTag
   MOVE RunDate      TO StampDate
   MOVE RunTime(1:6) TO StampTime
   MOVE TransactionStamp TO MarcData
   PERFORM PutMarcLine
   PERFORM StartMarcLine
   MOVE "020" TO MarcTag
   MOVE "a"   TO subfieldCode
   MOVE BSN   TO exportFieldText
   PERFORM AppendSubfield
   PERFORM PutMarcLine.

EndMarcRecord.
   MOVE SPACES TO MarcLine
   WRITE MarcLine
   ADD 1 TO RecordsWritten.

StartMarcLine.
   MOVE SPACES TO MarcLine
   MOVE 1 TO linePointer.

PutMarcLine.
   WRITE MarcLine
   IF ExportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not write " ExportFileName ", status: "
             ExportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

*> "$" subfieldCode and the field, trimmed both ends; an empty
*> field adds nothing.
AppendSubfield.
   MOVE ZERO TO leadingSpaces
   INSPECT exportFieldText TALLYING leadingSpaces FOR LEADING SPACES
   IF leadingSpaces > ZERO AND leadingSpaces < 35
     MOVE exportFieldText(leadingSpaces + 1:) TO shiftedFieldText
     MOVE shiftedFieldText TO exportFieldText
   END-IF
   PERFORM MeasureExportField
   IF exportFieldLength > ZERO
     STRING "$" subfieldCode exportFieldText(1:exportFieldLength)
            DELIMITED BY SIZE
            INTO MarcData WITH POINTER linePointer
   END-IF.

*> A "$" inside our own data would open a false subfield.
MeasureExportField.
   INSPECT exportFieldText REPLACING ALL "$" BY "S"
   MOVE ZERO TO exportFieldLength
   PERFORM VARYING trimScan FROM 35 BY -1
           UNTIL trimScan < 1 OR exportFieldLength > ZERO
     IF exportFieldText(trimScan:1) NOT = SPACE
       MOVE trimScan TO exportFieldLength
     END-IF
   END-PERFORM.

*> The run's own start, so a change made while it ran goes out
*> next time as well.
WriteLastExport.
   OPEN OUTPUT ControlFile
   IF ControlFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not write MarcExport.ctl, status: "
             ControlFileStatus "; the next changes-only run will "
             "repeat this one's changes."
     ADD 1 TO AuditErrorCount
    ELSE
     MOVE RunDate        TO CtlExportDate
     MOVE RunTime        TO CtlExportTime
     MOVE exportChoice   TO CtlExportMode
     MOVE RecordsWritten TO CtlRecordCount
     WRITE ControlRecord
     CLOSE ControlFile
   END-IF.

COPY AuditLog.

END PROGRAM MarcExport.
