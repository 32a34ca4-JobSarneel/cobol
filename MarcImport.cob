IDENTIFICATION DIVISION.
PROGRAM-ID. MarcImport.
AUTHOR. Job Sarneel.
*> Bibliographic record import: suppliers and the national library
*> send the same records we used to type in field by field through
*> GetBookData or key into a BookLoad.dat batch. This reads their
*> records in the MARC-style tagged interchange layout (see
*> MarcLineRecord.cpy) from MarcImport.dat, maps the tags onto
*> BookDetails, and loads them the way BookBatchLoad loads a batch:
*> the leader's record status says what to do -- "n" (or anything
*> unrecognised) adds the title, "c" corrects a title already on
*> file, "d" deletes one. Every record goes through the same checks
*> as the rest of the catalog: the ISBN check digit (BsnValidator,
*> old 10s stored as 13s through IsbnConvert), no duplicate BSN on
*> an add and an existing one for a correction or delete, subject
*> codes known to SubjectCodes.dat, and the main author against
*> AuthorAuthority.dat -- a new author is added to the authority
*> unless MARCNEWAUTHORS is REJECT, when the record is rejected so
*> cataloguing can settle the name first. A correction keeps what
*> the interchange record doesn't carry (copies and cost without a
*> 949, subjects without an 084, the acquisition source and the
*> day the title came in). Applied changes are journaled like every
*> other Book.dat update, and an added title gets its spine label
*> queued through BookLabels. A rejected record is copied whole to
*> MarcImportRejects.dat behind a REJ line giving the reason (REJ
*> is no interchange tag, so the file can be corrected and fed
*> back in as it is).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSN
          ALTERNATE RECORD KEY IS AuthSurname WITH DUPLICATES
          FILE STATUS IS BookFileStatus.
   SELECT MarcFile ASSIGN TO "MarcImport.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MarcFileStatus.
   SELECT RejectFile ASSIGN TO "MarcImportRejects.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RejectFileStatus.
   SELECT SubjectFile ASSIGN TO "SubjectCodes.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SubjectCode
          FILE STATUS IS SubjectFileStatus.
   SELECT AuthorFile ASSIGN TO "AuthorAuthority.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AuthorKey
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS AuthorFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BookFile.
COPY BookDetailsRecord.

FD MarcFile.
COPY MarcLineRecord.

FD RejectFile.
01 RejectLine                PIC X(120).

FD SubjectFile.
COPY SubjectRecord.

FD AuthorFile.
COPY AuthorRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
01 BookFileStatus            PIC XX     VALUE "00".
01 MarcFileStatus            PIC XX     VALUE "00".
01 RejectFileStatus          PIC XX     VALUE "00".
01 SubjectFileStatus         PIC XX     VALUE "00".
01 AuthorFileStatus          PIC XX     VALUE "00".

01 RecordsRead               PIC 9(6)   VALUE ZERO.
01 AddedCount                PIC 9(6)   VALUE ZERO.
01 CorrectedCount            PIC 9(6)   VALUE ZERO.
01 DeletedCount              PIC 9(6)   VALUE ZERO.
01 RejectCount               PIC 9(6)   VALUE ZERO.
01 NewAuthorCount            PIC 9(5)   VALUE ZERO.
01 NewAuthorMode             PIC X(6)   VALUE "ADD".
   88 RejectNewAuthors                  VALUE "REJECT".

01 JournalFileCode           PIC X(4)   VALUE "BOOK".
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

01 BSNCheckStatus            PIC X      VALUE "N".
   88 BSNIsValid                        VALUE "Y".
01 IsbnConvertFunction       PIC X(4)   VALUE "T013".
01 ConvertedBSN              PIC X(17)  VALUE SPACES.
01 IsbnConvertValid          PIC X      VALUE "N".
   88 IsbnConvertIsValid                VALUE "Y".
01 BookExists                PIC X      VALUE "N".
   88 BookIsOnFile                      VALUE "Y".
01 existingImage             PIC X(154) VALUE SPACES.

*> The subject authority, loaded once at startup.
01 SubjectAuthorityTable.
   02 AuthSubjectCode        PIC X(4)   OCCURS 300 TIMES.
01 SubjectAuthCount          PIC 9(3)   VALUE ZERO.
01 subjectAuthIndex          PIC 9(3)   VALUE ZERO.
01 subjectSlot               PIC 99     VALUE ZERO.
01 SubjectsOk                PIC X      VALUE "Y".
   88 SubjectsAreOk                     VALUE "Y".

*> The lines of the record being read, kept for the reject file.
01 RecordLineTable.
   02 RecordLine             OCCURS 60 TIMES PIC X(120).
01 RecordLineCount           PIC 99     VALUE ZERO.
01 recordLineIndex           PIC 99     VALUE ZERO.
01 RecordOverflow            PIC X      VALUE "N".
   88 RecordIsTooLong                   VALUE "Y".
01 currentLine               PIC X(120) VALUE SPACES.

*> What the record carried, tag by tag.
01 LeaderStatus              PIC X      VALUE SPACE.
   88 LeaderIsCorrection                VALUE "c".
   88 LeaderIsDeletion                  VALUE "d".
01 marcControlNumber         PIC X(17)  VALUE SPACES.
01 marcBSN                   PIC X(17)  VALUE SPACES.
01 marcSurname               PIC X(15)  VALUE SPACES.
01 marcForename              PIC X(10)  VALUE SPACES.
01 marcInitials              PIC X(6)   VALUE SPACES.
01 marcTitle                 PIC X(25)  VALUE SPACES.
01 marcPublisher             PIC X(35)  VALUE SPACES.
01 marcEdition               PIC X(2)   VALUE SPACES.
01 marcYear                  PIC X(4)   VALUE SPACES.
01 marcSubjectTable.
   02 marcSubject            PIC X(4)   OCCURS 3 TIMES.
01 marcSubjectCount          PIC 9      VALUE ZERO.
01 marcCopies                PIC 9(2)   VALUE ZERO.
01 marcCost                  PIC 9(5)V99 VALUE ZERO.
01 HoldingsStatus            PIC X      VALUE "N".
   88 HoldingsCarried                   VALUE "Y".
01 RejectReason              PIC X(40)  VALUE SPACES.

*> Subfield extraction.
01 marcDataWork              PIC X(113) VALUE SPACES.
01 subfieldCode              PIC X      VALUE SPACE.
01 subfieldValue             PIC X(113) VALUE SPACES.
01 SubfieldStatus            PIC X      VALUE "N".
   88 SubfieldFound                     VALUE "Y".
01 subfieldStart             PIC 9(3)   VALUE ZERO.
01 subfieldLength            PIC 9(3)   VALUE ZERO.
01 scanPos                   PIC 9(3)   VALUE ZERO.
01 ScanStatus                PIC X      VALUE "N".
   88 ScanIsDone                        VALUE "Y".
01 valueEnd                  PIC 9(3)   VALUE ZERO.
01 oneChar                   PIC X      VALUE SPACE.
01 digitCount                PIC 99     VALUE ZERO.
01 authorRest                PIC X(113) VALUE SPACES.
01 leadingSpaces             PIC 9(3)   VALUE ZERO.
01 namePointer               PIC 9(3)   VALUE ZERO.
01 costWhole                 PIC 9(5)   VALUE ZERO.
01 costCents                 PIC 99     VALUE ZERO.
01 CostPartStatus            PIC X      VALUE "W".
   88 ReadingCents                      VALUE "C".
01 centDigits                PIC 9      VALUE ZERO.
01 digitValue                PIC 9      VALUE ZERO.

PROCEDURE DIVISION.
Begin.
   PERFORM OpenAuditLog
   MOVE "MarcImport" TO AuditProgramName
   MOVE "START"      TO AuditEventType
   PERFORM LogAuditEvent

   MOVE "MARCNEWAUTHORS" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue NOT = SPACES
     MOVE SysParmValue(1:6) TO NewAuthorMode
     INSPECT NewAuthorMode CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   END-IF
   PERFORM LoadSubjectAuthority
   PERFORM OpenBookFileIO
   PERFORM OpenAuthorFileIO
   OPEN INPUT MarcFile
   IF MarcFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open MarcImport.dat, status: " MarcFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   OPEN OUTPUT RejectFile
   IF RejectFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create MarcImportRejects.dat, status: "
             RejectFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF

   MOVE ZERO TO RecordLineCount
   MOVE "N" TO RecordOverflow
   PERFORM ReadMarcLine
   PERFORM UNTIL EndOfMarcFile
     IF MarcTag = "LDR" AND RecordLineCount > ZERO
       PERFORM ProcessMarcRecord
     END-IF
     IF MarcLine NOT = SPACES
       IF RecordLineCount < 60
         ADD 1 TO RecordLineCount
         MOVE MarcLine TO RecordLine(RecordLineCount)
        ELSE
         MOVE "Y" TO RecordOverflow
       END-IF
     END-IF
     PERFORM ReadMarcLine
   END-PERFORM
   IF RecordLineCount > ZERO
     PERFORM ProcessMarcRecord
   END-IF

   CLOSE MarcFile
   CLOSE RejectFile
   CLOSE AuthorFile
   CLOSE BookFile
   DISPLAY "MARC import: " RecordsRead " record(s) read, "
           AddedCount " added, " CorrectedCount " corrected, "
           DeletedCount " deleted, " RejectCount
           " rejected (see MarcImportRejects.dat); "
           NewAuthorCount " new author(s) in the authority."

   MOVE "END" TO AuditEventType
   COMPUTE AuditRecordCount = AddedCount + CorrectedCount
                            + DeletedCount
   MOVE RejectCount TO AuditErrorCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

ReadMarcLine.
   READ MarcFile
     AT END SET EndOfMarcFile TO TRUE
   END-READ
   IF MarcFileStatus NOT EQUAL TO "00" AND
      MarcFileStatus NOT EQUAL TO "10"
     DISPLAY "File error on MarcImport.dat, status: " MarcFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

*> ---------------------------------------------------------------
*> One record: map its tags, check it, apply it.
*> ---------------------------------------------------------------
ProcessMarcRecord.
   ADD 1 TO RecordsRead
   PERFORM MapMarcRecord
   MOVE SPACES TO RejectReason
   EVALUATE TRUE
     WHEN RecordIsTooLong
       MOVE "Record has more than 60 lines" TO RejectReason
     WHEN marcBSN = SPACES
       MOVE "No ISBN (020) or control number" TO RejectReason
     WHEN OTHER
       MOVE SPACES TO BookDetails
       MOVE marcBSN TO BSN
       CALL "BsnValidator" USING BSN BSNCheckStatus
       IF NOT BSNIsValid
         MOVE "Bad ISBN check digit" TO RejectReason
        ELSE
         PERFORM NormalizeMarcBSN
         PERFORM CheckBookExists
         EVALUATE TRUE
           WHEN LeaderIsDeletion
             PERFORM ApplyDelete
           WHEN LeaderIsCorrection
             PERFORM ApplyCorrection
           WHEN OTHER
             PERFORM ApplyAdd
         END-EVALUATE
       END-IF
   END-EVALUATE
   IF RejectReason NOT = SPACES
     PERFORM WriteRejectedRecord
   END-IF
   MOVE ZERO TO RecordLineCount
   MOVE "N" TO RecordOverflow.

MapMarcRecord.
   MOVE SPACE  TO LeaderStatus
   MOVE SPACES TO marcControlNumber, marcBSN, marcSurname
   MOVE SPACES TO marcForename, marcInitials, marcTitle
   MOVE SPACES TO marcPublisher, marcEdition, marcYear
   MOVE SPACES TO marcSubjectTable
   MOVE ZERO   TO marcSubjectCount, marcCopies, marcCost
   MOVE "N"    TO HoldingsStatus
   PERFORM VARYING recordLineIndex FROM 1 BY 1
           UNTIL recordLineIndex > RecordLineCount
     MOVE RecordLine(recordLineIndex) TO currentLine
     MOVE currentLine(8:113) TO marcDataWork
     EVALUATE currentLine(1:3)
       WHEN "LDR"
         MOVE marcDataWork(6:1) TO LeaderStatus
       WHEN "001"
         MOVE marcDataWork TO marcControlNumber
       WHEN "020"
         IF marcBSN = SPACES
           MOVE "a" TO subfieldCode
           PERFORM GetSubfield
           PERFORM TakeIsbnDigits
         END-IF
       WHEN "100"
         MOVE "a" TO subfieldCode
         PERFORM GetSubfield
         PERFORM TrimMarcPunctuation
         PERFORM SplitAuthorName
       WHEN "245"
         MOVE "a" TO subfieldCode
         PERFORM GetSubfield
         PERFORM TrimMarcPunctuation
         MOVE subfieldValue TO marcTitle
       WHEN "250"
         MOVE "a" TO subfieldCode
         PERFORM GetSubfield
         PERFORM TakeEditionNumber
       WHEN "260"
       WHEN "264"
         MOVE "b" TO subfieldCode
         PERFORM GetSubfield
         PERFORM TrimMarcPunctuation
         MOVE subfieldValue TO marcPublisher
         MOVE "c" TO subfieldCode
         PERFORM GetSubfield
         PERFORM TakeYearDigits
       WHEN "084"
         MOVE "a" TO subfieldCode
         PERFORM GetSubfield
         IF SubfieldFound AND marcSubjectCount < 3
           ADD 1 TO marcSubjectCount
           MOVE subfieldValue TO marcSubject(marcSubjectCount)
         END-IF
       WHEN "949"
         MOVE "Y" TO HoldingsStatus
         MOVE "c" TO subfieldCode
         PERFORM GetSubfield
         PERFORM TakeCopyCount
         MOVE "p" TO subfieldCode
         PERFORM GetSubfield
         PERFORM TakeCostAmount
       WHEN OTHER
         CONTINUE
     END-EVALUATE
   END-PERFORM
   *> A record with no 020 falls back on its control number, which
   *> is what our own export and most suppliers put there.
   IF marcBSN = SPACES AND marcControlNumber NOT = SPACES
     MOVE marcControlNumber TO marcDataWork
     MOVE marcDataWork TO subfieldValue
     PERFORM TakeIsbnDigits
   END-IF.

ApplyAdd.
   IF BookIsOnFile
     MOVE "Duplicate BSN" TO RejectReason
    ELSE
     IF marcTitle = SPACES
       MOVE "No title (245)" TO RejectReason
      ELSE
       MOVE SPACES TO BookDetails
       MOVE marcBSN TO BSN
       PERFORM MoveMarcFields
       IF HoldingsCarried AND marcCopies > ZERO
         MOVE marcCopies TO BookCopyCount
        ELSE
         MOVE 1 TO BookCopyCount
       END-IF
       MOVE marcCost TO BookReplacementCost
       MOVE marcSubjectTable TO BookSubjects
       PERFORM CheckSubjectCodes
       IF NOT SubjectsAreOk
         MOVE "Unknown subject code" TO RejectReason
        ELSE
         PERFORM CheckAuthorAuthority
       END-IF
       IF RejectReason = SPACES
         ACCEPT BookAddedDate FROM DATE YYYYMMDD
         MOVE ZERO  TO BookWithdrawnCopies
         MOVE ZEROS TO BookClosedDate
         WRITE BookDetails
           INVALID KEY
             MOVE "Write failed" TO RejectReason
           NOT INVALID KEY
             ADD 1 TO AddedCount
             MOVE "W" TO JournalOperation
             MOVE BookDetails TO JournalAfter
             PERFORM WriteJournalEntry
             CALL "BookLabels" USING BookDetails
         END-WRITE
       END-IF
     END-IF
   END-IF.

*> A correction lays what the record carries over the title on
*> file; the local fields it has no tag for stay as they were.
ApplyCorrection.
   IF NOT BookIsOnFile
     MOVE "BSN not on file" TO RejectReason
    ELSE
     MOVE existingImage TO BookDetails
     PERFORM MoveMarcFields
     IF HoldingsCarried
       IF marcCopies > ZERO
         MOVE marcCopies TO BookCopyCount
       END-IF
       MOVE marcCost TO BookReplacementCost
     END-IF
     IF marcSubjectCount > ZERO
       MOVE marcSubjectTable TO BookSubjects
     END-IF
     PERFORM CheckSubjectCodes
     IF NOT SubjectsAreOk
       MOVE "Unknown subject code" TO RejectReason
      ELSE
       PERFORM CheckAuthorAuthority
     END-IF
     IF RejectReason = SPACES
       REWRITE BookDetails
         INVALID KEY
           MOVE "Rewrite failed" TO RejectReason
         NOT INVALID KEY
           ADD 1 TO CorrectedCount
           MOVE "R" TO JournalOperation
           MOVE existingImage TO JournalBefore
           MOVE BookDetails TO JournalAfter
           PERFORM WriteJournalEntry
       END-REWRITE
     END-IF
   END-IF.

ApplyDelete.
   IF NOT BookIsOnFile
     MOVE "BSN not on file" TO RejectReason
    ELSE
     DELETE BookFile
       INVALID KEY
         MOVE "Delete failed" TO RejectReason
       NOT INVALID KEY
         ADD 1 TO DeletedCount
         MOVE "D" TO JournalOperation
         MOVE existingImage TO JournalBefore
         PERFORM WriteJournalEntry
     END-DELETE
   END-IF.

*> Author, title, publisher, edition and year -- on a correction
*> only the ones the record actually carries.
MoveMarcFields.
   IF marcSurname NOT = SPACES
     MOVE marcSurname  TO AuthSurname
     MOVE marcForename TO AuthForename
     MOVE marcInitials TO AuthMiddleInitials
   END-IF
   IF marcTitle NOT = SPACES
     MOVE marcTitle TO BookTitle
   END-IF
   IF marcPublisher NOT = SPACES
     MOVE marcPublisher TO BookPublisher
   END-IF
   IF marcEdition NOT = SPACES
     MOVE marcEdition TO BookEdition
   END-IF
   IF marcYear NOT = SPACES
     MOVE marcYear TO BookYearOfAppearance
   END-IF.

*> ---------------------------------------------------------------
*> Checks shared with the rest of the catalog.
*> ---------------------------------------------------------------
NormalizeMarcBSN.
   MOVE "T013" TO IsbnConvertFunction
   CALL "IsbnConvert" USING IsbnConvertFunction BSN
                            ConvertedBSN IsbnConvertValid
   IF IsbnConvertIsValid
     MOVE ConvertedBSN TO BSN
   END-IF
   MOVE BSN TO marcBSN.

CheckBookExists.
   MOVE "N" TO BookExists
   MOVE SPACES TO existingImage
   MOVE marcBSN TO BSN
   READ BookFile
     INVALID KEY
       CONTINUE
     NOT INVALID KEY
       MOVE "Y" TO BookExists
       MOVE BookDetails TO existingImage
   END-READ.

CheckSubjectCodes.
   MOVE "Y" TO SubjectsOk
   PERFORM VARYING subjectSlot FROM 1 BY 1 UNTIL subjectSlot > 3
     IF BookSubjectCode(subjectSlot) NOT = SPACES
       MOVE "N" TO SubjectsOk
       PERFORM VARYING subjectAuthIndex FROM 1 BY 1
               UNTIL subjectAuthIndex > SubjectAuthCount
         IF AuthSubjectCode(subjectAuthIndex) =
            BookSubjectCode(subjectSlot)
           MOVE "Y" TO SubjectsOk
         END-IF
       END-PERFORM
       IF NOT SubjectsAreOk
         MOVE 4 TO subjectSlot
       END-IF
     END-IF
   END-PERFORM.

*> The main author must be in AuthorAuthority.dat. A name it does
*> not know is added -- AddBooks' add-new-author path, without the
*> question -- unless MARCNEWAUTHORS says REJECT.
CheckAuthorAuthority.
   IF AuthSurname NOT = SPACES AND AuthorFileStatus = "00"
     MOVE AuthSurname  TO AuthorSurname
     MOVE AuthForename TO AuthorForename
     READ AuthorFile
       INVALID KEY
         IF RejectNewAuthors
           MOVE "Author not in the authority file" TO RejectReason
          ELSE
           MOVE AuthSurname  TO AuthorSurname
           MOVE AuthForename TO AuthorForename
           ACCEPT AuthorAddedDate FROM DATE YYYYMMDD
           WRITE AuthorRecord
             INVALID KEY
               DISPLAY "Could not write author record, status: "
                       AuthorFileStatus
             NOT INVALID KEY
               ADD 1 TO NewAuthorCount
           END-WRITE
         END-IF
       NOT INVALID KEY
         CONTINUE
     END-READ
   END-IF.

*> ---------------------------------------------------------------
*> Subfields and the shapes inside them.
*> ---------------------------------------------------------------
*> subfieldCode's value in marcDataWork, up to the next "$".
GetSubfield.
   MOVE SPACES TO subfieldValue
   MOVE "N" TO SubfieldStatus
   MOVE ZERO TO subfieldStart, subfieldLength
   PERFORM VARYING scanPos FROM 1 BY 1
           UNTIL scanPos > 112 OR subfieldStart > ZERO
     IF marcDataWork(scanPos:1) = "$" AND
        marcDataWork(scanPos + 1:1) = subfieldCode
       COMPUTE subfieldStart = scanPos + 2
     END-IF
   END-PERFORM
   IF subfieldStart > ZERO
     MOVE "Y" TO SubfieldStatus
     MOVE "N" TO ScanStatus
     PERFORM VARYING scanPos FROM subfieldStart BY 1
             UNTIL scanPos > 113 OR ScanIsDone
       IF marcDataWork(scanPos:1) = "$"
         MOVE "Y" TO ScanStatus
        ELSE
         ADD 1 TO subfieldLength
       END-IF
     END-PERFORM
     IF subfieldLength > ZERO
       MOVE marcDataWork(subfieldStart:subfieldLength)
         TO subfieldValue
     END-IF
   END-IF.

*> Strips the ISBD punctuation cataloguers end fields with
*> ("The title /", "Publisher,", "Surname, Forename.").
TrimMarcPunctuation.
   MOVE "N" TO ScanStatus
   PERFORM UNTIL ScanIsDone
     PERFORM FindValueEnd
     IF valueEnd = ZERO
       MOVE "Y" TO ScanStatus
      ELSE
       MOVE subfieldValue(valueEnd:1) TO oneChar
       IF oneChar = "/" OR oneChar = ":" OR oneChar = ";" OR
          oneChar = "," OR oneChar = "." OR oneChar = "="
         MOVE SPACE TO subfieldValue(valueEnd:1)
        ELSE
         MOVE "Y" TO ScanStatus
       END-IF
     END-IF
   END-PERFORM.

FindValueEnd.
   MOVE ZERO TO valueEnd
   PERFORM VARYING scanPos FROM 113 BY -1
           UNTIL scanPos < 1 OR valueEnd > ZERO
     IF subfieldValue(scanPos:1) NOT = SPACE
       MOVE scanPos TO valueEnd
     END-IF
   END-PERFORM.

*> "978-0-13-110362-7 (pbk.)" -> 9780131103627: digits and a
*> final X, hyphens dropped, stopping at the first space or
*> bracket once the number has begun.
TakeIsbnDigits.
   MOVE SPACES TO marcBSN
   MOVE ZERO TO digitCount
   MOVE "N" TO ScanStatus
   PERFORM VARYING scanPos FROM 1 BY 1
           UNTIL scanPos > 113 OR ScanIsDone
     MOVE subfieldValue(scanPos:1) TO oneChar
     EVALUATE TRUE
       WHEN oneChar IS NUMERIC OR oneChar = "X" OR oneChar = "x"
         IF digitCount < 13
           ADD 1 TO digitCount
           IF oneChar = "x"
             MOVE "X" TO oneChar
           END-IF
           MOVE oneChar TO marcBSN(digitCount:1)
         END-IF
       WHEN oneChar = "-"
         CONTINUE
       WHEN OTHER
         IF digitCount > ZERO
           MOVE "Y" TO ScanStatus
         END-IF
     END-EVALUATE
   END-PERFORM.

*> "Kernighan, Brian W." -> surname, forename, initials.
SplitAuthorName.
   MOVE SPACES TO marcSurname, marcForename, marcInitials, authorRest
   UNSTRING subfieldValue DELIMITED BY ","
            INTO marcSurname authorRest
   END-UNSTRING
   MOVE ZERO TO leadingSpaces
   INSPECT authorRest TALLYING leadingSpaces FOR LEADING SPACES
   IF leadingSpaces < 113
     COMPUTE namePointer = leadingSpaces + 1
     UNSTRING authorRest DELIMITED BY SPACE
              INTO marcForename
              WITH POINTER namePointer
     END-UNSTRING
     IF namePointer < 114
       MOVE authorRest(namePointer:) TO marcInitials
     END-IF
   END-IF.

*> "2nd ed." -> "2"; an edition statement without a number
*> leaves the edition blank.
TakeEditionNumber.
   MOVE SPACES TO marcEdition
   MOVE ZERO TO digitCount
   MOVE "N" TO ScanStatus
   PERFORM VARYING scanPos FROM 1 BY 1
           UNTIL scanPos > 113 OR ScanIsDone
     IF subfieldValue(scanPos:1) IS NUMERIC
       IF digitCount < 2
         ADD 1 TO digitCount
         MOVE subfieldValue(scanPos:1) TO marcEdition(digitCount:1)
       END-IF
      ELSE
       IF digitCount > ZERO
         MOVE "Y" TO ScanStatus
       END-IF
     END-IF
   END-PERFORM.

*> "c1988." or "[1988]" -> 1988: the first run of four digits.
TakeYearDigits.
   MOVE "N" TO ScanStatus
   PERFORM VARYING scanPos FROM 1 BY 1
           UNTIL scanPos > 110 OR ScanIsDone
     IF subfieldValue(scanPos:4) IS NUMERIC
       MOVE subfieldValue(scanPos:4) TO marcYear
       MOVE "Y" TO ScanStatus
     END-IF
   END-PERFORM.

TakeCopyCount.
   MOVE ZERO TO marcCopies
   MOVE "N" TO ScanStatus
   PERFORM VARYING scanPos FROM 1 BY 1
           UNTIL scanPos > 113 OR ScanIsDone
     IF subfieldValue(scanPos:1) IS NUMERIC
       MOVE subfieldValue(scanPos:1) TO digitValue
       IF marcCopies < 10
         COMPUTE marcCopies = marcCopies * 10 + digitValue
       END-IF
      ELSE
       IF subfieldValue(scanPos:1) NOT = SPACE
         MOVE "Y" TO ScanStatus
       END-IF
     END-IF
   END-PERFORM.

*> "24.95" -> 24.95: whole units, then up to two cents digits.
TakeCostAmount.
   MOVE ZERO TO costWhole, costCents, centDigits
   MOVE "W" TO CostPartStatus
   MOVE "N" TO ScanStatus
   PERFORM VARYING scanPos FROM 1 BY 1
           UNTIL scanPos > 113 OR ScanIsDone
     MOVE subfieldValue(scanPos:1) TO oneChar
     EVALUATE TRUE
       WHEN oneChar IS NUMERIC
         MOVE oneChar TO digitValue
         IF ReadingCents
           IF centDigits < 2
             ADD 1 TO centDigits
             COMPUTE costCents = costCents * 10 + digitValue
           END-IF
          ELSE
           IF costWhole < 10000
             COMPUTE costWhole = costWhole * 10 + digitValue
           END-IF
         END-IF
       WHEN oneChar = "." OR oneChar = ","
         MOVE "C" TO CostPartStatus
       WHEN oneChar = SPACE
         IF costWhole > ZERO OR centDigits > ZERO
           MOVE "Y" TO ScanStatus
         END-IF
       WHEN OTHER
         CONTINUE
     END-EVALUATE
   END-PERFORM
   IF centDigits = 1
     COMPUTE costCents = costCents * 10
   END-IF
   COMPUTE marcCost = costWhole + costCents / 100.

*> ---------------------------------------------------------------
*> Files.
*> ---------------------------------------------------------------
WriteRejectedRecord.
   MOVE SPACES TO RejectLine
   STRING "REJ    " RejectReason DELIMITED BY SIZE INTO RejectLine
   WRITE RejectLine
   PERFORM VARYING recordLineIndex FROM 1 BY 1
           UNTIL recordLineIndex > RecordLineCount
     WRITE RejectLine FROM RecordLine(recordLineIndex)
   END-PERFORM
   IF RejectFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not write MarcImportRejects.dat, status: "
             RejectFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   ADD 1 TO RejectCount.

WriteJournalEntry.
   CALL "JournalWriter" USING JournalFileCode JournalOperation
                              JournalBefore JournalAfter
   MOVE SPACES TO JournalBefore, JournalAfter.

LoadSubjectAuthority.
   MOVE ZERO TO SubjectAuthCount
   OPEN INPUT SubjectFile
   IF SubjectFileStatus EQUAL TO "00"
     READ SubjectFile NEXT RECORD
       AT END SET EndOfSubjectFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfSubjectFile OR SubjectAuthCount >= 300
       ADD 1 TO SubjectAuthCount
       MOVE SubjectCode TO AuthSubjectCode(SubjectAuthCount)
       READ SubjectFile NEXT RECORD
         AT END SET EndOfSubjectFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE SubjectFile
   END-IF.

OpenBookFileIO.
   OPEN I-O BookFile
   IF BookFileStatus EQUAL TO "35"
     OPEN OUTPUT BookFile
     CLOSE BookFile
     OPEN I-O BookFile
   END-IF
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenAuthorFileIO.
   OPEN I-O AuthorFile
   IF AuthorFileStatus EQUAL TO "35"
     OPEN OUTPUT AuthorFile
     CLOSE AuthorFile
     OPEN I-O AuthorFile
   END-IF
   IF AuthorFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open AuthorAuthority.dat, status: "
             AuthorFileStatus ". Authors accepted unchecked."
   END-IF.

COPY AuditLog.

END PROGRAM MarcImport.
