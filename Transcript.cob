IDENTIFICATION DIVISION.
PROGRAM-ID. Transcript.
AUTHOR. Job Sarneel.
*> Official academic transcripts from the grades ledger. Every
*> result GradesFeed accepted is on GradesLedger.dat and the GPA it
*> recomputes is on StudentMaster.dat, but a transcript meant
*> copying grades out of the ledger by hand. 's' prints one
*> transcript per StudentId keyed in (an empty id ends the run);
*> 'b' prints one for every StudentId in TranscriptRequests.dat,
*> the registrar's batch of requests. Each goes on its own page of
*> Transcripts.prt: the student's details from the master, every
*> graded result grouped by term (oldest first, course titles from
*> CourseMaster.dat, results from before the ledger carried a term
*> first as earlier results) with a GPA per term, the cumulative
*> GPA and the current enrollment status. Each transcript carries
*> the next serial number from TranscriptSerial.dat, logged to
*> AuditLog.dat as a TRSCR event keyed "serial studentid" -- so a
*> copy presented to us can be checked with ArchiveQuery on its
*> serial, and one whose serial was never issued, or was issued to
*> someone else, is not ours. UNATTENDED=Y takes the choice from
*> TRANSCRIPTMODE (default 'b'; 's' needs a person).
*> Sessions start with an OperatorSignon sign-on; an unattended
*> run takes its operator id from OPERATORID instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentMaster ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentMasterStatus.
    SELECT LedgerFile ASSIGN TO "GradesLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LedgerFileStatus.
    SELECT CourseMasterFile ASSIGN TO "CourseMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CourseMasterFileStatus.
    SELECT RequestFile ASSIGN TO "TranscriptRequests.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RequestFileStatus.
    SELECT SerialFile ASSIGN TO "TranscriptSerial.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SerialFileStatus.
    SELECT TranscriptFile ASSIGN TO "Transcripts.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TranscriptFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD StudentMaster.
COPY StudentRec.

FD LedgerFile.
COPY GradesLedgerRecord.

FD CourseMasterFile.
COPY CourseMasterRecord.

*> One StudentId per line; alphanumeric so a mistyped id is reported
*> as it was keyed.
FD RequestFile.
01 RequestRecord.
   88 EndOfRequestFile   VALUE HIGH-VALUES.
   02 TrqStudentId       PIC X(8).

*> The last serial number issued.
FD SerialFile.
01 SerialRecord.
   02 TscLastSerial      PIC 9(8).

FD TranscriptFile.
01 TranscriptLine        PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
COPY OperatorSignonData.
01 StudentMasterStatus   PIC XX.
01 LedgerFileStatus      PIC XX.
01 CourseMasterFileStatus PIC XX.
01 RequestFileStatus     PIC XX.
01 SerialFileStatus      PIC XX.
01 TranscriptFileStatus  PIC XX.

01 UnattendedMode        PIC X        VALUE "N".
   88 RunningUnattended               VALUE "Y".
01 transcriptChoice      PIC X        VALUE SPACE.
01 transcriptToday       PIC 9(8)     VALUE ZEROS.
01 studentIdInput        PIC X(8)     VALUE SPACES.
01 InputStatus           PIC X        VALUE "N".
   88 InputDone                       VALUE "Y".
01 lastSerial            PIC 9(8)     VALUE ZERO.
01 PrintedCount          PIC 9(5)     VALUE ZERO.
01 NotFoundCount         PIC 9(5)     VALUE ZERO.

01 CourseMasterTable.
   02 CourseMasterEntry  OCCURS 200 TIMES.
      03 CourseMasterCode  PIC X(5).
      03 CourseTitle       PIC X(25).
01 CourseMasterCount     PIC 9(3)     VALUE ZERO.
01 CourseMasterIndex     PIC 9(3).
01 titleLookupCode       PIC X(5).
01 courseTitleFound      PIC X(25).

*> One student's results from the ledger, put in term order before
*> printing; the ledger is in posting order, which is not always
*> the order the terms ran in.
01 ResultTable.
   02 ResultEntry        OCCURS 150 TIMES.
      03 ResTerm         PIC X(6).
      03 ResCourseCode   PIC X(5).
      03 ResGrade        PIC 9V99.
01 ResultCount           PIC 9(3)     VALUE ZERO.
01 resultIndex           PIC 9(3)     VALUE ZERO.
01 sortIndex             PIC 9(3)     VALUE ZERO.
01 SwapEntry.
   02 SwapTerm           PIC X(6).
   02 SwapCourseCode     PIC X(5).
   02 SwapGrade          PIC 9V99.
01 SortStatus            PIC X        VALUE "N".
   88 SortSwapped                     VALUE "Y".
01 ResultsDropped        PIC 9(3)     VALUE ZERO.

01 currentTerm           PIC X(6)     VALUE SPACES.
01 TermParts REDEFINES currentTerm.
   02 TermYear           PIC 9(4).
   02 FILLER             PIC X.
   02 TermNumber         PIC 9.
01 termNextYear          PIC 9(4)     VALUE ZERO.
01 termSum               PIC 9(4)V99  VALUE ZERO.
01 termCount             PIC 9(3)     VALUE ZERO.
01 totalSum              PIC 9(5)V99  VALUE ZERO.
01 totalCount            PIC 9(3)     VALUE ZERO.
01 averageGrade          PIC 9V99     VALUE ZERO.

01 TitleLine.
   02 FILLER             PIC X(16)    VALUE SPACES.
   02 FILLER             PIC X(48)
      VALUE "Office of the Registrar -- Academic transcript".
01 SerialLine.
   02 FILLER             PIC X(15)    VALUE "Transcript no. ".
   02 PrnSerial          PIC 9(8).
   02 FILLER             PIC X(31)    VALUE SPACES.
   02 FILLER             PIC X(8)     VALUE "Issued: ".
   02 PrnIssueDate       PIC 9(8).
01 RuleLine              PIC X(78)    VALUE ALL "-".
01 StudentLine.
   02 FILLER             PIC X(12)    VALUE "Student:    ".
   02 PrnStudentId       PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnForename        PIC X(9).
   02 FILLER             PIC X        VALUE SPACE.
   02 PrnSurname         PIC X(12).
01 BirthLine.
   02 FILLER             PIC X(12)    VALUE "Born:       ".
   02 PrnYob             PIC 9(4).
   02 FILLER             PIC X        VALUE "-".
   02 PrnMob             PIC 99.
   02 FILLER             PIC X        VALUE "-".
   02 PrnDob             PIC 99.
01 ProgrammeLine.
   02 FILLER             PIC X(12)    VALUE "Course:     ".
   02 PrnCourseId        PIC X(5).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnCourseTitle     PIC X(25).
01 StatusLine.
   02 FILLER             PIC X(12)    VALUE "Status:     ".
   02 PrnStatusText      PIC X(20).
   02 PrnStatusSince     PIC X(6).
   02 PrnStatusDate      PIC 9(8)     BLANK WHEN ZERO.
01 TermHeading.
   02 FILLER             PIC X(5)     VALUE "Term ".
   02 PrnTerm            PIC X(6).
   02 FILLER             PIC X(4)     VALUE " -- ".
   02 PrnTermText        PIC X(40).
01 TermYearText.
   02 FILLER             PIC X(14)    VALUE "academic year ".
   02 PrnTermYear        PIC 9(4).
   02 FILLER             PIC X        VALUE "/".
   02 PrnTermNextYear    PIC 9(4).
   02 FILLER             PIC X(7)     VALUE ", term ".
   02 PrnTermNumber      PIC 9.
01 ColumnHeading         PIC X(80)    VALUE
   "    Code   Course title                 Grade".
01 ResultLine.
   02 FILLER             PIC X(4)     VALUE SPACES.
   02 PrnResCourse       PIC X(5).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnResTitle        PIC X(25).
   02 FILLER             PIC X(4)     VALUE SPACES.
   02 PrnResGrade        PIC 9.99.
01 TermGpaLine.
   02 FILLER             PIC X(40)    VALUE SPACES.
   02 FILLER             PIC X(10)    VALUE "Term GPA: ".
   02 PrnTermGpa         PIC 9.99.
   02 FILLER             PIC X(2)     VALUE " (".
   02 PrnTermCount       PIC ZZ9.
   02 FILLER             PIC X(9)     VALUE " results)".
01 CumulativeLine.
   02 FILLER             PIC X(16)    VALUE "Cumulative GPA: ".
   02 PrnCumGpa          PIC 9.99.
   02 FILLER             PIC X(6)     VALUE " over ".
   02 PrnCumCount        PIC ZZ9.
   02 FILLER             PIC X(17)    VALUE " graded results".
01 EndLine.
   02 FILLER             PIC X(26)
      VALUE "*** End of transcript no. ".
   02 PrnEndSerial       PIC 9(8).
   02 FILLER             PIC X(4)     VALUE " ***".

PROCEDURE DIVISION.
Begin.
  ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
  IF RunningUnattended
    ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
   ELSE
    MOVE "Transcript" TO SignonProgramName
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
  MOVE SignonOperatorId TO AuditOperatorId
  MOVE "Transcript" TO AuditProgramName
  MOVE "START"      TO AuditEventType
  PERFORM LogAuditEvent
  ACCEPT transcriptToday FROM DATE YYYYMMDD
  PERFORM InitCourseMaster
  PERFORM ReadLastSerial
  PERFORM OpenMasterInput
  OPEN OUTPUT TranscriptFile
  IF TranscriptFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create Transcripts.prt, status: "
            TranscriptFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF

  IF RunningUnattended
    MOVE "TRANSCRIPTMODE" TO SysParmName
    CALL "SystemParameter" USING SysParmName SysParmValue
    MOVE SysParmValue(1:1) TO transcriptChoice
    IF transcriptChoice = SPACE
      MOVE "b" TO transcriptChoice
    END-IF
    PERFORM RunTranscriptChoice
   ELSE
    PERFORM TranscriptMenu
  END-IF

  CLOSE TranscriptFile
  CLOSE StudentMaster
  DISPLAY "Transcripts: " PrintedCount " printed to Transcripts.prt, "
          NotFoundCount " StudentId(s) not on the master."
  MOVE "END"        TO AuditEventType
  MOVE PrintedCount TO AuditRecordCount
  PERFORM LogAuditEvent
  CLOSE AuditLogFile
  IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
    MOVE 4 TO RETURN-CODE
  END-IF
  STOP RUN.

TranscriptMenu.
  DISPLAY "Press 's' to print transcripts for StudentIds keyed in, "
          "or 'b' for the batch in TranscriptRequests.dat: "
          WITH NO ADVANCING
  ACCEPT transcriptChoice
  PERFORM RunTranscriptChoice.

RunTranscriptChoice.
  EVALUATE transcriptChoice
    WHEN "s"
      IF RunningUnattended
        DISPLAY "Single transcripts are keyed at the registry, not "
                "unattended. Nothing run."
        ADD 1 TO AuditErrorCount
       ELSE
        PERFORM KeyedTranscripts
      END-IF
    WHEN "b"
      PERFORM BatchTranscripts
    WHEN OTHER
      IF RunningUnattended
        DISPLAY "TRANSCRIPTMODE '" transcriptChoice "' is not a menu "
                "choice. Nothing run."
        ADD 1 TO AuditErrorCount
       ELSE
        DISPLAY "That's not an 's' or a 'b'. Try again."
        PERFORM TranscriptMenu
      END-IF
  END-EVALUATE.

KeyedTranscripts.
  MOVE "N" TO InputStatus
  PERFORM UNTIL InputDone
    DISPLAY "StudentId (empty to stop): " WITH NO ADVANCING
    MOVE SPACES TO studentIdInput
    ACCEPT studentIdInput
    IF studentIdInput = SPACES
      MOVE "Y" TO InputStatus
     ELSE
      PERFORM TranscriptForInput
    END-IF
  END-PERFORM.

BatchTranscripts.
  OPEN INPUT RequestFile
  IF RequestFileStatus NOT EQUAL TO "00"
    DISPLAY "No TranscriptRequests.dat to print from (status "
            RequestFileStatus "); nothing to do."
   ELSE
    READ RequestFile
      AT END SET EndOfRequestFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRequestFile
      IF TrqStudentId NOT = SPACES
        MOVE TrqStudentId TO studentIdInput
        PERFORM TranscriptForInput
      END-IF
      READ RequestFile
        AT END SET EndOfRequestFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE RequestFile
  END-IF.

TranscriptForInput.
  IF studentIdInput IS NOT NUMERIC
    DISPLAY "StudentId '" studentIdInput "' is not numeric; no "
            "transcript."
    ADD 1 TO NotFoundCount, AuditErrorCount
   ELSE
    MOVE studentIdInput TO StudentId
    READ StudentMaster
      INVALID KEY
        DISPLAY "Student " studentIdInput " is not on the master; "
                "no transcript."
        ADD 1 TO NotFoundCount, AuditErrorCount
      NOT INVALID KEY
        PERFORM PrintTranscript
    END-READ
  END-IF.

*> The serial is taken and saved before anything is printed, so a
*> run that dies part-way never hands the same number out twice.
PrintTranscript.
  ADD 1 TO lastSerial
  PERFORM SaveLastSerial
  PERFORM LoadStudentResults
  PERFORM SortResultsByTerm

  MOVE lastSerial      TO PrnSerial, PrnEndSerial
  MOVE transcriptToday TO PrnIssueDate
  IF PrintedCount = ZERO
    WRITE TranscriptLine FROM TitleLine
   ELSE
    WRITE TranscriptLine FROM TitleLine AFTER ADVANCING PAGE
  END-IF
  WRITE TranscriptLine FROM SerialLine
  WRITE TranscriptLine FROM RuleLine
  PERFORM WriteStudentDetails
  WRITE TranscriptLine FROM RuleLine
  PERFORM WriteResultsByTerm
  WRITE TranscriptLine FROM RuleLine
  WRITE TranscriptLine FROM EndLine
  ADD 1 TO PrintedCount

  MOVE lastSerial TO AuditKeyValue(1:8)
  MOVE StudentId  TO AuditKeyValue(10:8)
  MOVE "TRSCR"    TO AuditEventType
  PERFORM LogAuditEvent
  IF NOT RunningUnattended
    DISPLAY "Transcript no. " lastSerial " printed for " StudentId
            " " StudentName "."
  END-IF.

WriteStudentDetails.
  MOVE StudentId TO PrnStudentId
  MOVE Forename  TO PrnForename
  MOVE Surname   TO PrnSurname
  WRITE TranscriptLine FROM StudentLine
  MOVE YOB TO PrnYob
  MOVE MOB TO PrnMob
  MOVE DOB TO PrnDob
  WRITE TranscriptLine FROM BirthLine
  MOVE CourseId TO PrnCourseId
  MOVE CourseId TO titleLookupCode
  PERFORM FindCourseTitle
  MOVE courseTitleFound TO PrnCourseTitle
  WRITE TranscriptLine FROM ProgrammeLine
  MOVE SPACES TO PrnStatusSince
  MOVE ZERO   TO PrnStatusDate
  EVALUATE EnrollStatus
    WHEN "W"
      MOVE "Withdrawn" TO PrnStatusText
    WHEN "G"
      MOVE "Graduated" TO PrnStatusText
    WHEN "S"
      MOVE "Suspended" TO PrnStatusText
    WHEN "P"
      MOVE "Academic probation" TO PrnStatusText
    WHEN OTHER
      MOVE "Enrolled (active)" TO PrnStatusText
  END-EVALUATE
  IF EnrollStatus NOT = "A" AND EnrollStatus NOT = SPACE
     AND StatusDate IS NUMERIC AND StatusDate > ZERO
    MOVE "since " TO PrnStatusSince
    MOVE StatusDate TO PrnStatusDate
  END-IF
  WRITE TranscriptLine FROM StatusLine.

*> Every ledger result for the student on the master record.
LoadStudentResults.
  MOVE ZERO TO ResultCount, ResultsDropped
  OPEN INPUT LedgerFile
  IF LedgerFileStatus EQUAL TO "00"
    READ LedgerFile
      AT END SET EndOfLedgerFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfLedgerFile
      IF LdgStudentId = StudentId
        IF ResultCount < 150
          ADD 1 TO ResultCount
          MOVE LdgTerm       TO ResTerm(ResultCount)
          MOVE LdgCourseCode TO ResCourseCode(ResultCount)
          MOVE LdgGrade      TO ResGrade(ResultCount)
         ELSE
          ADD 1 TO ResultsDropped
        END-IF
      END-IF
      READ LedgerFile
        AT END SET EndOfLedgerFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE LedgerFile
  END-IF
  IF ResultsDropped > ZERO
    DISPLAY "Student " StudentId " has more than 150 results, more "
            "than this program supports -- " ResultsDropped
            " left off the transcript."
    ADD 1 TO AuditErrorCount
  END-IF.

*> A plain exchange sort on the term; results within a term keep
*> their posting order. Spaces (no term recorded) sort first.
SortResultsByTerm.
  MOVE "Y" TO SortStatus
  PERFORM UNTIL NOT SortSwapped
    MOVE "N" TO SortStatus
    PERFORM VARYING sortIndex FROM 1 BY 1
            UNTIL sortIndex >= ResultCount
      COMPUTE resultIndex = sortIndex + 1
      IF ResTerm(sortIndex) > ResTerm(resultIndex)
        MOVE ResultEntry(sortIndex)   TO SwapEntry
        MOVE ResultEntry(resultIndex) TO ResultEntry(sortIndex)
        MOVE SwapEntry                TO ResultEntry(resultIndex)
        MOVE "Y" TO SortStatus
      END-IF
    END-PERFORM
  END-PERFORM.

WriteResultsByTerm.
  MOVE ZERO TO totalSum, totalCount, termSum, termCount
  IF ResultCount = ZERO
    MOVE "No graded results on record." TO TranscriptLine
    WRITE TranscriptLine
   ELSE
    PERFORM VARYING resultIndex FROM 1 BY 1
            UNTIL resultIndex > ResultCount
      IF resultIndex = 1 OR ResTerm(resultIndex) NOT = currentTerm
        IF resultIndex > 1
          PERFORM WriteTermGpa
        END-IF
        MOVE ResTerm(resultIndex) TO currentTerm
        PERFORM WriteTermHeading
      END-IF
      MOVE ResCourseCode(resultIndex) TO PrnResCourse, titleLookupCode
      PERFORM FindCourseTitle
      MOVE courseTitleFound TO PrnResTitle
      MOVE ResGrade(resultIndex) TO PrnResGrade
      WRITE TranscriptLine FROM ResultLine
      ADD ResGrade(resultIndex) TO termSum, totalSum
      ADD 1 TO termCount, totalCount
    END-PERFORM
    PERFORM WriteTermGpa
  END-IF
  MOVE SPACES TO TranscriptLine
  WRITE TranscriptLine
  *> GradesFeed keeps the master GPA as the average over the ledger;
  *> a student graded before that carries only the master figure.
  IF totalCount > ZERO
    COMPUTE averageGrade ROUNDED = totalSum / totalCount
    MOVE averageGrade TO PrnCumGpa
   ELSE
    MOVE GPA TO PrnCumGpa
  END-IF
  MOVE totalCount TO PrnCumCount
  WRITE TranscriptLine FROM CumulativeLine.

WriteTermHeading.
  MOVE SPACES TO TranscriptLine
  WRITE TranscriptLine
  IF currentTerm = SPACES
    MOVE "Earlier results (term not recorded)" TO TranscriptLine
    WRITE TranscriptLine
   ELSE
    MOVE currentTerm TO PrnTerm
    IF TermYear IS NUMERIC AND TermNumber IS NUMERIC
      MOVE TermYear TO PrnTermYear
      COMPUTE termNextYear = TermYear + 1
      MOVE termNextYear TO PrnTermNextYear
      MOVE TermNumber TO PrnTermNumber
      MOVE TermYearText TO PrnTermText
     ELSE
      MOVE SPACES TO PrnTermText
    END-IF
    WRITE TranscriptLine FROM TermHeading
  END-IF
  WRITE TranscriptLine FROM ColumnHeading
  MOVE ZERO TO termSum, termCount.

WriteTermGpa.
  COMPUTE averageGrade ROUNDED = termSum / termCount
  MOVE averageGrade TO PrnTermGpa
  MOVE termCount    TO PrnTermCount
  WRITE TranscriptLine FROM TermGpaLine.

FindCourseTitle.
  MOVE "(not in the course list)" TO courseTitleFound
  PERFORM VARYING CourseMasterIndex FROM 1 BY 1
          UNTIL CourseMasterIndex > CourseMasterCount
    IF CourseMasterCode(CourseMasterIndex) = titleLookupCode
      MOVE CourseTitle(CourseMasterIndex) TO courseTitleFound
    END-IF
  END-PERFORM.

InitCourseMaster.
  MOVE ZERO TO CourseMasterCount
  OPEN INPUT CourseMasterFile
  IF CourseMasterFileStatus EQUAL TO "00"
    READ CourseMasterFile
      AT END SET EndOfCourseMasterFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCourseMasterFile OR CourseMasterCount >= 200
      ADD 1 TO CourseMasterCount
      MOVE CourseMasterFileCode
        TO CourseMasterCode(CourseMasterCount)
      MOVE CourseMasterTitle
        TO CourseTitle(CourseMasterCount)
      READ CourseMasterFile
        AT END SET EndOfCourseMasterFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE CourseMasterFile
  END-IF.

*> No serial file yet means no transcript has been issued.
ReadLastSerial.
  MOVE ZERO TO lastSerial
  OPEN INPUT SerialFile
  IF SerialFileStatus EQUAL TO "00"
    READ SerialFile
      AT END MOVE ZERO TO TscLastSerial
    END-READ
    IF TscLastSerial IS NUMERIC
      MOVE TscLastSerial TO lastSerial
    END-IF
    CLOSE SerialFile
  END-IF.

SaveLastSerial.
  OPEN OUTPUT SerialFile
  IF SerialFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not update TranscriptSerial.dat, status: "
            SerialFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE lastSerial TO TscLastSerial
  WRITE SerialRecord
  CLOSE SerialFile.

OpenMasterInput.
  OPEN INPUT StudentMaster
  IF StudentMasterStatus EQUAL TO "35"
    OPEN OUTPUT StudentMaster
    CLOSE StudentMaster
    OPEN INPUT StudentMaster
  END-IF
  IF StudentMasterStatus NOT EQUAL TO "00"
    DISPLAY "Could not open StudentMaster.dat, status: "
            StudentMasterStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

COPY AuditLog.

END PROGRAM Transcript.
