IDENTIFICATION DIVISION.
PROGRAM-ID. ExceptionWorklist.
AUTHOR. Job Sarneel.
*> One worklist for every feed's rejects: each feed writes its own
*> exception file -- EntrantsExceptions.dat, GradesExceptions.dat,
*> OfflineExceptions.dat, BookLoadRejects.dat, StudentLoadRejects.dat,
*> CourseChangeRejects.dat, ValidationExceptions.dat,
*> MarcImportRejects.dat, AdmissionsRejects.dat -- and nobody
*> could say how many were outstanding or for how long. This reads
*> them all nightly into ExceptionWorklist.dat, one item per source,
*> key and reason code, keeping the date the item was first seen.
*> An item that no longer appears in its source file (corrected in
*> RejectCorrect, resubmitted and accepted, or the reject file
*> cleared after the fix) is resolved and drops off; a missing
*> source file counts as nothing outstanding. The two batch loads,
*> the MARC import and the admissions feed carry only a reason
*> text, so their reason codes come from the table below, "??" for
*> a text it does not know. A MARC reject is the REJ line and the
*> record behind it; its key is the record's ISBN (020), else its
*> control number (001).
*> ExceptionWorklist.prt lists the open items grouped by the team
*> that owns the fix, oldest first, with their age in days and a
*> per-team count by age band (0-7, 8-30, 31-90, over 90 days), and
*> ends with open / new / resolved counts per source. Same SORT
*> INPUT/OUTPUT PROCEDURE shape as OverdueReport's aging report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT EntrantsExcFile ASSIGN TO "EntrantsExceptions.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SourceFileStatus.
   SELECT GradesExcFile ASSIGN TO "GradesExceptions.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SourceFileStatus.
   SELECT OfflineExcFile ASSIGN TO "OfflineExceptions.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SourceFileStatus.
   SELECT BookRejectFile ASSIGN TO "BookLoadRejects.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SourceFileStatus.
   SELECT StudentRejectFile ASSIGN TO "StudentLoadRejects.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SourceFileStatus.
   SELECT ChangeRejectFile ASSIGN TO "CourseChangeRejects.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SourceFileStatus.
   SELECT ValidationExcFile ASSIGN TO "ValidationExceptions.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SourceFileStatus.
   SELECT MarcRejectFile ASSIGN TO "MarcImportRejects.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SourceFileStatus.
   SELECT AdmissionsRejectFile ASSIGN TO "AdmissionsRejects.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SourceFileStatus.
   SELECT WorklistFile ASSIGN TO "ExceptionWorklist.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WorklistFileStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT ReportFile ASSIGN TO "ExceptionWorklist.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
*> Only the parts of each feed's record the worklist needs; the
*> full layouts are in the programs that write them.
FD EntrantsExcFile.
01 EntrantsExcRecord.
   88 EndOfEntrantsExc                  VALUE HIGH-VALUES.
   02 EexReasonCode          PIC X(2).
   02 FILLER                 PIC X(1).
   02 EexStudentId           PIC X(8).
   02 EexCourseCode          PIC X(5).
   02 FILLER                 PIC X(6).
   02 EexReasonText          PIC X(30).

FD GradesExcFile.
01 GradesExcRecord.
   88 EndOfGradesExc                    VALUE HIGH-VALUES.
   02 GexReasonCode          PIC X(2).
   02 FILLER                 PIC X(1).
   02 GexStudentId           PIC X(8).
   02 GexCourseCode          PIC X(5).
   02 FILLER                 PIC X(5).
   02 GexReasonText          PIC X(30).

FD OfflineExcFile.
01 OfflineExcRecord.
   88 EndOfOfflineExc                   VALUE HIGH-VALUES.
   02 OexReasonCode          PIC X(2).
   02 FILLER                 PIC X(1).
   02 OexEvent               PIC X.
   02 OexBarcode             PIC X(15).
   02 OexBorrower            PIC X(5).
   02 FILLER                 PIC X(16).
   02 OexReasonText          PIC X(30).

FD BookRejectFile.
01 BookRejectRecord.
   88 EndOfBookRejects                  VALUE HIGH-VALUES.
   02 BrjAction              PIC X.
   02 BrjBSN                 PIC X(17).
   02 FILLER                 PIC X(120).
   02 BrjReasonText          PIC X(30).

FD StudentRejectFile.
01 StudentRejectRecord.
   88 EndOfStudentRejects               VALUE HIGH-VALUES.
   02 SrjAction              PIC X.
   02 SrjStudentId           PIC X(8).
   02 FILLER                 PIC X(48).
   02 SrjReasonText          PIC X(30).

FD ChangeRejectFile.
01 ChangeRejectRecord.
   88 EndOfChangeRejects                VALUE HIGH-VALUES.
   02 CrjReasonCode          PIC X(2).
   02 FILLER                 PIC X(1).
   02 CrjChangeKey           PIC X(18).
   02 FILLER                 PIC X(10).
   02 CrjReasonText          PIC X(30).

FD ValidationExcFile.
01 ValidationExcRecord.
   88 EndOfValidationExc                VALUE HIGH-VALUES.
   02 VexValue               PIC X(20).
   02 VexTestName            PIC X(15).

FD MarcRejectFile.
01 MarcRejectRecord.
   88 EndOfMarcRejects                  VALUE HIGH-VALUES.
   02 MrjTag                 PIC X(3).
   02 FILLER                 PIC X(4).
   02 MrjData                PIC X(113).

FD AdmissionsRejectFile.
01 AdmissionsRejectRecord.
   88 EndOfAdmissionsRejects            VALUE HIGH-VALUES.
   02 ArjAction              PIC X.
   02 ArjApplicationKey      PIC X(17).
   02 FILLER                 PIC X(31).
   02 ArjReasonText          PIC X(30).

FD WorklistFile.
COPY ExceptionWorklistRecord.

SD SortFile.
01 SortRecord.
   88  EndOfSortFile                    VALUE HIGH-VALUES.
   02  SortTeamIndex         PIC 9(2).
   02  SortDaysOut           PIC 9(5).
   02  SortSource            PIC X(8).
   02  SortKey               PIC X(20).
   02  SortReasonCode        PIC X(2).
   02  SortReasonText        PIC X(30).
   02  SortFirstSeen         PIC 9(8).

FD ReportFile.
01 ReportLine                PIC X(110).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
01 SourceFileStatus          PIC XX     VALUE "00".
01 WorklistFileStatus        PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 TodaysDate                PIC 9(8).
01 DateArithFunction         PIC X(4).
01 DaysOutstanding           PIC S9(5).
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".

*> The item being gathered from a source file.
01 itemSource                PIC X(8)   VALUE SPACES.
01 itemKey                   PIC X(20)  VALUE SPACES.
01 itemReasonCode            PIC X(2)   VALUE SPACES.
01 itemReasonText            PIC X(30)  VALUE SPACES.

*> The MARC reject being gathered: its REJ reason, then the ISBN
*> or control number from the record lines behind it.
01 marcRejectPending         PIC X      VALUE "N".
   88 MarcRejectIsPending               VALUE "Y".
01 marcRejectIsbn            PIC X(20)  VALUE SPACES.
01 marcRejectControl         PIC X(20)  VALUE SPACES.
01 marcSubfieldRest          PIC X(113) VALUE SPACES.
01 marcLeadingText           PIC X(113) VALUE SPACES.

*> Last night's worklist, then tonight's: an entry still marked
*> unseen after every source is read is resolved.
01 WorklistTable.
   02 WorklistEntry          OCCURS 2000 TIMES.
      03 TblSource           PIC X(8).
      03 TblKey              PIC X(20).
      03 TblReasonCode       PIC X(2).
      03 TblReasonText       PIC X(30).
      03 TblFirstSeen        PIC 9(8).
      03 TblLastSeen         PIC 9(8).
      03 TblNightsSeen       PIC 9(4).
      03 TblSeenTonight      PIC X.
         88 TblWasSeenTonight           VALUE "Y".
01 WorklistCount             PIC 9(4)   VALUE ZERO.
01 worklistIndex             PIC 9(4)   VALUE ZERO.
01 matchedIndex              PIC 9(4)   VALUE ZERO.
01 TableFullReported         PIC X      VALUE "N".
   88 TableFullWasReported              VALUE "Y".

*> Who owns the fix for each source, in report order.
01 SourceTeamValues.
   02 FILLER PIC X(32) VALUE "ENTRANTSAdmissions office       ".
   02 FILLER PIC X(32) VALUE "CRSCHG  Student administration  ".
   02 FILLER PIC X(32) VALUE "STUDLOADStudent administration  ".
   02 FILLER PIC X(32) VALUE "GRADES  Examinations office     ".
   02 FILLER PIC X(32) VALUE "OFFLINE Library circulation desk".
   02 FILLER PIC X(32) VALUE "BOOKLOADLibrary cataloguing     ".
   02 FILLER PIC X(32) VALUE "VALIDATEData entry              ".
   02 FILLER PIC X(32) VALUE "MARCIMP Library cataloguing     ".
   02 FILLER PIC X(32) VALUE "ADMITS  Admissions office       ".
01 SourceTeamTable REDEFINES SourceTeamValues.
   02 SourceTeamEntry        OCCURS 9 TIMES.
      03 StmSource           PIC X(8).
      03 StmTeam             PIC X(24).
01 SourceTeamCount           PIC 9(2)   VALUE 9.
01 sourceIndex               PIC 9(2)   VALUE ZERO.
01 matchedSourceIndex        PIC 9(2)   VALUE ZERO.

*> Per-source counts for the closing summary, in the order above.
01 SourceCountTable.
   02 SourceCountEntry       OCCURS 9 TIMES.
      03 CntRead             PIC 9(6).
      03 CntOpen             PIC 9(6).
      03 CntNew              PIC 9(6).
      03 CntResolved         PIC 9(6).
      03 CntOldestDays       PIC 9(5).
      03 CntFilePresent      PIC X.

*> Reason codes for the two batch loads' texts, and for the
*> validation class names.
01 ReasonCodeValues.
   02 FILLER PIC X(32) VALUE "Unknown action code           AC".
   02 FILLER PIC X(32) VALUE "Bad ISBN check digit          IS".
   02 FILLER PIC X(32) VALUE "Unknown subject code          SU".
   02 FILLER PIC X(32) VALUE "Duplicate BSN                 DU".
   02 FILLER PIC X(32) VALUE "Duplicate StudentId           DU".
   02 FILLER PIC X(32) VALUE "BSN not on file               NF".
   02 FILLER PIC X(32) VALUE "StudentId not on file         NF".
   02 FILLER PIC X(32) VALUE "Write failed                  WF".
   02 FILLER PIC X(32) VALUE "Rewrite failed                RF".
   02 FILLER PIC X(32) VALUE "Delete failed                 DF".
   02 FILLER PIC X(32) VALUE "StudentId not numeric         ID".
   02 FILLER PIC X(32) VALUE "Invalid date of birth         DB".
   02 FILLER PIC X(32) VALUE "Invalid course code           CO".
   02 FILLER PIC X(32) VALUE "GPA not numeric               GP".
   02 FILLER PIC X(32) VALUE "Status not A, P, W, G or S    ST".
   02 FILLER PIC X(32) VALUE "Status date not numeric       SD".
   02 FILLER PIC X(32) VALUE "HEXNUMBER                     HX".
   02 FILLER PIC X(32) VALUE "ALPHABETIC                    AL".
   02 FILLER PIC X(32) VALUE "REALNAME                      RN".
   02 FILLER PIC X(32) VALUE "STUDENTID                     ID".
   02 FILLER PIC X(32) VALUE "COURSECODE                    CO".
   02 FILLER PIC X(32) VALUE "Record has more than 60 lines LN".
   02 FILLER PIC X(32) VALUE "No ISBN (020) or control numbeNK".
   02 FILLER PIC X(32) VALUE "No title (245)                TI".
   02 FILLER PIC X(32) VALUE "Author not in the authority fiAU".
   02 FILLER PIC X(32) VALUE "Intake year not numeric       YR".
   02 FILLER PIC X(32) VALUE "Applicant number not numeric  ID".
   02 FILLER PIC X(32) VALUE "Invalid transaction date      DT".
   02 FILLER PIC X(32) VALUE "Applicant name missing        NM".
   02 FILLER PIC X(32) VALUE "Application already on file   DU".
   02 FILLER PIC X(32) VALUE "Application not on file       NF".
01 ReasonCodeTable REDEFINES ReasonCodeValues.
   02 ReasonCodeEntry        OCCURS 31 TIMES.
      03 RcdText             PIC X(30).
      03 RcdCode             PIC X(2).
01 ReasonCodeCount           PIC 9(2)   VALUE 31.
01 reasonIndex               PIC 9(2)   VALUE ZERO.

01 PrevTeamIndex             PIC 9(2)   VALUE 99.
01 TeamOpenCount             PIC 9(6)   VALUE ZERO.
01 TeamBand1Count            PIC 9(6)   VALUE ZERO.
01 TeamBand2Count            PIC 9(6)   VALUE ZERO.
01 TeamBand3Count            PIC 9(6)   VALUE ZERO.
01 TeamBand4Count            PIC 9(6)   VALUE ZERO.
01 OpenTotal                 PIC 9(6)   VALUE ZERO.
01 NewTotal                  PIC 9(6)   VALUE ZERO.
01 ResolvedTotal             PIC 9(6)   VALUE ZERO.

01 ReportHeading.
   02 FILLER                 PIC X(37)
      VALUE "Exception worklist  --  Run:         ".
   02 PrnRunDate             PIC 9(8).
01 ColumnHeading             PIC X(90)  VALUE
   "  First seen Days  Source    Key                   Rc  Reason".
01 TeamHeading.
   02 FILLER                 PIC X(3)   VALUE "== ".
   02 PrnTeam                PIC X(24).
   02 FILLER                 PIC X(3)   VALUE " ==".
01 DetailLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnFirstSeen           PIC 9(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnDaysOut             PIC ZZZZ9.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSource              PIC X(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnKey                 PIC X(20).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnReasonCode          PIC X(2).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnReasonText          PIC X(30).
01 TeamTotalLine.
   02 FILLER                 PIC X(9)   VALUE "   Open: ".
   02 PrnTeamOpen            PIC ZZZZZ9.
   02 FILLER                 PIC X(10)  VALUE "   0-7d: ".
   02 PrnBand1               PIC ZZZZZ9.
   02 FILLER                 PIC X(10)  VALUE "  8-30d: ".
   02 PrnBand2               PIC ZZZZZ9.
   02 FILLER                 PIC X(10)  VALUE "  31-90d: ".
   02 PrnBand3               PIC ZZZZZ9.
   02 FILLER                 PIC X(10)  VALUE "  90d+:   ".
   02 PrnBand4               PIC ZZZZZ9.
01 SummaryHeading            PIC X(70)  VALUE
   "Source      Read    Open     New  Resolved  Oldest (days)".
01 SummaryLine.
   02 PrnSumSource           PIC X(8).
   02 PrnSumRead             PIC ZZZZZZ9.
   02 PrnSumOpen             PIC ZZZZZZ9.
   02 PrnSumNew              PIC ZZZZZZ9.
   02 PrnSumResolved         PIC ZZZZZZZZ9.
   02 FILLER                 PIC X(4)   VALUE SPACES.
   02 PrnSumOldest           PIC ZZZZZZZZ9.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSumNote             PIC X(20).

PROCEDURE DIVISION.
Begin.
   PERFORM OpenAuditLog
   MOVE "ExceptionWorkli" TO AuditProgramName
   MOVE "START"           TO AuditEventType
   PERFORM LogAuditEvent

   ACCEPT TodaysDate FROM DATE YYYYMMDD
   PERFORM VARYING sourceIndex FROM 1 BY 1
           UNTIL sourceIndex > SourceTeamCount
     MOVE ZEROS TO CntRead(sourceIndex), CntOpen(sourceIndex)
                   CntNew(sourceIndex), CntResolved(sourceIndex)
                   CntOldestDays(sourceIndex)
     MOVE "N" TO CntFilePresent(sourceIndex)
   END-PERFORM

   PERFORM LoadWorklist
   PERFORM GatherEntrantsExceptions
   PERFORM GatherGradesExceptions
   PERFORM GatherOfflineExceptions
   PERFORM GatherBookRejects
   PERFORM GatherStudentRejects
   PERFORM GatherChangeRejects
   PERFORM GatherValidationExceptions
   PERFORM GatherMarcRejects
   PERFORM GatherAdmissionsRejects
   PERFORM SaveWorklist

   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create ExceptionWorklist.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE TodaysDate TO PrnRunDate
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine

   SORT SortFile ON ASCENDING KEY SortTeamIndex
                 DESCENDING KEY SortDaysOut
                 ASCENDING KEY SortSource SortKey
        INPUT PROCEDURE IS ReleaseOpenItems
        OUTPUT PROCEDURE IS PrintWorklist

   PERFORM PrintSourceSummary
   CLOSE ReportFile
   DISPLAY "Exception worklist written to ExceptionWorklist.prt ("
           OpenTotal " open, " NewTotal " new, " ResolvedTotal
           " resolved)."

   MOVE "END"     TO AuditEventType
   MOVE OpenTotal TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

LoadWorklist.
   MOVE ZERO TO WorklistCount
   OPEN INPUT WorklistFile
   IF WorklistFileStatus EQUAL TO "00"
     READ WorklistFile
       AT END SET EndOfWorklistFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfWorklistFile OR WorklistCount >= 2000
       ADD 1 TO WorklistCount
       MOVE WklSource     TO TblSource(WorklistCount)
       MOVE WklKey        TO TblKey(WorklistCount)
       MOVE WklReasonCode TO TblReasonCode(WorklistCount)
       MOVE WklReasonText TO TblReasonText(WorklistCount)
       MOVE WklFirstSeen  TO TblFirstSeen(WorklistCount)
       MOVE WklLastSeen   TO TblLastSeen(WorklistCount)
       MOVE WklNightsSeen TO TblNightsSeen(WorklistCount)
       MOVE "N"           TO TblSeenTonight(WorklistCount)
       READ WorklistFile
         AT END SET EndOfWorklistFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE WorklistFile
   END-IF.

GatherEntrantsExceptions.
   MOVE "ENTRANTS" TO itemSource
   OPEN INPUT EntrantsExcFile
   IF SourceFileStatus EQUAL TO "00"
     PERFORM MarkSourcePresent
     READ EntrantsExcFile
       AT END SET EndOfEntrantsExc TO TRUE
     END-READ
     PERFORM UNTIL EndOfEntrantsExc
       MOVE SPACES TO itemKey
       STRING EexStudentId " " EexCourseCode DELIMITED BY SIZE
              INTO itemKey
       MOVE EexReasonCode TO itemReasonCode
       MOVE EexReasonText TO itemReasonText
       PERFORM NoteException
       READ EntrantsExcFile
         AT END SET EndOfEntrantsExc TO TRUE
       END-READ
     END-PERFORM
     CLOSE EntrantsExcFile
   END-IF.

GatherGradesExceptions.
   MOVE "GRADES" TO itemSource
   OPEN INPUT GradesExcFile
   IF SourceFileStatus EQUAL TO "00"
     PERFORM MarkSourcePresent
     READ GradesExcFile
       AT END SET EndOfGradesExc TO TRUE
     END-READ
     PERFORM UNTIL EndOfGradesExc
       MOVE SPACES TO itemKey
       STRING GexStudentId " " GexCourseCode DELIMITED BY SIZE
              INTO itemKey
       MOVE GexReasonCode TO itemReasonCode
       MOVE GexReasonText TO itemReasonText
       PERFORM NoteException
       READ GradesExcFile
         AT END SET EndOfGradesExc TO TRUE
       END-READ
     END-PERFORM
     CLOSE GradesExcFile
   END-IF.

GatherOfflineExceptions.
   MOVE "OFFLINE" TO itemSource
   OPEN INPUT OfflineExcFile
   IF SourceFileStatus EQUAL TO "00"
     PERFORM MarkSourcePresent
     READ OfflineExcFile
       AT END SET EndOfOfflineExc TO TRUE
     END-READ
     PERFORM UNTIL EndOfOfflineExc
       MOVE SPACES TO itemKey
       STRING OexBarcode OexBorrower DELIMITED BY SIZE
              INTO itemKey
       MOVE OexReasonCode TO itemReasonCode
       MOVE OexReasonText TO itemReasonText
       PERFORM NoteException
       READ OfflineExcFile
         AT END SET EndOfOfflineExc TO TRUE
       END-READ
     END-PERFORM
     CLOSE OfflineExcFile
   END-IF.

GatherBookRejects.
   MOVE "BOOKLOAD" TO itemSource
   OPEN INPUT BookRejectFile
   IF SourceFileStatus EQUAL TO "00"
     PERFORM MarkSourcePresent
     READ BookRejectFile
       AT END SET EndOfBookRejects TO TRUE
     END-READ
     PERFORM UNTIL EndOfBookRejects
       MOVE BrjBSN        TO itemKey
       MOVE BrjReasonText TO itemReasonText
       PERFORM LookUpReasonCode
       PERFORM NoteException
       READ BookRejectFile
         AT END SET EndOfBookRejects TO TRUE
       END-READ
     END-PERFORM
     CLOSE BookRejectFile
   END-IF.

GatherStudentRejects.
   MOVE "STUDLOAD" TO itemSource
   OPEN INPUT StudentRejectFile
   IF SourceFileStatus EQUAL TO "00"
     PERFORM MarkSourcePresent
     READ StudentRejectFile
       AT END SET EndOfStudentRejects TO TRUE
     END-READ
     PERFORM UNTIL EndOfStudentRejects
       MOVE SrjStudentId  TO itemKey
       MOVE SrjReasonText TO itemReasonText
       PERFORM LookUpReasonCode
       PERFORM NoteException
       READ StudentRejectFile
         AT END SET EndOfStudentRejects TO TRUE
       END-READ
     END-PERFORM
     CLOSE StudentRejectFile
   END-IF.

GatherChangeRejects.
   MOVE "CRSCHG" TO itemSource
   OPEN INPUT ChangeRejectFile
   IF SourceFileStatus EQUAL TO "00"
     PERFORM MarkSourcePresent
     READ ChangeRejectFile
       AT END SET EndOfChangeRejects TO TRUE
     END-READ
     PERFORM UNTIL EndOfChangeRejects
       MOVE CrjChangeKey  TO itemKey
       MOVE CrjReasonCode TO itemReasonCode
       MOVE CrjReasonText TO itemReasonText
       PERFORM NoteException
       READ ChangeRejectFile
         AT END SET EndOfChangeRejects TO TRUE
       END-READ
     END-PERFORM
     CLOSE ChangeRejectFile
   END-IF.

GatherValidationExceptions.
   MOVE "VALIDATE" TO itemSource
   OPEN INPUT ValidationExcFile
   IF SourceFileStatus EQUAL TO "00"
     PERFORM MarkSourcePresent
     READ ValidationExcFile
       AT END SET EndOfValidationExc TO TRUE
     END-READ
     PERFORM UNTIL EndOfValidationExc
       MOVE VexValue    TO itemKey
       MOVE VexTestName TO itemReasonText
       PERFORM LookUpReasonCode
       PERFORM NoteException
       READ ValidationExcFile
         AT END SET EndOfValidationExc TO TRUE
       END-READ
     END-PERFORM
     CLOSE ValidationExcFile
   END-IF.

*> Each REJ line opens a rejected record; the one before it is
*> noted once its ISBN or control number has been seen.
GatherMarcRejects.
   MOVE "MARCIMP" TO itemSource
   OPEN INPUT MarcRejectFile
   IF SourceFileStatus EQUAL TO "00"
     PERFORM MarkSourcePresent
     MOVE "N" TO marcRejectPending
     READ MarcRejectFile
       AT END SET EndOfMarcRejects TO TRUE
     END-READ
     PERFORM UNTIL EndOfMarcRejects
       EVALUATE MrjTag
         WHEN "REJ"
           PERFORM NoteMarcReject
           MOVE "Y"     TO marcRejectPending
           MOVE SPACES  TO marcRejectIsbn, marcRejectControl
           MOVE MrjData TO itemReasonText
         WHEN "001"
           IF marcRejectControl = SPACES
             MOVE MrjData TO marcRejectControl
           END-IF
         WHEN "020"
           IF marcRejectIsbn = SPACES
             MOVE SPACES TO marcLeadingText, marcSubfieldRest
             UNSTRING MrjData DELIMITED BY "$a"
                      INTO marcLeadingText, marcSubfieldRest
             UNSTRING marcSubfieldRest DELIMITED BY "$" OR SPACE
                      INTO marcRejectIsbn
           END-IF
         WHEN OTHER
           CONTINUE
       END-EVALUATE
       READ MarcRejectFile
         AT END SET EndOfMarcRejects TO TRUE
       END-READ
     END-PERFORM
     PERFORM NoteMarcReject
     CLOSE MarcRejectFile
   END-IF.

NoteMarcReject.
   IF MarcRejectIsPending
     IF marcRejectIsbn NOT = SPACES
       MOVE marcRejectIsbn    TO itemKey
      ELSE
       MOVE marcRejectControl TO itemKey
     END-IF
     PERFORM LookUpReasonCode
     PERFORM NoteException
     MOVE "N" TO marcRejectPending
   END-IF.

GatherAdmissionsRejects.
   MOVE "ADMITS" TO itemSource
   OPEN INPUT AdmissionsRejectFile
   IF SourceFileStatus EQUAL TO "00"
     PERFORM MarkSourcePresent
     READ AdmissionsRejectFile
       AT END SET EndOfAdmissionsRejects TO TRUE
     END-READ
     PERFORM UNTIL EndOfAdmissionsRejects
       MOVE ArjApplicationKey TO itemKey
       MOVE ArjReasonText     TO itemReasonText
       PERFORM LookUpReasonCode
       PERFORM NoteException
       READ AdmissionsRejectFile
         AT END SET EndOfAdmissionsRejects TO TRUE
       END-READ
     END-PERFORM
     CLOSE AdmissionsRejectFile
   END-IF.

MarkSourcePresent.
   PERFORM FindSourceIndex
   IF matchedSourceIndex > ZERO
     MOVE "Y" TO CntFilePresent(matchedSourceIndex)
   END-IF.

LookUpReasonCode.
   MOVE "??" TO itemReasonCode
   PERFORM VARYING reasonIndex FROM 1 BY 1
           UNTIL reasonIndex > ReasonCodeCount
     IF RcdText(reasonIndex) = itemReasonText
       MOVE RcdCode(reasonIndex) TO itemReasonCode
     END-IF
   END-PERFORM.

*> The same source, key and reason seen again keeps its first-seen
*> date; a repeat within tonight's file counts once.
NoteException.
   PERFORM FindSourceIndex
   IF matchedSourceIndex > ZERO
     ADD 1 TO CntRead(matchedSourceIndex)
   END-IF
   MOVE ZERO TO matchedIndex
   PERFORM VARYING worklistIndex FROM 1 BY 1
           UNTIL worklistIndex > WorklistCount OR matchedIndex > ZERO
     IF TblSource(worklistIndex) = itemSource AND
        TblKey(worklistIndex) = itemKey AND
        TblReasonCode(worklistIndex) = itemReasonCode
       MOVE worklistIndex TO matchedIndex
     END-IF
   END-PERFORM
   IF matchedIndex > ZERO
     IF NOT TblWasSeenTonight(matchedIndex)
       MOVE "Y" TO TblSeenTonight(matchedIndex)
       MOVE TodaysDate TO TblLastSeen(matchedIndex)
       ADD 1 TO TblNightsSeen(matchedIndex)
       MOVE itemReasonText TO TblReasonText(matchedIndex)
     END-IF
    ELSE
     IF WorklistCount >= 2000
       IF NOT TableFullWasReported
         DISPLAY "More than 2000 open exceptions -- later ones are "
                 "not on the worklist."
         MOVE "Y" TO TableFullReported
       END-IF
       ADD 1 TO AuditErrorCount
      ELSE
       ADD 1 TO WorklistCount
       MOVE itemSource     TO TblSource(WorklistCount)
       MOVE itemKey        TO TblKey(WorklistCount)
       MOVE itemReasonCode TO TblReasonCode(WorklistCount)
       MOVE itemReasonText TO TblReasonText(WorklistCount)
       MOVE TodaysDate     TO TblFirstSeen(WorklistCount)
       MOVE TodaysDate     TO TblLastSeen(WorklistCount)
       MOVE 1              TO TblNightsSeen(WorklistCount)
       MOVE "Y"            TO TblSeenTonight(WorklistCount)
       IF matchedSourceIndex > ZERO
         ADD 1 TO CntNew(matchedSourceIndex)
       END-IF
       ADD 1 TO NewTotal
     END-IF
   END-IF.

FindSourceIndex.
   MOVE ZERO TO matchedSourceIndex
   PERFORM VARYING sourceIndex FROM 1 BY 1
           UNTIL sourceIndex > SourceTeamCount
                 OR matchedSourceIndex > ZERO
     IF StmSource(sourceIndex) = itemSource
       MOVE sourceIndex TO matchedSourceIndex
     END-IF
   END-PERFORM.

*> Tonight's worklist is every item seen tonight; the rest are
*> resolved and are only counted.
SaveWorklist.
   OPEN OUTPUT WorklistFile
   IF WorklistFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not rewrite ExceptionWorklist.dat, status: "
             WorklistFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   PERFORM VARYING worklistIndex FROM 1 BY 1
           UNTIL worklistIndex > WorklistCount
     MOVE TblSource(worklistIndex) TO itemSource
     PERFORM FindSourceIndex
     IF TblWasSeenTonight(worklistIndex)
       MOVE TblSource(worklistIndex)     TO WklSource
       MOVE TblKey(worklistIndex)        TO WklKey
       MOVE TblReasonCode(worklistIndex) TO WklReasonCode
       MOVE TblReasonText(worklistIndex) TO WklReasonText
       MOVE TblFirstSeen(worklistIndex)  TO WklFirstSeen
       MOVE TblLastSeen(worklistIndex)   TO WklLastSeen
       MOVE TblNightsSeen(worklistIndex) TO WklNightsSeen
       WRITE WorklistRecord
       IF matchedSourceIndex > ZERO
         ADD 1 TO CntOpen(matchedSourceIndex)
       END-IF
      ELSE
       IF matchedSourceIndex > ZERO
         ADD 1 TO CntResolved(matchedSourceIndex)
       END-IF
       ADD 1 TO ResolvedTotal
     END-IF
   END-PERFORM
   CLOSE WorklistFile.

ReleaseOpenItems.
   PERFORM VARYING worklistIndex FROM 1 BY 1
           UNTIL worklistIndex > WorklistCount
     IF TblWasSeenTonight(worklistIndex)
       PERFORM ReleaseOpenItem
     END-IF
   END-PERFORM.

ReleaseOpenItem.
   MOVE TblSource(worklistIndex) TO itemSource
   PERFORM FindSourceIndex
   MOVE "DIFF" TO DateArithFunction
   CALL "DateArithmetic" USING DateArithFunction
                               TblFirstSeen(worklistIndex)
                               TodaysDate DaysOutstanding
                               DateArithValid
   IF NOT DateArithIsValid OR DaysOutstanding < ZERO
     MOVE ZERO TO DaysOutstanding
   END-IF
   IF matchedSourceIndex > ZERO
     IF DaysOutstanding > CntOldestDays(matchedSourceIndex)
       MOVE DaysOutstanding TO CntOldestDays(matchedSourceIndex)
     END-IF
     PERFORM FindTeamOrder
    ELSE
     MOVE 99 TO SortTeamIndex
   END-IF
   MOVE DaysOutstanding              TO SortDaysOut
   MOVE TblSource(worklistIndex)     TO SortSource
   MOVE TblKey(worklistIndex)        TO SortKey
   MOVE TblReasonCode(worklistIndex) TO SortReasonCode
   MOVE TblReasonText(worklistIndex) TO SortReasonText
   MOVE TblFirstSeen(worklistIndex)  TO SortFirstSeen
   RELEASE SortRecord.

*> Sources sharing an owner sort under the first of them, so a
*> team's items come out as one list, oldest first.
FindTeamOrder.
   MOVE ZERO TO SortTeamIndex
   PERFORM VARYING sourceIndex FROM 1 BY 1
           UNTIL sourceIndex > matchedSourceIndex
                 OR SortTeamIndex > ZERO
     IF StmTeam(sourceIndex) = StmTeam(matchedSourceIndex)
       MOVE sourceIndex TO SortTeamIndex
     END-IF
   END-PERFORM.

PrintWorklist.
   RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   PERFORM UNTIL EndOfSortFile
     IF SortTeamIndex NOT EQUAL TO PrevTeamIndex
       IF PrevTeamIndex NOT EQUAL TO 99
         PERFORM WriteTeamTotal
       END-IF
       PERFORM WriteTeamHeading
       MOVE SortTeamIndex TO PrevTeamIndex
     END-IF
     MOVE SortFirstSeen  TO PrnFirstSeen
     MOVE SortDaysOut    TO PrnDaysOut
     MOVE SortSource     TO PrnSource
     MOVE SortKey        TO PrnKey
     MOVE SortReasonCode TO PrnReasonCode
     MOVE SortReasonText TO PrnReasonText
     MOVE DetailLine TO ReportLine
     WRITE ReportLine
     ADD 1 TO TeamOpenCount, OpenTotal
     EVALUATE TRUE
       WHEN SortDaysOut <= 7   ADD 1 TO TeamBand1Count
       WHEN SortDaysOut <= 30  ADD 1 TO TeamBand2Count
       WHEN SortDaysOut <= 90  ADD 1 TO TeamBand3Count
       WHEN OTHER              ADD 1 TO TeamBand4Count
     END-EVALUATE
     RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   END-PERFORM
   IF PrevTeamIndex NOT EQUAL TO 99
     PERFORM WriteTeamTotal
   END-IF
   IF OpenTotal = ZERO
     MOVE "  No open exceptions." TO ReportLine
     WRITE ReportLine
     MOVE SPACES TO ReportLine
     WRITE ReportLine
   END-IF.

WriteTeamHeading.
   IF SortTeamIndex > SourceTeamCount
     MOVE "(no owner on file)" TO PrnTeam
    ELSE
     MOVE StmTeam(SortTeamIndex) TO PrnTeam
   END-IF
   MOVE TeamHeading TO ReportLine
   WRITE ReportLine
   MOVE ColumnHeading TO ReportLine
   WRITE ReportLine
   MOVE ZERO TO TeamOpenCount, TeamBand1Count, TeamBand2Count
                TeamBand3Count, TeamBand4Count.

WriteTeamTotal.
   MOVE TeamOpenCount  TO PrnTeamOpen
   MOVE TeamBand1Count TO PrnBand1
   MOVE TeamBand2Count TO PrnBand2
   MOVE TeamBand3Count TO PrnBand3
   MOVE TeamBand4Count TO PrnBand4
   MOVE TeamTotalLine TO ReportLine
   WRITE ReportLine
   MOVE SPACES TO ReportLine
   WRITE ReportLine.

PrintSourceSummary.
   MOVE SummaryHeading TO ReportLine
   WRITE ReportLine
   PERFORM VARYING sourceIndex FROM 1 BY 1
           UNTIL sourceIndex > SourceTeamCount
     MOVE StmSource(sourceIndex)     TO PrnSumSource
     MOVE CntRead(sourceIndex)       TO PrnSumRead
     MOVE CntOpen(sourceIndex)       TO PrnSumOpen
     MOVE CntNew(sourceIndex)        TO PrnSumNew
     MOVE CntResolved(sourceIndex)   TO PrnSumResolved
     MOVE CntOldestDays(sourceIndex) TO PrnSumOldest
     IF CntFilePresent(sourceIndex) = "Y"
       MOVE SPACES TO PrnSumNote
      ELSE
       MOVE "(no file tonight)" TO PrnSumNote
     END-IF
     MOVE SummaryLine TO ReportLine
     WRITE ReportLine
   END-PERFORM.

COPY AuditLog.

END PROGRAM ExceptionWorklist.
