IDENTIFICATION DIVISION.
PROGRAM-ID. AcademicStanding.
AUTHOR. Job Sarneel.
*> Term-close academic standing run. GradesReport.prt lists the
*> probation students, but the status changes that should follow
*> were keyed by advisers through StudentMaint one at a time, and
*> not consistently. This applies the standing rules in
*> StandingRules.dat -- one rule per line: the standing it sets
*> ("P" academic probation, "S" academic suspension), the term GPA
*> it applies below, and how many consecutive graded terms must be
*> below it; written with the house rules the first time (below
*> 2.00 once is probation, below 2.00 two terms running is
*> suspension) so the exam office always has a file to edit. The
*> term GPAs come from GradesLedger.dat; every student graded in
*> the term being closed (STANDINGTERM, "YYYYTn", prompted for
*> otherwise; by default the term today falls in on the academic
*> calendar, or between terms the one just ended) is judged on the
*> most severe rule they meet, and a student who meets none is in
*> good standing. A change sets EnrollStatus ("P", "S", or back to
*> "A") and StatusDate on StudentMaster.dat, records the standing
*> on StudentStanding.dat, writes the student's letter to
*> StandingLetters.prt and a line to StandingChanges.prt, the list
*> the exam board signs off. Only a probation or suspension this
*> run imposed is lifted by it: a suspension set by hand is listed
*> as held, and withdrawn and graduated students are left alone.
*> Re-running a term changes nothing already applied.
*> UNATTENDED=Y takes the term from STANDINGTERM without asking.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentMaster ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentMasterStatus.
    SELECT StandingFile ASSIGN TO "StudentStanding.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StsStudentId
           FILE STATUS IS StandingFileStatus.
    SELECT RulesFile ASSIGN TO "StandingRules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RulesFileStatus.
    SELECT LedgerFile ASSIGN TO "GradesLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LedgerFileStatus.
    SELECT SortFile ASSIGN TO "StandingSort.tmp".
    SELECT LetterFile ASSIGN TO "StandingLetters.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LetterFileStatus.
    SELECT ReportFile ASSIGN TO "StandingChanges.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD StudentMaster.
COPY StudentRec.

FD StandingFile.
COPY StandingRecord.

FD RulesFile.
01 RulesRecord.
   88 EndOfRulesFile     VALUE HIGH-VALUES.
   02 RulAction          PIC X.
   02 FILLER             PIC X.
*> Implied two decimals, as on the grades feed: "200" is 2.00.
   02 RulGpaBelow        PIC 9V99.
   02 FILLER             PIC X.
   02 RulTerms           PIC 9.
   02 FILLER             PIC X.
   02 RulDescription     PIC X(30).

FD LedgerFile.
COPY GradesLedgerRecord.

SD SortFile.
01 SortRecord.
   88 EndOfSortFile      VALUE HIGH-VALUES.
   02 SortStudentId      PIC 9(8).
   02 SortTerm           PIC X(6).
   02 SortGrade          PIC 9V99.

FD LetterFile.
01 LetterLine            PIC X(80).

FD ReportFile.
01 ReportLine            PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
01 StudentMasterStatus   PIC XX.
01 StandingFileStatus    PIC XX.
01 RulesFileStatus       PIC XX.
01 LedgerFileStatus      PIC XX.
01 LetterFileStatus      PIC XX.
01 ReportFileStatus      PIC XX.

01 UnattendedMode        PIC X        VALUE "N".
   88 RunningUnattended               VALUE "Y".
01 standingToday         PIC 9(8)     VALUE ZEROS.
01 termInput             PIC X(6)     VALUE SPACES.
01 closingTerm           PIC X(6)     VALUE SPACES.
COPY AcademicPeriod.

01 RuleTable.
   02 RuleEntry          OCCURS 10 TIMES.
      03 RuleAction      PIC X.
      03 RuleGpaBelow    PIC 9V99.
      03 RuleTerms       PIC 9.
      03 RuleText        PIC X(30).
01 RuleCount             PIC 99       VALUE ZERO.
01 ruleIndex             PIC 99       VALUE ZERO.

*> The student being gathered off the sort, with their most recent
*> graded terms (oldest first) -- nine is more than any rule can ask
*> for.
01 PrevStudentId         PIC 9(8)     VALUE ZEROS.
01 PrevTerm              PIC X(6)     VALUE SPACES.
01 FirstStudentStatus    PIC X        VALUE "N".
   88 FirstStudentStarted             VALUE "Y".
01 termSum               PIC 9(4)V99  VALUE ZERO.
01 termCount             PIC 9(3)     VALUE ZERO.
01 StudentTermTable.
   02 StudentTermEntry   OCCURS 9 TIMES.
      03 StuTermCode     PIC X(6).
      03 StuTermGpa      PIC 9V99.
01 StudentTermCount      PIC 9        VALUE ZERO.
01 termIndex             PIC 9        VALUE ZERO.
01 checkIndex            PIC 9        VALUE ZERO.
01 RuleMetStatus         PIC X        VALUE "N".
   88 RuleIsMet                       VALUE "Y".

01 newLevel              PIC X        VALUE "G".
01 newSeverity           PIC 9        VALUE ZERO.
01 ruleSeverity          PIC 9        VALUE ZERO.
01 newRuleText           PIC X(30)    VALUE SPACES.
01 newLowTerms           PIC 9        VALUE ZERO.
01 currentLevel          PIC X        VALUE "G".
01 closingTermGpa        PIC 9V99     VALUE ZERO.
01 StandingFound         PIC X        VALUE "N".
   88 StandingOnFile                  VALUE "Y".
01 oldEnrollStatus       PIC X        VALUE SPACE.
01 statusTextIn          PIC X        VALUE SPACE.
01 statusTextOut         PIC X(10)    VALUE SPACES.

01 JudgedCount           PIC 9(5)     VALUE ZERO.
01 ProbationCount        PIC 9(5)     VALUE ZERO.
01 SuspensionCount       PIC 9(5)     VALUE ZERO.
01 RestoredCount         PIC 9(5)     VALUE ZERO.
01 HeldCount             PIC 9(5)     VALUE ZERO.
01 ChangeCount           PIC 9(5)     VALUE ZERO.
01 LetterCount           PIC 9(5)     VALUE ZERO.

01 ReportHeading.
   02 FILLER             PIC X(40)
      VALUE "Academic standing changes  --  Term:    ".
   02 PrnHeadTerm        PIC X(6).
   02 FILLER             PIC X(10)    VALUE "    Run:  ".
   02 PrnRunDate         PIC 9(8).
01 ColumnHeading.
   02 FILLER             PIC X(40)    VALUE
      "Student   Name                  Course  ".
   02 FILLER             PIC X(40)    VALUE
      "From        To          GPA   Rule".
01 ChangeLine.
   02 PrnStudentId       PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnStudentName     PIC X(21).
   02 FILLER             PIC X        VALUE SPACE.
   02 PrnCourseId        PIC X(5).
   02 FILLER             PIC X(3)     VALUE SPACES.
   02 PrnFromText        PIC X(10).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnToText          PIC X(10).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnTermGpa         PIC 9.99.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnRuleText        PIC X(30).
01 TotalLine.
   02 PrnTotLabel        PIC X(40).
   02 PrnTotCount        PIC ZZ,ZZ9.
01 SignOffLine           PIC X(100)   VALUE
   "Exam board sign-off:  ______________________   Date: ____________".

01 LetterHead.
   02 FILLER             PIC X(40)
      VALUE "Office of the Registrar                 ".
   02 FILLER             PIC X(6)     VALUE "Date: ".
   02 PrnLetterDate      PIC 9(8).
01 LetterTo.
   02 FILLER             PIC X(4)     VALUE "To: ".
   02 PrnToForename      PIC X(9).
   02 FILLER             PIC X        VALUE SPACE.
   02 PrnToSurname       PIC X(12).
   02 FILLER             PIC X(14)    VALUE "  (StudentId: ".
   02 PrnToStudentId     PIC 9(8).
   02 FILLER             PIC X(1)     VALUE ")".
01 LetterSubject.
   02 FILLER             PIC X(27)
      VALUE "Academic standing for term ".
   02 PrnSubjectTerm     PIC X(6).
01 LetterGpaLine.
   02 FILLER             PIC X(30)
      VALUE "Your grade point average for ".
   02 PrnGpaTerm         PIC X(6).
   02 FILLER             PIC X(5)     VALUE " was ".
   02 PrnLetterGpa       PIC 9.99.
   02 FILLER             PIC X        VALUE ".".
01 LetterBody1           PIC X(80).
01 LetterBody2           PIC X(80).
01 LetterBody3           PIC X(80).
01 LetterEffective.
   02 FILLER             PIC X(35)
      VALUE "This takes effect from the date of ".
   02 FILLER             PIC X(14)    VALUE "this letter, ".
   02 PrnEffectiveDate   PIC 9(8).
   02 FILLER             PIC X        VALUE ".".

PROCEDURE DIVISION.
Begin.
  PERFORM OpenAuditLog
  MOVE "AcademicStandin" TO AuditProgramName
  MOVE "START"           TO AuditEventType
  PERFORM LogAuditEvent
  ACCEPT standingToday FROM DATE YYYYMMDD
  ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"

  PERFORM ChooseClosingTerm
  PERFORM LoadStandingRules
  PERFORM OpenMasterIO
  PERFORM OpenStandingIO
  OPEN OUTPUT LetterFile
  OPEN OUTPUT ReportFile
  IF ReportFileStatus NOT EQUAL TO "00"
     OR LetterFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create StandingChanges.prt/StandingLetters.prt"
            ", status: " ReportFileStatus "/" LetterFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE closingTerm   TO PrnHeadTerm
  MOVE standingToday TO PrnRunDate
  WRITE ReportLine FROM ReportHeading
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  WRITE ReportLine FROM ColumnHeading

  SORT SortFile ON ASCENDING KEY SortStudentId SortTerm
       INPUT PROCEDURE IS LoadGradedTerms
       OUTPUT PROCEDURE IS JudgeGradedStudents

  PERFORM WriteChangeTotals
  CLOSE ReportFile
  CLOSE LetterFile
  CLOSE StandingFile
  CLOSE StudentMaster
  DISPLAY "Academic standing for " closingTerm ": " JudgedCount
          " judged, " ProbationCount " to probation, "
          SuspensionCount " suspended, " RestoredCount
          " restored, " HeldCount " held (see StandingChanges.prt)."

  MOVE "END"       TO AuditEventType
  MOVE ChangeCount TO AuditRecordCount
  PERFORM LogAuditEvent
  CLOSE AuditLogFile
  IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
    MOVE 4 TO RETURN-CODE
  END-IF
  STOP RUN.

*> The term the grades just came in for; without one given, the
*> term today falls in on the academic calendar. A term given must
*> be one the calendar knows (or the house rule can place).
ChooseClosingTerm.
  MOVE "TERM" TO AcalFunction
  MOVE standingToday TO AcalDate
  CALL "AcademicCalendar" USING AcalFunction AcalDate
                                AcademicPeriod AcalValid
  MOVE AcpTermCode TO closingTerm
  MOVE "STANDINGTERM" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  MOVE SysParmValue TO termInput
  IF termInput = SPACES AND NOT RunningUnattended
    DISPLAY "Term to close (YYYYTn, empty for " closingTerm "): "
            WITH NO ADVANCING
    ACCEPT termInput
  END-IF
  IF termInput NOT = SPACES
    MOVE "TRMC" TO AcalFunction
    MOVE termInput TO AcpTermCode
    CALL "AcademicCalendar" USING AcalFunction AcalDate
                                  AcademicPeriod AcalValid
    IF NOT AcalIsValid
      DISPLAY "Term '" termInput "' is not a YYYYTn term on the "
              "academic calendar. Abending."
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE termInput TO closingTerm
  END-IF.

LoadStandingRules.
  MOVE ZERO TO RuleCount
  OPEN INPUT RulesFile
  IF RulesFileStatus EQUAL TO "00"
    READ RulesFile
      AT END SET EndOfRulesFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRulesFile OR RuleCount = 10
      IF (RulAction = "P" OR RulAction = "S")
         AND RulGpaBelow IS NUMERIC AND RulTerms IS NUMERIC
         AND RulTerms > ZERO
        PERFORM KeepStandingRule
       ELSE
        DISPLAY "StandingRules.dat line '" RulesRecord
                "' is not a rule; ignored."
        ADD 1 TO AuditErrorCount
      END-IF
      READ RulesFile
        AT END SET EndOfRulesFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE RulesFile
   ELSE
    OPEN OUTPUT RulesFile
    IF RulesFileStatus EQUAL TO "00"
      MOVE SPACES TO RulesRecord
      MOVE "P"    TO RulAction
      MOVE 2.00   TO RulGpaBelow
      MOVE 1      TO RulTerms
      MOVE "Term GPA below 2.00" TO RulDescription
      WRITE RulesRecord
      PERFORM KeepStandingRule
      MOVE SPACES TO RulesRecord
      MOVE "S"    TO RulAction
      MOVE 2.00   TO RulGpaBelow
      MOVE 2      TO RulTerms
      MOVE "Below 2.00 two terms running" TO RulDescription
      WRITE RulesRecord
      PERFORM KeepStandingRule
      CLOSE RulesFile
    END-IF
  END-IF
  IF RuleCount = ZERO
    DISPLAY "No usable rule in StandingRules.dat; nothing to apply. "
            "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

KeepStandingRule.
  ADD 1 TO RuleCount
  MOVE RulAction      TO RuleAction(RuleCount)
  MOVE RulGpaBelow    TO RuleGpaBelow(RuleCount)
  MOVE RulTerms       TO RuleTerms(RuleCount)
  MOVE RulDescription TO RuleText(RuleCount).

*> Every ledger result with a term up to the one being closed;
*> results from before the ledger carried a term can't be placed
*> in a term and don't count.
LoadGradedTerms.
  OPEN INPUT LedgerFile
  IF LedgerFileStatus EQUAL TO "00"
    READ LedgerFile
      AT END SET EndOfLedgerFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfLedgerFile
      IF LdgTerm NOT = SPACES AND LdgTerm NOT > closingTerm
        MOVE LdgStudentId TO SortStudentId
        MOVE LdgTerm      TO SortTerm
        MOVE LdgGrade     TO SortGrade
        RELEASE SortRecord
      END-IF
      READ LedgerFile
        AT END SET EndOfLedgerFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE LedgerFile
   ELSE
    DISPLAY "No GradesLedger.dat (status " LedgerFileStatus
            "); nobody to judge."
  END-IF.

JudgeGradedStudents.
  RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
  PERFORM UNTIL EndOfSortFile
    IF NOT FirstStudentStarted OR SortStudentId NOT = PrevStudentId
      IF FirstStudentStarted
        PERFORM CloseStudentTerm
        PERFORM JudgeOneStudent
      END-IF
      MOVE SortStudentId TO PrevStudentId
      MOVE SortTerm      TO PrevTerm
      MOVE ZERO TO StudentTermCount, termSum, termCount
      MOVE "Y" TO FirstStudentStatus
    END-IF
    IF SortTerm NOT = PrevTerm
      PERFORM CloseStudentTerm
      MOVE SortTerm TO PrevTerm
    END-IF
    ADD SortGrade TO termSum
    ADD 1 TO termCount
    RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
  END-PERFORM
  IF FirstStudentStarted
    PERFORM CloseStudentTerm
    PERFORM JudgeOneStudent
  END-IF.

*> The finished term's GPA goes on the end of the student's list,
*> the oldest dropping off once nine are held.
CloseStudentTerm.
  IF StudentTermCount = 9
    PERFORM VARYING termIndex FROM 1 BY 1 UNTIL termIndex > 8
      MOVE StudentTermEntry(termIndex + 1)
        TO StudentTermEntry(termIndex)
    END-PERFORM
   ELSE
    ADD 1 TO StudentTermCount
  END-IF
  MOVE PrevTerm TO StuTermCode(StudentTermCount)
  COMPUTE StuTermGpa(StudentTermCount) ROUNDED = termSum / termCount
  MOVE ZERO TO termSum, termCount.

*> Only students graded in the closing term are judged; the most
*> severe rule they meet decides, none met is good standing.
JudgeOneStudent.
  IF StuTermCode(StudentTermCount) = closingTerm
    ADD 1 TO JudgedCount
    MOVE StuTermGpa(StudentTermCount) TO closingTermGpa
    MOVE "G" TO newLevel
    MOVE ZERO TO newSeverity, newLowTerms
    MOVE "Good standing" TO newRuleText
    PERFORM VARYING ruleIndex FROM 1 BY 1
            UNTIL ruleIndex > RuleCount
      PERFORM CheckOneRule
      IF RuleIsMet
        IF RuleAction(ruleIndex) = "S"
          MOVE 2 TO ruleSeverity
         ELSE
          MOVE 1 TO ruleSeverity
        END-IF
        IF ruleSeverity > newSeverity
          MOVE ruleSeverity TO newSeverity
          MOVE RuleAction(ruleIndex) TO newLevel
          MOVE RuleText(ruleIndex)   TO newRuleText
          MOVE RuleTerms(ruleIndex)  TO newLowTerms
        END-IF
      END-IF
    END-PERFORM
    PERFORM ApplyStanding
  END-IF.

*> Met when the student's last RuleTerms graded terms were all
*> below the rule's GPA.
CheckOneRule.
  MOVE "N" TO RuleMetStatus
  IF RuleTerms(ruleIndex) NOT > StudentTermCount
    MOVE "Y" TO RuleMetStatus
    COMPUTE checkIndex = StudentTermCount - RuleTerms(ruleIndex) + 1
    PERFORM VARYING termIndex FROM checkIndex BY 1
            UNTIL termIndex > StudentTermCount
      IF StuTermGpa(termIndex) NOT < RuleGpaBelow(ruleIndex)
        MOVE "N" TO RuleMetStatus
      END-IF
    END-PERFORM
  END-IF.

ApplyStanding.
  MOVE PrevStudentId TO StudentId
  READ StudentMaster
    INVALID KEY
      DISPLAY "Student " PrevStudentId " is graded on the ledger but "
              "not on the master; not judged."
      ADD 1 TO AuditErrorCount
    NOT INVALID KEY
      IF EnrollStatus NOT = "W" AND EnrollStatus NOT = "G"
        PERFORM ReadStanding
        EVALUATE TRUE
          WHEN EnrollStatus = "P"
            MOVE "P" TO currentLevel
          WHEN EnrollStatus = "S" AND StandingOnFile
               AND StsLevel = "S"
            MOVE "S" TO currentLevel
          WHEN EnrollStatus = "S"
            MOVE "H" TO currentLevel
          WHEN OTHER
            MOVE "G" TO currentLevel
        END-EVALUATE
        EVALUATE TRUE
          WHEN currentLevel = "H"
            PERFORM ListHeldSuspension
          WHEN currentLevel = newLevel
            IF StandingOnFile
              MOVE closingTerm    TO StsTerm
              MOVE closingTermGpa TO StsTermGpa
              MOVE newLowTerms    TO StsLowTerms
              PERFORM KeepStanding
            END-IF
          WHEN OTHER
            PERFORM ChangeStanding
        END-EVALUATE
      END-IF
  END-READ.

ReadStanding.
  MOVE PrevStudentId TO StsStudentId
  READ StandingFile
    INVALID KEY
      MOVE "N" TO StandingFound
    NOT INVALID KEY
      MOVE "Y" TO StandingFound
  END-READ.

ChangeStanding.
  MOVE EnrollStatus TO oldEnrollStatus
  EVALUATE newLevel
    WHEN "P"
      MOVE "P" TO EnrollStatus
    WHEN "S"
      MOVE "S" TO EnrollStatus
    WHEN OTHER
      MOVE "A" TO EnrollStatus
  END-EVALUATE
  MOVE standingToday TO StatusDate
  REWRITE StudentRec
    INVALID KEY
      DISPLAY "Could not update the status of " StudentId
              ", status: " StudentMasterStatus
      ADD 1 TO AuditErrorCount
    NOT INVALID KEY
      ADD 1 TO ChangeCount
      EVALUATE newLevel
        WHEN "P" ADD 1 TO ProbationCount
        WHEN "S" ADD 1 TO SuspensionCount
        WHEN OTHER ADD 1 TO RestoredCount
      END-EVALUATE
      MOVE PrevStudentId  TO StsStudentId
      MOVE newLevel       TO StsLevel
      MOVE closingTerm    TO StsTerm
      MOVE closingTermGpa TO StsTermGpa
      MOVE newLowTerms    TO StsLowTerms
      MOVE standingToday  TO StsAppliedDate
      PERFORM KeepStanding
      MOVE StudentId TO AuditKeyValue
      MOVE "STAND"   TO AuditEventType
      PERFORM LogAuditEvent
      MOVE oldEnrollStatus TO statusTextIn
      PERFORM DescribeStatus
      MOVE statusTextOut TO PrnFromText
      MOVE EnrollStatus TO statusTextIn
      PERFORM DescribeStatus
      MOVE statusTextOut TO PrnToText
      MOVE newRuleText TO PrnRuleText
      PERFORM WriteChangeLine
      PERFORM WriteStandingLetter
  END-REWRITE.

KeepStanding.
  IF StandingOnFile
    REWRITE StandingRecord
      INVALID KEY
        DISPLAY "Could not update the standing of " StsStudentId
                ", status: " StandingFileStatus
        ADD 1 TO AuditErrorCount
    END-REWRITE
   ELSE
    WRITE StandingRecord
      INVALID KEY
        DISPLAY "Could not record the standing of " StsStudentId
                ", status: " StandingFileStatus
        ADD 1 TO AuditErrorCount
    END-WRITE
  END-IF.

*> Suspended outside the standing rules -- a disciplinary or
*> financial suspension is not this run's to lift or deepen.
ListHeldSuspension.
  ADD 1 TO HeldCount
  MOVE "Suspended" TO PrnFromText
  MOVE "(held)"    TO PrnToText
  MOVE "Suspended by hand; not changed" TO PrnRuleText
  PERFORM WriteChangeLine.

WriteChangeLine.
  MOVE StudentId      TO PrnStudentId
  MOVE StudentName    TO PrnStudentName
  MOVE CourseId       TO PrnCourseId
  MOVE closingTermGpa TO PrnTermGpa
  WRITE ReportLine FROM ChangeLine.

DescribeStatus.
  EVALUATE statusTextIn
    WHEN "P"   MOVE "Probation" TO statusTextOut
    WHEN "S"   MOVE "Suspended" TO statusTextOut
    WHEN OTHER MOVE "Good"      TO statusTextOut
  END-EVALUATE.

WriteStandingLetter.
  MOVE standingToday TO PrnLetterDate, PrnEffectiveDate
  IF LetterCount = ZERO
    WRITE LetterLine FROM LetterHead
   ELSE
    WRITE LetterLine FROM LetterHead AFTER ADVANCING PAGE
  END-IF
  MOVE SPACES TO LetterLine
  WRITE LetterLine
  MOVE Forename  TO PrnToForename
  MOVE Surname   TO PrnToSurname
  MOVE StudentId TO PrnToStudentId
  WRITE LetterLine FROM LetterTo
  MOVE SPACES TO LetterLine
  WRITE LetterLine
  MOVE closingTerm TO PrnSubjectTerm, PrnGpaTerm
  WRITE LetterLine FROM LetterSubject
  MOVE SPACES TO LetterLine
  WRITE LetterLine
  MOVE closingTermGpa TO PrnLetterGpa
  WRITE LetterLine FROM LetterGpaLine
  EVALUATE newLevel
    WHEN "P"
      MOVE "Under the academic standing rules you are placed on "
        TO LetterBody1
      MOVE "academic probation. Please arrange a meeting with your "
        TO LetterBody2
      MOVE "adviser to agree a study plan for the coming term."
        TO LetterBody3
    WHEN "S"
      MOVE "Under the academic standing rules you are suspended "
        TO LetterBody1
      MOVE "from your studies. You may appeal to the exam board in "
        TO LetterBody2
      MOVE "writing within 14 days of the date of this letter."
        TO LetterBody3
    WHEN OTHER
      MOVE "Your results meet the academic standing rules again: "
        TO LetterBody1
      MOVE "your probation or suspension is lifted and you return "
        TO LetterBody2
      MOVE "to good standing. Congratulations."
        TO LetterBody3
  END-EVALUATE
  WRITE LetterLine FROM LetterBody1
  WRITE LetterLine FROM LetterBody2
  WRITE LetterLine FROM LetterBody3
  MOVE SPACES TO LetterLine
  WRITE LetterLine
  WRITE LetterLine FROM LetterEffective
  MOVE SPACES TO LetterLine
  WRITE LetterLine
  MOVE "Office of the Registrar, on behalf of the exam board"
    TO LetterLine
  WRITE LetterLine
  ADD 1 TO LetterCount.

WriteChangeTotals.
  IF ChangeCount = ZERO AND HeldCount = ZERO
    MOVE "  (no change in standing this term)" TO ReportLine
    WRITE ReportLine
  END-IF
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE "Students judged on the term:" TO PrnTotLabel
  MOVE JudgedCount TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  MOVE "Placed on probation:" TO PrnTotLabel
  MOVE ProbationCount TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  MOVE "Suspended:" TO PrnTotLabel
  MOVE SuspensionCount TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  MOVE "Returned to good standing:" TO PrnTotLabel
  MOVE RestoredCount TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  MOVE "Held (suspended by hand):" TO PrnTotLabel
  MOVE HeldCount TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  WRITE ReportLine
  WRITE ReportLine FROM SignOffLine.

OpenMasterIO.
  OPEN I-O StudentMaster
  IF StudentMasterStatus EQUAL TO "35"
    OPEN OUTPUT StudentMaster
    CLOSE StudentMaster
    OPEN I-O StudentMaster
  END-IF
  IF StudentMasterStatus NOT EQUAL TO "00"
    DISPLAY "Could not open StudentMaster.dat, status: "
            StudentMasterStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

OpenStandingIO.
  OPEN I-O StandingFile
  IF StandingFileStatus EQUAL TO "35"
    OPEN OUTPUT StandingFile
    CLOSE StandingFile
    OPEN I-O StandingFile
  END-IF
  IF StandingFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not open StudentStanding.dat, status: "
            StandingFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

COPY AuditLog.

END PROGRAM AcademicStanding.
