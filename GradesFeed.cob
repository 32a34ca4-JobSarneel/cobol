*> every graded student's GPA as the average over their ledger, and
*> writes GradesReport.prt -- the dean's list (3.50 and up) and the
*> academic-probation list (below 2.00) the faculty assembles by
*> hand each term. Both thresholds are system parameters
*> (DEANSLISTGPA, PROBATIONGPA) for the year the board moves them.
*> Each ledger result carries the term it belongs to: the feed's
*> optional GrdTerm ("YYYYTn") when the exam office supplies it,
*> otherwise the term the posting date falls in on the academic
*> calendar (the AcademicCalendar service; between terms, the term
*> just ended) -- so Transcript can group a student's results term
*> by term. The probation list is judged on the posting term's
*> results alone, so one bad term isn't hidden by earlier ones and
*> old terms don't keep a student on it; the dean's list stays on
*> the cumulative GPA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02 GrdStudentId       PIC X(8).
   02 GrdCourseCode      PIC X(5).
   02 GrdGrade           PIC X(3).
*> Spaces on feeds that leave the term to the posting date.
   02 GrdTerm            PIC X(6).

FD ExceptionFile.
01 ExceptionRecord.
   02 ExcReasonText      PIC X(30).

FD LedgerFile.
COPY GradesLedgerRecord.

FD StudentMaster.
COPY StudentRec.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
01 GradesFileStatus      PIC XX.
01 ExceptionFileStatus   PIC XX.
01 LedgerFileStatus      PIC XX.
01 ExceptionCount        PIC 9(6)     VALUE ZERO.
01 UpdatedStudents       PIC 9(6)     VALUE ZERO.

01 gradesToday           PIC 9(8)     VALUE ZEROS.
01 postingTerm           PIC X(6)     VALUE SPACES.
COPY AcademicPeriod.

01 CourseMasterTable.
   02 CourseMasterCode   PIC X(5)     OCCURS 200 TIMES.
01 CourseMasterCount     PIC 9(3)     VALUE ZERO.
      03 GpaStudentId    PIC 9(8).
      03 GpaSum          PIC 9(5)V99.
      03 GpaCount        PIC 9(3).
      03 GpaTermSum      PIC 9(5)V99.
      03 GpaTermCount    PIC 9(3).
01 GpaTableCount         PIC 9(3)     VALUE ZERO.
01 gpaIndex              PIC 9(3)     VALUE ZERO.
01 currentGpaIndex       PIC 9(3)     VALUE ZERO.
01 newGpa                PIC 9V99     VALUE ZERO.
01 lineGradeCount        PIC 9(3)     VALUE ZERO.
01 DeansListCount        PIC 9(4)     VALUE ZERO.
01 ProbationCount        PIC 9(4)     VALUE ZERO.
01 DeansListGpa          PIC 9V99     VALUE 3.50.
01 ProbationGpa          PIC 9V99     VALUE 2.00.
01 thresholdShown        PIC 9.99.

01 ReportHeading.
   02 FILLER             PIC X(40)
      VALUE "Dean's list and probation  --  Run:     ".
   02 PrnRunDate         PIC 9(8).
01 SectionHeading        PIC X(70).
01 StudentGpaLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnStudentId       PIC 9(8).
  MOVE "GradesFeed" TO AuditProgramName
  MOVE "START"      TO AuditEventType
  PERFORM LogAuditEvent
  ACCEPT gradesToday FROM DATE YYYYMMDD
  PERFORM DerivePostingTerm

  PERFORM InitCourseMaster
  PERFORM EditAndPostGrades
          MOVE GrdCourseCode TO LdgCourseCode
          *> "385" in the feed is the implied-decimal 3.85.
          COMPUTE LdgGrade = FUNCTION NUMVAL(GrdGrade) / 100
          IF GrdTerm = SPACES
            MOVE postingTerm TO LdgTerm
           ELSE
            MOVE GrdTerm TO LdgTerm
          END-IF
          MOVE gradesToday TO LdgGradedDate
          WRITE LedgerRecord
          ADD 1 TO AppliedCount
      END-READ
  END-EVALUATE.

*> Term the posting date falls in, for feed records without one.
DerivePostingTerm.
  MOVE "TERM" TO AcalFunction
  MOVE gradesToday TO AcalDate
  CALL "AcademicCalendar" USING AcalFunction AcalDate
                                AcademicPeriod AcalValid
  MOVE AcpTermCode TO postingTerm.

WriteExceptionRecord.
  MOVE GrdStudentId  TO ExcStudentId
  MOVE GrdCourseCode TO ExcCourseCode
      MOVE LdgStudentId TO GpaStudentId(GpaTableCount)
      MOVE ZEROS TO GpaSum(GpaTableCount)
      MOVE ZEROS TO GpaCount(GpaTableCount)
      MOVE ZEROS TO GpaTermSum(GpaTableCount)
      MOVE ZEROS TO GpaTermCount(GpaTableCount)
      MOVE GpaTableCount TO currentGpaIndex
     ELSE
      DISPLAY "More than 500 graded students, more than this "
  IF currentGpaIndex > ZERO
    ADD LdgGrade TO GpaSum(currentGpaIndex)
    ADD 1 TO GpaCount(currentGpaIndex)
    IF LdgTerm = postingTerm
      ADD LdgGrade TO GpaTermSum(currentGpaIndex)
      ADD 1 TO GpaTermCount(currentGpaIndex)
    END-IF
  END-IF.

WriteGradesReport.
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  PERFORM OpenMasterInput
  PERFORM LoadGpaThresholds
  MOVE DeansListGpa TO thresholdShown
  MOVE SPACES TO SectionHeading
  STRING "=== Dean's list (GPA " thresholdShown " and up) ==="
         DELIMITED BY SIZE INTO SectionHeading
  WRITE ReportLine FROM SectionHeading
  PERFORM VARYING gpaIndex FROM 1 BY 1
          UNTIL gpaIndex > GpaTableCount
    COMPUTE newGpa ROUNDED = GpaSum(gpaIndex) / GpaCount(gpaIndex)
    IF newGpa >= DeansListGpa
      MOVE GpaCount(gpaIndex) TO lineGradeCount
      PERFORM WriteStudentGpaLine
      ADD 1 TO DeansListCount
    END-IF
  END-IF
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE ProbationGpa TO thresholdShown
  MOVE SPACES TO SectionHeading
  STRING "=== Academic probation, term " postingTerm
         " (term GPA below " thresholdShown ") ===" DELIMITED BY SIZE
         INTO SectionHeading
  WRITE ReportLine FROM SectionHeading
  PERFORM VARYING gpaIndex FROM 1 BY 1
          UNTIL gpaIndex > GpaTableCount
    IF GpaTermCount(gpaIndex) > ZERO
      COMPUTE newGpa ROUNDED = GpaTermSum(gpaIndex)
                             / GpaTermCount(gpaIndex)
      IF newGpa < ProbationGpa
        MOVE GpaTermCount(gpaIndex) TO lineGradeCount
        PERFORM WriteStudentGpaLine
        ADD 1 TO ProbationCount
      END-IF
    END-IF
  END-PERFORM
  IF ProbationCount = ZERO
      MOVE StudentName TO PrnStudentName
  END-READ
  MOVE newGpa TO PrnGpa
  MOVE lineGradeCount TO PrnGradeCount
  WRITE ReportLine FROM StudentGpaLine.

*> Thresholds as "d.dd" text; anything else keeps 3.50 / 2.00.
LoadGpaThresholds.
  MOVE "DEANSLISTGPA" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  IF SysParmValue(1:1) IS NUMERIC AND SysParmValue(2:1) = "."
     AND SysParmValue(3:2) IS NUMERIC
    COMPUTE DeansListGpa = FUNCTION NUMVAL(SysParmValue(1:4))
  END-IF
  MOVE "PROBATIONGPA" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  IF SysParmValue(1:1) IS NUMERIC AND SysParmValue(2:1) = "."
     AND SysParmValue(3:2) IS NUMERIC
    COMPUTE ProbationGpa = FUNCTION NUMVAL(SysParmValue(1:4))
  END-IF.

InitCourseMaster.
  MOVE ZERO TO CourseMasterCount
  OPEN INPUT CourseMasterFile
