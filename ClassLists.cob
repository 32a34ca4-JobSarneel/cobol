IDENTIFICATION DIVISION.
PROGRAM-ID. ClassLists.
AUTHOR. Job Sarneel.
*> Class lists and attendance registers per course. At the start of
*> every term the lecturers asked the registry for their class
*> lists and somebody filtered StudentMaster.dat in a spreadsheet.
*> This prints, for every course in CourseMaster.dat or for one
*> course (CLASSCOURSE), the students enrolled on it -- active or
*> on probation -- sorted by surname, with StudentId and status,
*> followed by a blank weekly attendance register for the term's
*> teaching weeks: one block per week with a column for every day
*> ClosedDays says we are open, closed days and weeks with no open
*> day left out. The term is CLASSTERM ("YYYYTn"), prompted for
*> otherwise; by default the term today falls in on the academic
*> calendar. Each course's list also carries the changes since its
*> class list was last printed (ClassListPrints.dat keeps when that
*> was): students CourseChange moved onto or off the course, from
*> its CourseChangeAudit.dat trail, and students withdrawn,
*> suspended or graduated since. Output: ClassLists.prt, and
*> ClassLists.csv -- the same lists as semicolon-delimited records
*> with a header line, the BookExport way, for the lecturers'
*> own gradebooks. UNATTENDED=Y takes both choices from the system
*> parameters without asking.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentMaster ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentMasterStatus.
    SELECT CourseMasterFile ASSIGN TO "CourseMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CourseMasterFileStatus.
    SELECT ChangeTrailFile ASSIGN TO "CourseChangeAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChangeTrailStatus.
    SELECT PrintStampFile ASSIGN TO "ClassListPrints.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PrintStampStatus.
    SELECT SortFile ASSIGN TO "ClassListSort.tmp".
    SELECT ReportFile ASSIGN TO "ClassLists.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT ExportFile ASSIGN TO "ClassLists.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExportFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD StudentMaster.
COPY StudentRec.

FD CourseMasterFile.
COPY CourseMasterRecord.

*> The same record shape CourseChange writes.
FD ChangeTrailFile.
01 ChangeTrailRecord.
   88 EndOfChangeTrail   VALUE HIGH-VALUES.
   02 TrlDate            PIC 9(8).
   02 TrlTime            PIC 9(8).
   02 TrlStudentId       PIC 9(8).
   02 TrlOldCourse       PIC X(5).
   02 TrlNewCourse       PIC X(5).
   02 TrlEffectiveDate   PIC 9(8).

*> One record per course: the term, date and time its class list
*> was last printed.
FD PrintStampFile.
01 PrintStampRecord.
   88 EndOfPrintStamps   VALUE HIGH-VALUES.
   02 PstCourseCode      PIC X(5).
   02 PstTermCode        PIC X(6).
   02 PstDate            PIC 9(8).
   02 PstTime            PIC 9(8).

*> Per course: the catalog entry ("0") first, then its enrolled
*> students ("1") by surname, then those who left since the last
*> print ("2").
SD SortFile.
01 SortRecord.
   88 EndOfSortFile      VALUE HIGH-VALUES.
   02 SortCourseCode     PIC X(5).
   02 SortKind           PIC X.
   02 SortSurname        PIC X(12).
   02 SortForename       PIC X(9).
   02 SortStudentId      PIC 9(8).
   02 SortStatus         PIC X.
   02 SortStatusDate     PIC 9(8).
   02 SortCourseTitle    PIC X(25).

FD ReportFile.
01 ReportLine            PIC X(100).

FD ExportFile.
01 ExportLine            PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY AcademicPeriod.
COPY SystemParameterData.
01 StudentMasterStatus   PIC XX       VALUE "00".
01 CourseMasterFileStatus PIC XX      VALUE "00".
01 ChangeTrailStatus     PIC XX       VALUE "00".
01 PrintStampStatus      PIC XX       VALUE "00".
01 ReportFileStatus      PIC XX       VALUE "00".
01 ExportFileStatus      PIC XX       VALUE "00".

01 UnattendedMode        PIC X        VALUE "N".
   88 RunningUnattended               VALUE "Y".
01 classToday            PIC 9(8)     VALUE ZEROS.
01 classTime             PIC 9(8)     VALUE ZEROS.
01 printTerm             PIC X(6)     VALUE SPACES.
01 termInput             PIC X(30)    VALUE SPACES.
01 selectedCourse        PIC X(5)     VALUE SPACES.
01 courseInput           PIC X(30)    VALUE SPACES.

01 DateArithFunction     PIC X(4).
01 DateArithDays         PIC S9(5)    VALUE ZERO.
01 DateArithResult       PIC 9(8)     VALUE ZEROS.
01 DateArithValid        PIC X        VALUE "N".
   88 DateArithIsValid                VALUE "Y".
01 ClosedDaysFunction    PIC X(4).
01 ClosedDaysResult      PIC 9(8)     VALUE ZEROS.
01 ClosedDaysCount       PIC S9(5)    VALUE ZERO.
01 ClosedDaysValid       PIC X        VALUE "N".
   88 ClosedDaysIsValid               VALUE "Y".

01 CourseMasterTable.
   02 CourseMasterEntry  OCCURS 200 TIMES.
      03 CourseMasterCode  PIC X(5).
      03 CourseMasterName  PIC X(25).
01 CourseMasterCount     PIC 9(3)     VALUE ZERO.
01 CourseMasterIndex     PIC 9(3).
01 SelectedFound         PIC X        VALUE "N".
   88 SelectedCourseKnown             VALUE "Y".

01 PrintStampTable.
   02 PrintStampEntry    OCCURS 200 TIMES.
      03 StpCourseCode   PIC X(5).
      03 StpTermCode     PIC X(6).
      03 StpDate         PIC 9(8).
      03 StpTime         PIC 9(8).
01 PrintStampCount       PIC 9(3)     VALUE ZERO.
01 stampIndex            PIC 9(3)     VALUE ZERO.
01 matchedStamp          PIC 9(3)     VALUE ZERO.
01 stampCourse           PIC X(5)     VALUE SPACES.

*> The course being gathered from the sort.
01 CurrentCourseCode     PIC X(5)     VALUE SPACES.
01 CurrentCourseTitle    PIC X(25)    VALUE SPACES.
01 CourseStarted         PIC X        VALUE "N".
   88 CourseInHand                    VALUE "Y".
01 ClassTable.
   02 ClassEntry         OCCURS 500 TIMES.
      03 ClsStudentId    PIC 9(8).
      03 ClsSurname      PIC X(12).
      03 ClsForename     PIC X(9).
      03 ClsStatus       PIC X.
01 ClassCount            PIC 9(3)     VALUE ZERO.
01 classIndex            PIC 9(3)     VALUE ZERO.
01 LeaverTable.
   02 LeaverEntry        OCCURS 200 TIMES.
      03 LvrStudentId    PIC 9(8).
      03 LvrSurname      PIC X(12).
      03 LvrForename     PIC X(9).
      03 LvrStatus       PIC X.
      03 LvrStatusDate   PIC 9(8).
01 LeaverCount           PIC 9(3)     VALUE ZERO.
01 leaverIndex           PIC 9(3)     VALUE ZERO.
01 ChangeCount           PIC 9(5)     VALUE ZERO.
01 courseChangeCount     PIC 9(5)     VALUE ZERO.

*> The term's teaching weeks: the open days of each week, Monday
*> first.
01 WeekTable.
   02 WeekEntry          OCCURS 40 TIMES.
      03 WkDayCount      PIC 9.
      03 WkDay           OCCURS 7 TIMES.
         04 WkDate       PIC 9(8).
         04 WkWeekday    PIC 9.
01 WeekCount             PIC 99       VALUE ZERO.
01 weekIndex             PIC 99       VALUE ZERO.
01 dayIndex              PIC 9        VALUE ZERO.
01 weekdayOffset         PIC 9        VALUE ZERO.
01 weekMonday            PIC 9(8)     VALUE ZEROS.
01 weekDate              PIC 9(8)     VALUE ZEROS.
01 weekDateParts REDEFINES weekDate.
   02 weekDateYear       PIC 9(4).
   02 weekDateMonth      PIC 99.
   02 weekDateDay        PIC 99.
01 MondayAnchorDate      PIC 9(8)     VALUE 20240101.
01 weekQuotient          PIC S9(5)    VALUE ZERO.
01 weekRemainder         PIC S9(5)    VALUE ZERO.
01 DayNameValues         PIC X(14)    VALUE "MoTuWeThFrSaSu".
01 DayNameTable REDEFINES DayNameValues.
   02 DayName            PIC XX       OCCURS 7 TIMES.

01 CoursesPrinted        PIC 9(3)     VALUE ZERO.
01 StudentsPrinted       PIC 9(6)     VALUE ZERO.
01 NotInCatalogCount     PIC 9(6)     VALUE ZERO.
01 statusCode            PIC X        VALUE SPACE.
01 statusText            PIC X(10)    VALUE SPACES.
01 linePointer           PIC 9(3)     VALUE ZERO.
01 exportFieldText       PIC X(35)    VALUE SPACES.
01 exportFieldLength     PIC 99       VALUE ZERO.
01 trimScan              PIC 99       VALUE ZERO.
01 ExportLineWork        PIC X(100)   VALUE SPACES.
01 ExportHeaderLine      PIC X(50)    VALUE
   "Course;Term;StudentId;Surname;Forename;Status".

01 CourseHeading.
   02 FILLER             PIC X(13)    VALUE "Class list  ".
   02 PrnCourseCode      PIC X(5).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnCourseTitle     PIC X(25).
   02 FILLER             PIC X(7)     VALUE "  Term ".
   02 PrnTermCode        PIC X(6).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnTermStart       PIC 9(8).
   02 FILLER             PIC X        VALUE "-".
   02 PrnTermEnd         PIC 9(8).
   02 FILLER             PIC X(8)     VALUE "   Run: ".
   02 PrnRunDate         PIC 9(8).
01 ListColumnHeading     PIC X(60)    VALUE
   "  StudentId  Surname       Forename   Status".
01 ListLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnStudentId       PIC 9(8).
   02 FILLER             PIC X(3)     VALUE SPACES.
   02 PrnSurname         PIC X(12).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnForename        PIC X(9).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnStatusText      PIC X(10).
01 ListTotalLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnListCount       PIC ZZZ9.
   02 FILLER             PIC X(19)    VALUE " student(s) on the ".
   02 FILLER             PIC X(6)     VALUE "course".
01 ChangeLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnChgStudentId    PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnChgSurname      PIC X(12).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnChgForename     PIC X(9).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnChgText         PIC X(45).

PROCEDURE DIVISION.
Begin.
  PERFORM OpenAuditLog
  MOVE "ClassLists" TO AuditProgramName
  MOVE "START"      TO AuditEventType
  PERFORM LogAuditEvent
  ACCEPT classToday FROM DATE YYYYMMDD
  ACCEPT classTime FROM TIME
  ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"

  PERFORM InitCourseMaster
  PERFORM ChooseTerm
  PERFORM ChooseCourse
  PERFORM LoadPrintStamps
  PERFORM BuildTeachingWeeks

  OPEN INPUT StudentMaster
  IF StudentMasterStatus NOT EQUAL TO "00"
    DISPLAY "Could not open StudentMaster.dat, status: "
            StudentMasterStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  OPEN OUTPUT ReportFile
  OPEN OUTPUT ExportFile
  IF ReportFileStatus NOT EQUAL TO "00"
     OR ExportFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create ClassLists.prt/ClassLists.csv, "
            "status: " ReportFileStatus "/" ExportFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  WRITE ExportLine FROM ExportHeaderLine

  SORT SortFile ON ASCENDING KEY SortCourseCode SortKind
                                 SortSurname SortForename
                                 SortStudentId
       INPUT PROCEDURE IS ReleaseCourseStudents
       OUTPUT PROCEDURE IS PrintClassLists

  CLOSE ExportFile
  CLOSE ReportFile
  CLOSE StudentMaster
  PERFORM SavePrintStamps
  IF NotInCatalogCount > ZERO
    DISPLAY NotInCatalogCount " enrolled student(s) are on a course "
            "not in CourseMaster.dat and are on no list."
    ADD 1 TO AuditErrorCount
  END-IF
  DISPLAY "Class lists for " printTerm ": " CoursesPrinted
          " course(s), " StudentsPrinted " student(s), "
          ChangeCount " change(s) since the last print (see "
          "ClassLists.prt, ClassLists.csv)."

  MOVE "END"           TO AuditEventType
  MOVE StudentsPrinted TO AuditRecordCount
  PERFORM LogAuditEvent
  CLOSE AuditLogFile
  IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
    MOVE 4 TO RETURN-CODE
  END-IF
  STOP RUN.

*> The term the registers are for; without one given, the term
*> today falls in on the academic calendar. A term given must be
*> one the calendar knows (or the house rule can place).
ChooseTerm.
  MOVE "TERM" TO AcalFunction
  MOVE classToday TO AcalDate
  CALL "AcademicCalendar" USING AcalFunction AcalDate
                                AcademicPeriod AcalValid
  MOVE AcpTermCode TO printTerm
  MOVE "CLASSTERM" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  MOVE SysParmValue TO termInput
  IF termInput = SPACES AND NOT RunningUnattended
    DISPLAY "Term (YYYYTn, empty for " printTerm "): "
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
    MOVE termInput TO printTerm
  END-IF.

ChooseCourse.
  MOVE "CLASSCOURSE" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  MOVE SysParmValue TO courseInput
  IF courseInput = SPACES AND NOT RunningUnattended
    DISPLAY "Course code (empty for every course): "
            WITH NO ADVANCING
    ACCEPT courseInput
  END-IF
  MOVE courseInput TO selectedCourse
  INSPECT selectedCourse CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
  IF selectedCourse NOT = SPACES
    MOVE "N" TO SelectedFound
    PERFORM VARYING CourseMasterIndex FROM 1 BY 1
            UNTIL CourseMasterIndex > CourseMasterCount
      IF CourseMasterCode(CourseMasterIndex) = selectedCourse
        MOVE "Y" TO SelectedFound
      END-IF
    END-PERFORM
    IF NOT SelectedCourseKnown
      DISPLAY "Course " selectedCourse " is not in CourseMaster.dat."
              " Abending."
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF
  END-IF.

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
        TO CourseMasterName(CourseMasterCount)
      READ CourseMasterFile
        AT END SET EndOfCourseMasterFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE CourseMasterFile
  END-IF
  IF CourseMasterCount = ZERO
    DISPLAY "CourseMaster.dat is missing or empty; no courses to "
            "list. Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

LoadPrintStamps.
  MOVE ZERO TO PrintStampCount
  OPEN INPUT PrintStampFile
  IF PrintStampStatus EQUAL TO "00"
    READ PrintStampFile
      AT END SET EndOfPrintStamps TO TRUE
    END-READ
    PERFORM UNTIL EndOfPrintStamps OR PrintStampCount >= 200
      ADD 1 TO PrintStampCount
      MOVE PstCourseCode TO StpCourseCode(PrintStampCount)
      MOVE PstTermCode   TO StpTermCode(PrintStampCount)
      MOVE PstDate       TO StpDate(PrintStampCount)
      MOVE PstTime       TO StpTime(PrintStampCount)
      READ PrintStampFile
        AT END SET EndOfPrintStamps TO TRUE
      END-READ
    END-PERFORM
    CLOSE PrintStampFile
  END-IF.

*> Leaves matchedStamp at the stamp for stampCourse, zero if its
*> class list has never been printed.
FindPrintStamp.
  MOVE ZERO TO matchedStamp
  PERFORM VARYING stampIndex FROM 1 BY 1
          UNTIL stampIndex > PrintStampCount OR matchedStamp > ZERO
    IF StpCourseCode(stampIndex) = stampCourse
      MOVE stampIndex TO matchedStamp
    END-IF
  END-PERFORM.

SavePrintStamps.
  OPEN OUTPUT PrintStampFile
  IF PrintStampStatus NOT EQUAL TO "00"
    DISPLAY "Could not write ClassListPrints.dat, status: "
            PrintStampStatus "; the next changes list will repeat "
            "these."
    ADD 1 TO AuditErrorCount
   ELSE
    PERFORM VARYING stampIndex FROM 1 BY 1
            UNTIL stampIndex > PrintStampCount
      MOVE StpCourseCode(stampIndex) TO PstCourseCode
      MOVE StpTermCode(stampIndex)   TO PstTermCode
      MOVE StpDate(stampIndex)       TO PstDate
      MOVE StpTime(stampIndex)       TO PstTime
      WRITE PrintStampRecord
    END-PERFORM
    CLOSE PrintStampFile
  END-IF.

*> Monday of the week the term starts in, then week by week to the
*> end of the term; a day counts when it lies inside the term and
*> ClosedDays has us open. A week with no such day (a holiday week
*> on the calendar) is not a teaching week.
BuildTeachingWeeks.
  MOVE ZERO TO WeekCount
  MOVE "DIFF" TO DateArithFunction
  CALL "DateArithmetic" USING DateArithFunction MondayAnchorDate
                              AcpTermStart DateArithDays
                              DateArithValid
  DIVIDE DateArithDays BY 7 GIVING weekQuotient
         REMAINDER weekRemainder
  IF weekRemainder < ZERO
    ADD 7 TO weekRemainder
  END-IF
  MOVE "ADDD" TO DateArithFunction
  COMPUTE DateArithDays = ZERO - weekRemainder
  CALL "DateArithmetic" USING DateArithFunction AcpTermStart
                              weekMonday DateArithDays
                              DateArithValid
  PERFORM UNTIL weekMonday > AcpTermEnd OR WeekCount >= 40
    ADD 1 TO WeekCount
    MOVE ZERO TO WkDayCount(WeekCount)
    PERFORM VARYING weekdayOffset FROM 0 BY 1
            UNTIL weekdayOffset > 6
      PERFORM ConsiderTermDay
    END-PERFORM
    IF WkDayCount(WeekCount) = ZERO
      SUBTRACT 1 FROM WeekCount
    END-IF
    MOVE "ADDD" TO DateArithFunction
    MOVE 7 TO DateArithDays
    CALL "DateArithmetic" USING DateArithFunction weekMonday
                                DateArithResult DateArithDays
                                DateArithValid
    MOVE DateArithResult TO weekMonday
  END-PERFORM.

ConsiderTermDay.
  MOVE "ADDD" TO DateArithFunction
  MOVE weekdayOffset TO DateArithDays
  CALL "DateArithmetic" USING DateArithFunction weekMonday
                              weekDate DateArithDays DateArithValid
  IF weekDate NOT < AcpTermStart AND weekDate NOT > AcpTermEnd
    MOVE "OPEN" TO ClosedDaysFunction
    CALL "ClosedDays" USING ClosedDaysFunction weekDate
                            ClosedDaysResult ClosedDaysCount
                            ClosedDaysValid
    IF ClosedDaysCount = 1
      ADD 1 TO WkDayCount(WeekCount)
      MOVE weekDate TO WkDate(WeekCount WkDayCount(WeekCount))
      COMPUTE WkWeekday(WeekCount WkDayCount(WeekCount)) =
              weekdayOffset + 1
    END-IF
  END-IF.

*> Every catalog course (or the one chosen) gets a list, even with
*> nobody on it; enrolled means active, on probation, or a record
*> from before the lifecycle. Leavers are only of interest to a
*> course whose list has been printed before, and only since then.
ReleaseCourseStudents.
  PERFORM VARYING CourseMasterIndex FROM 1 BY 1
          UNTIL CourseMasterIndex > CourseMasterCount
    IF selectedCourse = SPACES OR
       selectedCourse = CourseMasterCode(CourseMasterIndex)
      MOVE SPACES TO SortRecord
      MOVE CourseMasterCode(CourseMasterIndex) TO SortCourseCode
      MOVE "0" TO SortKind
      MOVE ZEROS TO SortStudentId, SortStatusDate
      MOVE CourseMasterName(CourseMasterIndex) TO SortCourseTitle
      RELEASE SortRecord
    END-IF
  END-PERFORM
  READ StudentMaster NEXT RECORD
    AT END SET EndOfStudentMaster TO TRUE
  END-READ
  PERFORM UNTIL EndOfStudentMaster
    IF selectedCourse = SPACES OR selectedCourse = CourseId
      PERFORM ReleaseOneStudent
    END-IF
    READ StudentMaster NEXT RECORD
      AT END SET EndOfStudentMaster TO TRUE
    END-READ
  END-PERFORM.

ReleaseOneStudent.
  MOVE SPACES       TO SortRecord
  MOVE CourseId     TO SortCourseCode
  MOVE Surname      TO SortSurname
  MOVE Forename     TO SortForename
  MOVE StudentId    TO SortStudentId
  MOVE EnrollStatus TO SortStatus
  MOVE StatusDate   TO SortStatusDate
  EVALUATE EnrollStatus
    WHEN "A"
    WHEN "P"
    WHEN SPACE
      MOVE "1" TO SortKind
      RELEASE SortRecord
    WHEN "W"
    WHEN "S"
    WHEN "G"
      MOVE CourseId TO stampCourse
      PERFORM FindPrintStamp
      IF matchedStamp > ZERO
        IF StatusDate NOT < StpDate(matchedStamp)
          MOVE "2" TO SortKind
          RELEASE SortRecord
        END-IF
      END-IF
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

PrintClassLists.
  MOVE "N" TO CourseStarted
  RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
  PERFORM UNTIL EndOfSortFile
    IF SortKind = "0"
      IF CourseInHand
        PERFORM PrintOneCourse
      END-IF
      MOVE "Y" TO CourseStarted
      MOVE SortCourseCode  TO CurrentCourseCode
      MOVE SortCourseTitle TO CurrentCourseTitle
      MOVE ZERO TO ClassCount, LeaverCount
     ELSE
      IF CourseInHand AND SortCourseCode = CurrentCourseCode
        PERFORM KeepSortedStudent
       ELSE
        IF SortKind = "1"
          ADD 1 TO NotInCatalogCount
        END-IF
      END-IF
    END-IF
    RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
  END-PERFORM
  IF CourseInHand
    PERFORM PrintOneCourse
  END-IF.

KeepSortedStudent.
  IF SortKind = "1"
    IF ClassCount < 500
      ADD 1 TO ClassCount
      MOVE SortStudentId TO ClsStudentId(ClassCount)
      MOVE SortSurname   TO ClsSurname(ClassCount)
      MOVE SortForename  TO ClsForename(ClassCount)
      MOVE SortStatus    TO ClsStatus(ClassCount)
     ELSE
      DISPLAY "Course " CurrentCourseCode " has more than 500 "
              "students, more than one list holds -- student "
              SortStudentId " is left off."
      ADD 1 TO AuditErrorCount
    END-IF
   ELSE
    IF LeaverCount < 200
      ADD 1 TO LeaverCount
      MOVE SortStudentId  TO LvrStudentId(LeaverCount)
      MOVE SortSurname    TO LvrSurname(LeaverCount)
      MOVE SortForename   TO LvrForename(LeaverCount)
      MOVE SortStatus     TO LvrStatus(LeaverCount)
      MOVE SortStatusDate TO LvrStatusDate(LeaverCount)
    END-IF
  END-IF.

PrintOneCourse.
  MOVE CurrentCourseCode  TO PrnCourseCode
  MOVE CurrentCourseTitle TO PrnCourseTitle
  MOVE printTerm          TO PrnTermCode
  MOVE AcpTermStart       TO PrnTermStart
  MOVE AcpTermEnd         TO PrnTermEnd
  MOVE classToday         TO PrnRunDate
  IF CoursesPrinted > ZERO
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    WRITE ReportLine
  END-IF
  WRITE ReportLine FROM CourseHeading
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  WRITE ReportLine FROM ListColumnHeading
  PERFORM VARYING classIndex FROM 1 BY 1
          UNTIL classIndex > ClassCount
    MOVE ClsStudentId(classIndex) TO PrnStudentId
    MOVE ClsSurname(classIndex)   TO PrnSurname
    MOVE ClsForename(classIndex)  TO PrnForename
    MOVE ClsStatus(classIndex)    TO statusCode
    PERFORM DescribeStatus
    MOVE statusText TO PrnStatusText
    WRITE ReportLine FROM ListLine
    PERFORM WriteExportLine
  END-PERFORM
  MOVE ClassCount TO PrnListCount
  WRITE ReportLine FROM ListTotalLine
  PERFORM PrintChangesSinceLastPrint
  IF ClassCount > ZERO
    PERFORM PrintAttendanceRegister
  END-IF
  ADD 1 TO CoursesPrinted
  ADD ClassCount TO StudentsPrinted.

DescribeStatus.
  EVALUATE statusCode
    WHEN "P"   MOVE "Probation" TO statusText
    WHEN "W"   MOVE "Withdrawn" TO statusText
    WHEN "S"   MOVE "Suspended" TO statusText
    WHEN "G"   MOVE "Graduated" TO statusText
    WHEN OTHER MOVE "Active"    TO statusText
  END-EVALUATE.

*> What moved since the course's list last went out: CourseChange
*> transfers onto or off it from the trail, then the students who
*> left it. The course's stamp moves to now afterwards.
PrintChangesSinceLastPrint.
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE CurrentCourseCode TO stampCourse
  PERFORM FindPrintStamp
  IF matchedStamp = ZERO
    MOVE SPACES TO ReportLine
    STRING "Changes since the last print: none -- the first list "
           "for this course." DELIMITED BY SIZE INTO ReportLine
    WRITE ReportLine
   ELSE
    MOVE SPACES TO ReportLine
    STRING "Changes since the list printed "
           StpDate(matchedStamp) " (" StpTermCode(matchedStamp)
           "):" DELIMITED BY SIZE INTO ReportLine
    WRITE ReportLine
    MOVE ZERO TO courseChangeCount
    PERFORM ListCourseTransfers
    PERFORM VARYING leaverIndex FROM 1 BY 1
            UNTIL leaverIndex > LeaverCount
      MOVE LvrStudentId(leaverIndex) TO PrnChgStudentId
      MOVE LvrSurname(leaverIndex)   TO PrnChgSurname
      MOVE LvrForename(leaverIndex)  TO PrnChgForename
      MOVE LvrStatus(leaverIndex)    TO statusCode
      PERFORM DescribeStatus
      MOVE SPACES TO PrnChgText
      STRING statusText DELIMITED BY SPACE
             " " LvrStatusDate(leaverIndex) DELIMITED BY SIZE
             INTO PrnChgText
      WRITE ReportLine FROM ChangeLine
      ADD 1 TO courseChangeCount
    END-PERFORM
    IF courseChangeCount = ZERO
      MOVE "  none" TO ReportLine
      WRITE ReportLine
    END-IF
    ADD courseChangeCount TO ChangeCount
  END-IF
  IF matchedStamp = ZERO AND PrintStampCount < 200
    ADD 1 TO PrintStampCount
    MOVE PrintStampCount TO matchedStamp
    MOVE CurrentCourseCode TO StpCourseCode(matchedStamp)
  END-IF
  IF matchedStamp > ZERO
    MOVE printTerm  TO StpTermCode(matchedStamp)
    MOVE classToday TO StpDate(matchedStamp)
    MOVE classTime  TO StpTime(matchedStamp)
  END-IF.

ListCourseTransfers.
  OPEN INPUT ChangeTrailFile
  IF ChangeTrailStatus EQUAL TO "00"
    READ ChangeTrailFile
      AT END SET EndOfChangeTrail TO TRUE
    END-READ
    PERFORM UNTIL EndOfChangeTrail
      IF (TrlOldCourse = CurrentCourseCode OR
          TrlNewCourse = CurrentCourseCode) AND
         (TrlDate > StpDate(matchedStamp) OR
          (TrlDate = StpDate(matchedStamp) AND
           TrlTime > StpTime(matchedStamp)))
        PERFORM ListOneTransfer
        ADD 1 TO courseChangeCount
      END-IF
      READ ChangeTrailFile
        AT END SET EndOfChangeTrail TO TRUE
      END-READ
    END-PERFORM
    CLOSE ChangeTrailFile
  END-IF.

ListOneTransfer.
  MOVE TrlStudentId TO PrnChgStudentId, StudentId
  MOVE SPACES TO PrnChgSurname, PrnChgForename, PrnChgText
  READ StudentMaster
    INVALID KEY
      MOVE "(not on file)" TO PrnChgSurname
    NOT INVALID KEY
      MOVE Surname  TO PrnChgSurname
      MOVE Forename TO PrnChgForename
  END-READ
  IF TrlOldCourse = CurrentCourseCode
    STRING "moved to " TrlNewCourse ", effective "
           TrlEffectiveDate DELIMITED BY SIZE INTO PrnChgText
   ELSE
    STRING "joined from " TrlOldCourse ", effective "
           TrlEffectiveDate DELIMITED BY SIZE INTO PrnChgText
  END-IF
  WRITE ReportLine FROM ChangeLine.

*> One block per teaching week: a column per open day headed with
*> its weekday and date, a row per student with an empty box under
*> each.
PrintAttendanceRegister.
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE SPACES TO ReportLine
  STRING "Attendance register " CurrentCourseCode "  term "
         printTerm DELIMITED BY SIZE INTO ReportLine
  WRITE ReportLine
  IF WeekCount = ZERO
    MOVE "  (no open teaching days in the term)" TO ReportLine
    WRITE ReportLine
  END-IF
  PERFORM VARYING weekIndex FROM 1 BY 1 UNTIL weekIndex > WeekCount
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    MOVE 1 TO linePointer
    STRING "Week " weekIndex DELIMITED BY SIZE
           INTO ReportLine WITH POINTER linePointer
    MOVE 35 TO linePointer
    PERFORM VARYING dayIndex FROM 1 BY 1
            UNTIL dayIndex > WkDayCount(weekIndex)
      MOVE WkDate(weekIndex dayIndex) TO weekDate
      STRING DayName(WkWeekday(weekIndex dayIndex)) " "
             weekDateDay "/" weekDateMonth " "
             DELIMITED BY SIZE
             INTO ReportLine WITH POINTER linePointer
    END-PERFORM
    WRITE ReportLine
    PERFORM VARYING classIndex FROM 1 BY 1
            UNTIL classIndex > ClassCount
      PERFORM WriteRegisterRow
    END-PERFORM
  END-PERFORM.

WriteRegisterRow.
  MOVE SPACES TO ReportLine
  MOVE 1 TO linePointer
  STRING "  " ClsStudentId(classIndex) " "
         ClsSurname(classIndex) " " ClsForename(classIndex)
         DELIMITED BY SIZE
         INTO ReportLine WITH POINTER linePointer
  MOVE 35 TO linePointer
  PERFORM VARYING dayIndex FROM 1 BY 1
          UNTIL dayIndex > WkDayCount(weekIndex)
    STRING "[     ]  " DELIMITED BY SIZE
           INTO ReportLine WITH POINTER linePointer
  END-PERFORM
  WRITE ReportLine.

WriteExportLine.
  MOVE SPACES TO ExportLineWork
  MOVE 1 TO linePointer
  MOVE CurrentCourseCode        TO exportFieldText
  PERFORM AppendExportField
  MOVE printTerm                TO exportFieldText
  PERFORM AppendExportField
  MOVE ClsStudentId(classIndex) TO exportFieldText
  PERFORM AppendExportField
  MOVE ClsSurname(classIndex)   TO exportFieldText
  PERFORM AppendExportField
  MOVE ClsForename(classIndex)  TO exportFieldText
  PERFORM AppendExportField
  MOVE statusText               TO exportFieldText
  PERFORM AppendLastExportField
  WRITE ExportLine FROM ExportLineWork.

*> Appends the trimmed field and a ";" at linePointer. An all-space
*> field contributes just the delimiter (an empty column).
AppendExportField.
  PERFORM MeasureExportField
  IF exportFieldLength > ZERO
    STRING exportFieldText(1:exportFieldLength) ";"
           DELIMITED BY SIZE
           INTO ExportLineWork WITH POINTER linePointer
   ELSE
    STRING ";" DELIMITED BY SIZE
           INTO ExportLineWork WITH POINTER linePointer
  END-IF.

AppendLastExportField.
  PERFORM MeasureExportField
  IF exportFieldLength > ZERO
    STRING exportFieldText(1:exportFieldLength)
           DELIMITED BY SIZE
           INTO ExportLineWork WITH POINTER linePointer
  END-IF.

MeasureExportField.
  MOVE ZERO TO exportFieldLength
  PERFORM VARYING trimScan FROM 35 BY -1
          UNTIL trimScan < 1 OR exportFieldLength > ZERO
    IF exportFieldText(trimScan:1) NOT = SPACE
      MOVE trimScan TO exportFieldLength
    END-IF
  END-PERFORM.

COPY AuditLog.

END PROGRAM ClassLists.
