*> 'a' amends one, 'l' lists them, 'q' quits. The file stays LINE
*> SEQUENTIAL (every reader loads it into a table), so maintenance
*> reads it whole, works in the table, and writes it back.
*> Prerequisites live beside it in CoursePrereq.dat, handled the
*> same way: 'p' adds or removes a course's required prior courses
*> and the minimum grade each needs (a requirement that would lead
*> back to the course itself is refused), and 'c' prints every
*> course's prerequisite chain, all the way down, to
*> PrereqChains.prt for the faculty to review. CourseChange
*> enforces them.
*> Every session starts with an OperatorSignon sign-on, and the
*> operator's id goes on each audit entry the session writes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CourseMasterFile ASSIGN TO "CourseMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CourseMasterFileStatus.
    SELECT PrereqFile ASSIGN TO "CoursePrereq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PrereqFileStatus.
    SELECT ReportFile ASSIGN TO "PrereqChains.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.
FD CourseMasterFile.
COPY CourseMasterRecord.

FD PrereqFile.
COPY CoursePrereqRecord.

FD ReportFile.
01 ReportLine            PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 CourseMasterFileStatus PIC XX.
01 PrereqFileStatus      PIC XX.
01 ReportFileStatus      PIC XX.

01 maintChoice           PIC X        VALUE SPACE.
01 codeInput             PIC X(5)     VALUE SPACES.
01 TableDirty            PIC X        VALUE "N".
   88 TableWasChanged                 VALUE "Y".

01 PrereqTable.
   02 PrereqEntry        OCCURS 600 TIMES.
      03 TblPrqCourse    PIC X(5).
      03 TblPrqRequired  PIC X(5).
      03 TblPrqMinGrade  PIC 9V99.
01 PrereqCount           PIC 9(3)     VALUE ZERO.
01 prereqIndex           PIC 9(3)     VALUE ZERO.
01 matchedPrereq         PIC 9(3)     VALUE ZERO.
01 PrereqDirty           PIC X        VALUE "N".
   88 PrereqsWereChanged              VALUE "Y".
01 prereqCourse          PIC X(5)     VALUE SPACES.
01 requiredCode          PIC X(5)     VALUE SPACES.
01 requiredInput         PIC X(6)     VALUE SPACES.
01 minGradeInput         PIC X(3)     VALUE SPACES.
01 minGradeDigits        PIC 9(3)     VALUE ZERO.
01 minGradeValue         PIC 9V99     VALUE ZERO.
01 PrnMinGrade           PIC 9.99.
01 PrereqInputStatus     PIC X        VALUE "N".
   88 PrereqInputDone                 VALUE "Y".

*> Courses reachable from a new requirement, for the cycle check.
01 WalkTable.
   02 WalkCode           PIC X(5)     OCCURS 200 TIMES.
01 walkHead              PIC 9(3)     VALUE ZERO.
01 walkTail              PIC 9(3)     VALUE ZERO.
01 walkIndex             PIC 9(3)     VALUE ZERO.
01 WalkSeen              PIC X        VALUE "N".
   88 WalkCodeSeen                    VALUE "Y".
01 CycleStatus           PIC X        VALUE "N".
   88 CycleFound                      VALUE "Y".

*> Depth-first walk of one course's chain for the report: pushed in
*> reverse so each level prints in file order.
01 ChainStack.
   02 StackEntry         OCCURS 300 TIMES.
      03 StkCode         PIC X(5).
      03 StkDepth        PIC 9.
      03 StkMinGrade     PIC 9V99.
01 stackCount            PIC 9(3)     VALUE ZERO.
01 stackMark             PIC 9(3)     VALUE ZERO.
01 topCode               PIC X(5)     VALUE SPACES.
01 topDepth              PIC 9        VALUE ZERO.
01 topMinGrade           PIC 9V99     VALUE ZERO.
01 indentPos             PIC 9(3)     VALUE ZERO.
01 ChainCourseCount      PIC 9(3)     VALUE ZERO.
01 NoPrereqCourseCount   PIC 9(3)     VALUE ZERO.

01 ReportHeading.
   02 FILLER             PIC X(40)
      VALUE "Course prerequisite chains  --  Run:    ".
   02 PrnRunDate         PIC 9(8).
01 ChainCourseLine.
   02 PrnChainCode       PIC X(5).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnChainTitle      PIC X(25).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnChainFaculty    PIC X(15).
01 ChainDetail.
   02 FILLER             PIC X(9)     VALUE "requires ".
   02 PrnReqCode         PIC X(5).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnReqTitle        PIC X(25).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnReqMinText      PIC X(15).
01 MinGradeText.
   02 FILLER             PIC X(11)    VALUE "min grade  ".
   02 PrnReqMinGrade     PIC 9.99.
01 TotalLine.
   02 PrnTotLabel        PIC X(40).
   02 PrnTotCount        PIC ZZ9.

PROCEDURE DIVISION.
Begin.
  MOVE "CourseMaint" TO SignonProgramName
  CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                              SignonOperatorName SignonOperatorRole
                              SignonResult
  IF NOT SignonSucceeded
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  PERFORM OpenAuditLog
  MOVE SignonOperatorId TO AuditOperatorId
  MOVE "CourseMaint" TO AuditProgramName
  MOVE "START"       TO AuditEventType
  PERFORM LogAuditEvent

  PERFORM LoadCourseTable
  PERFORM LoadPrereqTable
  PERFORM MaintMenu UNTIL maintChoice = "q"
  IF TableWasChanged
    PERFORM SaveCourseTable
  END-IF
  IF PrereqsWereChanged
    PERFORM SavePrereqTable
  END-IF

  MOVE "END" TO AuditEventType
  PERFORM LogAuditEvent

MaintMenu.
  DISPLAY "Press 'r' to register a course, 'a' to amend one, "
          "'l' to list the catalog, 'p' for prerequisites, 'c' "
          "for the prerequisite chains report, or 'q' to quit: "
          WITH NO ADVANCING
  ACCEPT maintChoice
  EVALUATE maintChoice
    WHEN "r" PERFORM RegisterCourse
    WHEN "a" PERFORM AmendCourse
    WHEN "l" PERFORM ListCourses
    WHEN "p" PERFORM MaintainPrereqs
    WHEN "c" PERFORM WritePrereqChains
    WHEN "q" DISPLAY "OK, bye."
    WHEN OTHER
      DISPLAY "That's not an 'r', 'a', 'l', 'p', 'c' or 'q'. "
              "Try again."
  END-EVALUATE.

RegisterCourse.
    END-PERFORM
  END-IF.

MaintainPrereqs.
  DISPLAY "Course code for prerequisites: " WITH NO ADVANCING
  ACCEPT codeInput
  PERFORM FindCourseInTable
  IF matchedIndex = ZERO
    DISPLAY "No course on file with code " codeInput "."
   ELSE
    MOVE codeInput TO prereqCourse
    PERFORM ShowPrereqs
    MOVE "N" TO PrereqInputStatus
    PERFORM UNTIL PrereqInputDone
      DISPLAY "Required course to add, -code to remove, empty when "
              "done: " WITH NO ADVANCING
      MOVE SPACES TO requiredInput
      ACCEPT requiredInput
      EVALUATE TRUE
        WHEN requiredInput = SPACES
          MOVE "Y" TO PrereqInputStatus
        WHEN requiredInput(1:1) = "-"
          MOVE requiredInput(2:5) TO requiredCode
          PERFORM RemovePrereq
        WHEN OTHER
          MOVE requiredInput(1:5) TO requiredCode
          PERFORM AddPrereq
      END-EVALUATE
    END-PERFORM
    PERFORM ShowPrereqs
  END-IF.

ShowPrereqs.
  DISPLAY "Prerequisites of " prereqCourse ":"
  MOVE ZERO TO matchedPrereq
  PERFORM VARYING prereqIndex FROM 1 BY 1
          UNTIL prereqIndex > PrereqCount
    IF TblPrqCourse(prereqIndex) = prereqCourse
      ADD 1 TO matchedPrereq
      MOVE TblPrqMinGrade(prereqIndex) TO PrnMinGrade
      DISPLAY "  " TblPrqRequired(prereqIndex) "  min grade "
              PrnMinGrade
    END-IF
  END-PERFORM
  IF matchedPrereq = ZERO
    DISPLAY "  (none)"
  END-IF.

*> A course already required just has its minimum grade changed.
AddPrereq.
  MOVE requiredCode TO codeInput
  PERFORM FindCourseInTable
  PERFORM FindPrereq
  EVALUATE TRUE
    WHEN matchedIndex = ZERO
      DISPLAY "No course on file with code " requiredCode "."
    WHEN requiredCode = prereqCourse
      DISPLAY "A course cannot require itself."
    WHEN matchedPrereq = ZERO AND PrereqCount >= 600
      DISPLAY "The prerequisite list is full (600 lines). Nothing "
              "added."
      ADD 1 TO AuditErrorCount
    WHEN OTHER
      PERFORM CheckPrereqCycle
      IF CycleFound
        DISPLAY requiredCode " already requires " prereqCourse
                " somewhere down its chain; nothing added."
       ELSE
        DISPLAY "Minimum grade (e.g. 200 = 2.00, 000 = any "
                "graded result): " WITH NO ADVANCING
        ACCEPT minGradeInput
        IF minGradeInput IS NOT NUMERIC OR minGradeInput > "400"
          DISPLAY "Grade not 000-400. Nothing added."
         ELSE
          MOVE minGradeInput TO minGradeDigits
          COMPUTE minGradeValue = minGradeDigits / 100
          IF matchedPrereq = ZERO
            ADD 1 TO PrereqCount
            MOVE PrereqCount  TO matchedPrereq
            MOVE prereqCourse TO TblPrqCourse(matchedPrereq)
            MOVE requiredCode TO TblPrqRequired(matchedPrereq)
          END-IF
          MOVE minGradeValue TO TblPrqMinGrade(matchedPrereq)
          MOVE "Y" TO PrereqDirty
          ADD 1 TO AuditRecordCount
          DISPLAY prereqCourse " now requires " requiredCode "."
        END-IF
      END-IF
  END-EVALUATE.

RemovePrereq.
  PERFORM FindPrereq
  IF matchedPrereq = ZERO
    DISPLAY prereqCourse " does not require " requiredCode "."
   ELSE
    PERFORM VARYING prereqIndex FROM matchedPrereq BY 1
            UNTIL prereqIndex >= PrereqCount
      MOVE PrereqEntry(prereqIndex + 1) TO PrereqEntry(prereqIndex)
    END-PERFORM
    SUBTRACT 1 FROM PrereqCount
    MOVE "Y" TO PrereqDirty
    ADD 1 TO AuditRecordCount
    DISPLAY prereqCourse " no longer requires " requiredCode "."
  END-IF.

FindPrereq.
  MOVE ZERO TO matchedPrereq
  PERFORM VARYING prereqIndex FROM 1 BY 1
          UNTIL prereqIndex > PrereqCount OR matchedPrereq > ZERO
    IF TblPrqCourse(prereqIndex) = prereqCourse
       AND TblPrqRequired(prereqIndex) = requiredCode
      MOVE prereqIndex TO matchedPrereq
    END-IF
  END-PERFORM.

*> Walks everything the new required course leads to; reaching the
*> course being maintained would make a chain nobody can start.
CheckPrereqCycle.
  MOVE "N" TO CycleStatus
  MOVE requiredCode TO WalkCode(1)
  MOVE 1 TO walkHead, walkTail
  PERFORM UNTIL walkHead > walkTail OR CycleFound
    PERFORM VARYING prereqIndex FROM 1 BY 1
            UNTIL prereqIndex > PrereqCount OR CycleFound
      IF TblPrqCourse(prereqIndex) = WalkCode(walkHead)
        IF TblPrqRequired(prereqIndex) = prereqCourse
          MOVE "Y" TO CycleStatus
         ELSE
          MOVE "N" TO WalkSeen
          PERFORM VARYING walkIndex FROM 1 BY 1
                  UNTIL walkIndex > walkTail OR WalkCodeSeen
            IF WalkCode(walkIndex) = TblPrqRequired(prereqIndex)
              MOVE "Y" TO WalkSeen
            END-IF
          END-PERFORM
          IF NOT WalkCodeSeen AND walkTail < 200
            ADD 1 TO walkTail
            MOVE TblPrqRequired(prereqIndex) TO WalkCode(walkTail)
          END-IF
        END-IF
      END-IF
    END-PERFORM
    ADD 1 TO walkHead
  END-PERFORM.

*> Every course with prerequisites, in catalog order, with the full
*> chain beneath it indented a level per step down.
WritePrereqChains.
  OPEN OUTPUT ReportFile
  IF ReportFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create PrereqChains.prt, status: "
            ReportFileStatus
    ADD 1 TO AuditErrorCount
   ELSE
    ACCEPT PrnRunDate FROM DATE YYYYMMDD
    WRITE ReportLine FROM ReportHeading
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE ZERO TO ChainCourseCount, NoPrereqCourseCount
    PERFORM VARYING courseIndex FROM 1 BY 1
            UNTIL courseIndex > CourseCount
      MOVE TblCode(courseIndex) TO prereqCourse
      MOVE ZERO TO stackCount
      MOVE 1 TO topDepth
      PERFORM PushPrereqs
      IF stackCount = ZERO
        ADD 1 TO NoPrereqCourseCount
       ELSE
        ADD 1 TO ChainCourseCount
        MOVE TblCode(courseIndex)    TO PrnChainCode
        MOVE TblTitle(courseIndex)   TO PrnChainTitle
        MOVE TblFaculty(courseIndex) TO PrnChainFaculty
        WRITE ReportLine FROM ChainCourseLine
        PERFORM WriteChainStack
        MOVE SPACES TO ReportLine
        WRITE ReportLine
      END-IF
    END-PERFORM
    MOVE "Courses with prerequisites:" TO PrnTotLabel
    MOVE ChainCourseCount TO PrnTotCount
    WRITE ReportLine FROM TotalLine
    MOVE "Courses open to anyone:" TO PrnTotLabel
    MOVE NoPrereqCourseCount TO PrnTotCount
    WRITE ReportLine FROM TotalLine
    CLOSE ReportFile
    DISPLAY "Prerequisite chains written to PrereqChains.prt ("
            ChainCourseCount " course(s) with prerequisites)."
  END-IF.

WriteChainStack.
  PERFORM UNTIL stackCount = ZERO
    MOVE StkCode(stackCount)     TO topCode
    MOVE StkDepth(stackCount)    TO topDepth
    MOVE StkMinGrade(stackCount) TO topMinGrade
    SUBTRACT 1 FROM stackCount
    MOVE topCode TO PrnReqCode, codeInput
    PERFORM FindCourseInTable
    IF matchedIndex = ZERO
      MOVE "(not in the catalog)" TO PrnReqTitle
     ELSE
      MOVE TblTitle(matchedIndex) TO PrnReqTitle
    END-IF
    IF topMinGrade = ZERO
      MOVE "any grade" TO PrnReqMinText
     ELSE
      MOVE topMinGrade TO PrnReqMinGrade
      MOVE MinGradeText TO PrnReqMinText
    END-IF
    MOVE SPACES TO ReportLine
    COMPUTE indentPos = topDepth * 3 + 1
    MOVE ChainDetail TO ReportLine(indentPos:58)
    WRITE ReportLine
    MOVE topCode TO prereqCourse
    IF topDepth < 9
      ADD 1 TO topDepth
      PERFORM PushPrereqs
     ELSE
      MOVE stackCount TO stackMark
      PERFORM PushPrereqs
      IF stackCount > stackMark
        MOVE stackMark TO stackCount
        MOVE SPACES TO ReportLine
        MOVE "... chain continues below nine levels"
          TO ReportLine(31:40)
        WRITE ReportLine
      END-IF
    END-IF
  END-PERFORM.

*> prereqCourse's requirements onto the stack at depth topDepth.
PushPrereqs.
  PERFORM VARYING prereqIndex FROM PrereqCount BY -1
          UNTIL prereqIndex < 1
    IF TblPrqCourse(prereqIndex) = prereqCourse AND stackCount < 300
      ADD 1 TO stackCount
      MOVE TblPrqRequired(prereqIndex) TO StkCode(stackCount)
      MOVE topDepth                    TO StkDepth(stackCount)
      MOVE TblPrqMinGrade(prereqIndex) TO StkMinGrade(stackCount)
    END-IF
  END-PERFORM.

FindCourseInTable.
  MOVE ZERO TO matchedIndex
  PERFORM VARYING courseIndex FROM 1 BY 1
    DISPLAY "Catalog saved (" CourseCount " course(s))."
  END-IF.

LoadPrereqTable.
  MOVE ZERO TO PrereqCount
  OPEN INPUT PrereqFile
  IF PrereqFileStatus EQUAL TO "00"
    READ PrereqFile
      AT END SET EndOfPrereqFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfPrereqFile OR PrereqCount >= 600
      ADD 1 TO PrereqCount
      MOVE PrqCourseCode     TO TblPrqCourse(PrereqCount)
      MOVE PrqRequiredCourse TO TblPrqRequired(PrereqCount)
      IF PrqMinGrade IS NUMERIC
        MOVE PrqMinGrade TO TblPrqMinGrade(PrereqCount)
       ELSE
        MOVE ZERO TO TblPrqMinGrade(PrereqCount)
      END-IF
      READ PrereqFile
        AT END SET EndOfPrereqFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE PrereqFile
  END-IF.

SavePrereqTable.
  OPEN OUTPUT PrereqFile
  IF PrereqFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not rewrite CoursePrereq.dat, status: "
            PrereqFileStatus ". Changes NOT saved."
    ADD 1 TO AuditErrorCount
   ELSE
    PERFORM VARYING prereqIndex FROM 1 BY 1
            UNTIL prereqIndex > PrereqCount
      MOVE TblPrqCourse(prereqIndex)   TO PrqCourseCode
      MOVE TblPrqRequired(prereqIndex) TO PrqRequiredCourse
      MOVE TblPrqMinGrade(prereqIndex) TO PrqMinGrade
      WRITE CoursePrereqRecord
    END-PERFORM
    CLOSE PrereqFile
    DISPLAY "Prerequisites saved (" PrereqCount " line(s))."
  END-IF.

COPY AuditLog.

END PROGRAM CourseMaint.
