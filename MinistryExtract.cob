*> The trailer is balanced against the detail sum AND against the
*> FinalTotal CountStudents put in its own trailer before the file
*> is called good; a mismatch abends with RETURN-CODE 12. The
*> institution code is the INSTCODE system parameter. What it read
*> and what it wrote also go to ControlTotals.dat, so ControlBalance
*> can hold the return against the CourseResults.dat CountStudents
*> last wrote.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.
    SELECT ControlTotalFile ASSIGN TO "ControlTotals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlTotalFileStatus.

DATA DIVISION.
FILE SECTION.
FD AuditLogFile.
COPY AuditLogRecord.

FD ControlTotalFile.
COPY ControlTotalRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
COPY ControlTotalData.
01 ResultsFileStatus     PIC XX.
01 MappingFileStatus     PIC XX.
01 ReturnFileStatus      PIC XX.
01 DetailCount           PIC 9(6)     VALUE ZERO.
01 DetailStudentTotal    PIC 9(6)     VALUE ZERO.
01 CountTrailerTotal     PIC 9(6)     VALUE ZERO.
01 ResultsDetailTotal    PIC 9(6)     VALUE ZERO.
01 UnmappedStudentTotal  PIC 9(6)     VALUE ZERO.
01 TrailerSeen           PIC X        VALUE "N".
   88 TrailerWasSeen                  VALUE "Y".
01 UnmappedCount         PIC 9(3)     VALUE ZERO.
  MOVE "START"           TO AuditEventType
  PERFORM LogAuditEvent

  MOVE "INSTCODE" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  MOVE SysParmValue TO InstitutionCode
  IF InstitutionCode = SPACES
    MOVE "INST0001" TO InstitutionCode
  END-IF
  MOVE DetailStudentTotal TO TrlStudentTotal
  WRITE ReturnRecord FROM TrailerRecord
  CLOSE ReturnFile
  PERFORM RecordExtractTotals

  *> The file is only good when the trailer we wrote balances
  *> against the count's own control total -- a truncated or
  STOP RUN.

ExtractOneCourse.
  ADD ResTotal TO ResultsDetailTotal
  MOVE SPACES TO mappedCode
  PERFORM VARYING mappingIndex FROM 1 BY 1
          UNTIL mappingIndex > MappingCount
            " -- its " ResTotal " student(s) are NOT in the "
            "return."
    ADD 1 TO UnmappedCount
    ADD ResTotal TO UnmappedStudentTotal
   ELSE
    MOVE mappedCode TO DetMinistryCode
    MOVE ResMale    TO DetMale
    CLOSE MappingFile
  END-IF.

*> The course results as read (detail sum and CountStudents' own
*> trailer) and the return as written, students left out for want
*> of a ministry code included.
RecordExtractTotals.
  PERFORM OpenControlTotals
  MOVE "MinistryExtract"    TO ControlStepName
  MOVE "RESULTSUM"          TO ControlCounterName
  MOVE ResultsDetailTotal   TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "RESULTTRL"          TO ControlCounterName
  MOVE CountTrailerTotal    TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "DETAILSUM"          TO ControlCounterName
  MOVE DetailStudentTotal   TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "UNMAPPEDSUM"        TO ControlCounterName
  MOVE UnmappedStudentTotal TO ControlCounterValue
  PERFORM RecordControlTotal
  CLOSE ControlTotalFile.

COPY AuditLog.
COPY ControlTotal.

END PROGRAM MinistryExtract.
