    SELECT HistoryFile ASSIGN TO "SummaryHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistoryFileStatus.
    SELECT WaitlistFile ASSIGN TO "CourseWaitlist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WlKey
           FILE STATUS IS WaitlistFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.
    SELECT ControlTotalFile ASSIGN TO "ControlTotals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlTotalFileStatus.

DATA DIVISION.
FILE SECTION.
         04 CkptResultFemale      PIC 9(6).
         04 CkptResultOther       PIC 9(6).
         04 CkptResultCampus      PIC 9(6) OCCURS 6 TIMES.
   02 CkptWaitlistTable.
      03 CkptWaitlisted        PIC 9(6) OCCURS 200 TIMES.
   02 CkptWaitlistedCount      PIC 9(6).
   02 CkptRejectCount          PIC 9(6).
   02 CkptNotCountedCount      PIC 9(6).

FD SummaryFile.
01 SummaryLine           PIC X(100).
*> Dated append-forever history of each run's per-course totals --
*> what PriorYear.dat should have been all along: the five-intake
*> trend report and the accommodation office's forecast read this
*> instead of one hand-keyed prior year. ShAcademicYear is the
*> academic year (AcademicCalendar) the run date falls in, the key
*> intakes are compared and closed on; spaces on records written
*> before it was carried, whose readers place them by ShRunDate.
FD HistoryFile.
01 HistoryRecord.
   02 ShRunDate          PIC 9(8).
   02 ShCourseCode       PIC X(5).
   02 ShCourseTotal      PIC 9(6).
   02 ShAcademicYear     PIC X(4).

*> Entrants held back because their course's intake was full.
FD WaitlistFile.
COPY WaitlistRecord.

FD AuditLogFile.
COPY AuditLogRecord.

FD ControlTotalFile.
COPY ControlTotalRecord.

WORKING-STORAGE SECTION.
01 CheckpointFileStatus  PIC XX.
01 HistoryFileStatus     PIC XX.
01 ResubmitFileStatus    PIC XX.
COPY AuditLogData.
COPY ControlTotalData.
01 RecordsSinceCheckpoint PIC 9(3)    VALUE ZERO.
01 ResumeMode            PIC X        VALUE "N".
   88 ResumeFromCheckpoint            VALUE "Y".
      03 ResultOther         PIC 9(6).
      03 ResultCampusCount   PIC 9(6)  OCCURS 6 TIMES.
01 ResultTableCount      PIC 9(3)     VALUE ZERO.
*> Entrants put on the course's waitlist instead of being counted,
*> per ResultEntry slot.
01 WaitlistTable.
   02 WaitlistedTonight  PIC 9(6)     OCCURS 200 TIMES.
01 WaitlistFileStatus    PIC XX.
01 courseCapacityFound   PIC 9(4)     VALUE ZERO.
01 waitlistNextSequence  PIC 9(5)     VALUE ZERO.
01 waitlistDuplicate     PIC X        VALUE "N".
   88 AlreadyWaitlisted               VALUE "Y".
01 waitlistScanStatus    PIC X        VALUE "N".
   88 WaitlistScanDone                VALUE "Y".
01 waitlistToday         PIC 9(8)     VALUE ZEROS.
01 WaitlistedCount       PIC 9(6)     VALUE ZERO.
01 AcceptedCount         PIC 9(6)     VALUE ZERO.
01 WaitlistLine.
   02 FILLER             PIC X(5)     VALUE SPACES.
   02 FILLER             PIC X(31)
      VALUE "  waitlisted over intake limit:".
   02 PrnWaitlisted      PIC ZZZZZ9.
01 ResultTableIndex      PIC 9(3).
01 HeadingLine1          PIC X(31)    VALUE "    First year entrants summary".
01 HeadingLine2          PIC X(40)    VALUE "   Course code    Number of students".
*> the registrar as-is.
01 SummaryFileStatus     PIC XX.
01 SummaryRunDate        PIC 9(8)     VALUE ZEROS.
COPY AcademicPeriod.
01 SummaryPageNumber     PIC 9(3)     VALUE ZERO.
01 SummaryLineCount      PIC 9(2)     VALUE ZERO.
01 SummaryLinesPerPage   PIC 9(2)     VALUE 55.
01 PrnCampusTotal        PIC ZZZZZ9.
01 RecordsRead           PIC 9(6)     VALUE ZERO.
01 SkipCount             PIC 9(6)     VALUE ZERO.
*> The rest of tonight's control totals (see RecordCountTotals):
*> every entrant read is counted, waitlisted, rejected, or left out
*> for want of a course slot.
01 RejectCount           PIC 9(6)     VALUE ZERO.
01 NotCountedCount       PIC 9(6)     VALUE ZERO.
01 ResubmitReadCount     PIC 9(6)     VALUE ZERO.
01 ResubmitRejectCount   PIC 9(6)     VALUE ZERO.
01 ResultsDetailTotal    PIC 9(6)     VALUE ZERO.
01 CapacityAlertLine     PIC X(60)    VALUE SPACES.

*> Tuition projection: counted entrants times the catalog fee, per

  PERFORM InitCourseMaster
  PERFORM CheckForCheckpoint
  PERFORM OpenWaitlistIO
  ACCEPT waitlistToday FROM DATE YYYYMMDD
  OPEN INPUT Entrants
  IF ResumeFromCheckpoint
    OPEN EXTEND RejectFile
  PERFORM UNTIL EndOfEntrantsFile
    PERFORM FindOrAddCourseResult
    IF CurrentResultIndex > ZERO
      PERFORM AdmitOrWaitlist
     ELSE
      ADD 1 TO NotCountedCount
    END-IF
    PERFORM TrackCheckpoint
    PERFORM ReadEntrant
  END-PERFORM
  PERFORM ProcessResubmissions
  PERFORM CountAcceptedWaitlist
  CLOSE WaitlistFile
  CLOSE Entrants
  CLOSE RejectFile
  PERFORM ClearCheckpoint
  END-PERFORM
  DISPLAY FinalTotalLine WITH NO ADVANCING
  DISPLAY FinalTotal
  IF WaitlistedCount > ZERO OR AcceptedCount > ZERO
    DISPLAY "Waitlisted over intake limits: " WaitlistedCount
            "; waitlist places accepted and counted: " AcceptedCount
  END-IF
  IF SummaryFileStatus EQUAL TO "00"
    MOVE SPACES TO SummaryLine
    WRITE SummaryLine
  END-IF
  PERFORM WriteTuitionProjection
  PERFORM WriteCourseResults
  PERFORM RecordCountTotals
  PERFORM AppendSummaryHistory

  MOVE "END"        TO AuditEventType
        MOVE CkptCampusCount       TO CampusCount
        MOVE CkptCampusTable       TO CampusTable
        MOVE CkptResultTable       TO CourseResultTable
        MOVE CkptWaitlistTable     TO WaitlistTable
        MOVE CkptWaitlistedCount   TO WaitlistedCount
        MOVE CkptRejectCount       TO RejectCount
        MOVE CkptNotCountedCount   TO NotCountedCount
      END-IF
    END-IF
    CLOSE CheckpointFile
  MOVE CampusCount       TO CkptCampusCount
  MOVE CampusTable       TO CkptCampusTable
  MOVE CourseResultTable TO CkptResultTable
  MOVE WaitlistTable     TO CkptWaitlistTable
  MOVE WaitlistedCount   TO CkptWaitlistedCount
  MOVE RejectCount       TO CkptRejectCount
  MOVE NotCountedCount   TO CkptNotCountedCount
  OPEN OUTPUT CheckpointFile
  IF CheckpointFileStatus NOT EQUAL TO "00"
    *> A run that can't checkpoint can't be restarted safely; stop
      AT END SET EndOfResubmitFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfResubmitFile
      ADD 1 TO ResubmitReadCount
      MOVE ResStudentId  TO StudentId
      MOVE ResCourseCode TO CourseCode
      MOVE ResGender     TO Gender
      IF CourseCodeIsValid
        PERFORM FindOrAddCourseResult
        IF CurrentResultIndex > ZERO
          PERFORM AdmitOrWaitlist
         ELSE
          ADD 1 TO NotCountedCount
        END-IF
       ELSE
        PERFORM WriteRejectRecord
        ADD 1 TO ResubmitRejectCount
        ADD 1 TO AuditErrorCount
      END-IF
      READ ResubmitFile
      MOVE ZEROS TO ResultMale(ResultTableCount)
      MOVE ZEROS TO ResultFemale(ResultTableCount)
      MOVE ZEROS TO ResultOther(ResultTableCount)
      MOVE ZEROS TO WaitlistedTonight(ResultTableCount)
      PERFORM VARYING CampusIndex FROM 1 BY 1 UNTIL CampusIndex > 6
        MOVE ZEROS TO ResultCampusCount(ResultTableCount CampusIndex)
      END-PERFORM
  MOVE CourseLine TO SummaryLine
  PERFORM WriteSummaryLine
  PERFORM CheckCourseCapacity
  IF WaitlistedTonight(ResultTableIndex) > ZERO
    MOVE WaitlistedTonight(ResultTableIndex) TO PrnWaitlisted
    DISPLAY WaitlistLine
    MOVE WaitlistLine TO SummaryLine
    PERFORM WriteSummaryLine
  END-IF
  IF CompareWithPriorYear
    PERFORM DisplayComparisonLine
  END-IF
    END-IF
  END-PERFORM.

*> An entrant is counted while the course has room under the
*> catalog's intake capacity; past it they go on the course's
*> waitlist in CourseWaitlist.dat, in the order the feed brought
*> them, and stay out of the enrolled count until a freed place is
*> offered and accepted. Courses without a capacity on file (zero)
*> take everyone.
AdmitOrWaitlist.
  MOVE ZERO TO courseCapacityFound
  PERFORM VARYING CourseMasterIndex FROM 1 BY 1
          UNTIL CourseMasterIndex > CourseMasterCount
    IF CourseMasterCode(CourseMasterIndex) = CourseCode
      MOVE MasterCapacity(CourseMasterIndex) TO courseCapacityFound
    END-IF
  END-PERFORM
  IF courseCapacityFound > ZERO AND
     ResultCourseTotal(CurrentResultIndex) NOT < courseCapacityFound
    PERFORM AddToWaitlist
   ELSE
    ADD 1 TO ResultCourseTotal(CurrentResultIndex)
    ADD 1 TO FinalTotal
    PERFORM TallyGender
    PERFORM TallyCampus
  END-IF.

*> A rerun after an interruption can meet an entrant already
*> waitlisted; they keep their original place in the queue.
AddToWaitlist.
  MOVE "N" TO waitlistDuplicate, waitlistScanStatus
  MOVE 1 TO waitlistNextSequence
  MOVE CourseCode TO WlCourseCode
  MOVE ZEROS      TO WlSequence
  START WaitlistFile KEY IS NOT LESS THAN WlKey
    INVALID KEY MOVE "Y" TO waitlistScanStatus
  END-START
  PERFORM UNTIL WaitlistScanDone
    READ WaitlistFile NEXT RECORD
      AT END MOVE "Y" TO waitlistScanStatus
    END-READ
    IF NOT WaitlistScanDone
      IF WlCourseCode NOT = CourseCode
        MOVE "Y" TO waitlistScanStatus
       ELSE
        COMPUTE waitlistNextSequence = WlSequence + 1
        IF WlStudentId = StudentId
          MOVE "Y" TO waitlistDuplicate
        END-IF
      END-IF
    END-IF
  END-PERFORM
  IF NOT AlreadyWaitlisted
    MOVE SPACES               TO WaitlistRecord
    MOVE CourseCode           TO WlCourseCode
    MOVE waitlistNextSequence TO WlSequence
    MOVE StudentId            TO WlStudentId
    MOVE Gender               TO WlGender
    MOVE Campus               TO WlCampus
    MOVE waitlistToday        TO WlAddedDate
    MOVE "W"                  TO WlStatus
    MOVE ZEROS TO WlOfferDate, WlReplyByDate, WlResponseDate,
                  WlCountedDate
    WRITE WaitlistRecord
      INVALID KEY
        DISPLAY "Could not waitlist entrant " StudentId " for "
                CourseCode ", status: " WaitlistFileStatus
        ADD 1 TO AuditErrorCount
    END-WRITE
  END-IF
  ADD 1 TO WaitlistedTonight(CurrentResultIndex)
  ADD 1 TO WaitlistedCount.

*> Waitlisted entrants who have accepted a freed place join the
*> enrolled count of the next run, once.
CountAcceptedWaitlist.
  MOVE LOW-VALUES TO WlKey
  START WaitlistFile KEY IS NOT LESS THAN WlKey
    INVALID KEY SET EndOfWaitlistFile TO TRUE
  END-START
  IF NOT EndOfWaitlistFile
    READ WaitlistFile NEXT RECORD
      AT END SET EndOfWaitlistFile TO TRUE
    END-READ
  END-IF
  PERFORM UNTIL EndOfWaitlistFile
    IF WlStatus = "A" AND WlCountedDate = ZEROS
      MOVE WlStudentId  TO StudentId
      MOVE WlCourseCode TO CourseCode
      MOVE WlGender     TO Gender
      MOVE WlCampus     TO Campus
      PERFORM FindOrAddCourseResult
      IF CurrentResultIndex > ZERO
        ADD 1 TO ResultCourseTotal(CurrentResultIndex)
        ADD 1 TO FinalTotal
        PERFORM TallyGender
        PERFORM TallyCampus
        ADD 1 TO AcceptedCount
        MOVE waitlistToday TO WlCountedDate
        REWRITE WaitlistRecord
          INVALID KEY
            DISPLAY "Could not mark waitlist entrant " WlStudentId
                    " counted, status: " WaitlistFileStatus
            ADD 1 TO AuditErrorCount
        END-REWRITE
      END-IF
    END-IF
    READ WaitlistFile NEXT RECORD
      AT END SET EndOfWaitlistFile TO TRUE
    END-READ
  END-PERFORM.

OpenWaitlistIO.
  OPEN I-O WaitlistFile
  IF WaitlistFileStatus EQUAL TO "35"
    OPEN OUTPUT WaitlistFile
    CLOSE WaitlistFile
    OPEN I-O WaitlistFile
  END-IF
  IF WaitlistFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not open CourseWaitlist.dat, status: "
            WaitlistFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

*> One line per course showing how its total splits across the
*> campuses the merged feed carried.
DisplayCampusBreakdown.
  IF SummaryRunDate = ZEROS
    ACCEPT SummaryRunDate FROM DATE YYYYMMDD
  END-IF
  MOVE "TERM" TO AcalFunction
  MOVE SummaryRunDate TO AcalDate
  CALL "AcademicCalendar" USING AcalFunction AcalDate
                                AcademicPeriod AcalValid
  OPEN EXTEND HistoryFile
  IF HistoryFileStatus NOT EQUAL TO "00"
    OPEN OUTPUT HistoryFile
    PERFORM VARYING ResultTableIndex FROM 1 BY 1
            UNTIL ResultTableIndex > ResultTableCount
      MOVE SummaryRunDate TO ShRunDate
      MOVE AcpAcademicYear TO ShAcademicYear
      MOVE ResultCourseCode(ResultTableIndex)  TO ShCourseCode
      MOVE ResultCourseTotal(ResultTableIndex) TO ShCourseTotal
      WRITE HistoryRecord
      MOVE ResultFemale(ResultTableIndex)      TO CrsFemale
      MOVE ResultOther(ResultTableIndex)       TO CrsOther
      WRITE ResultsRecord
      ADD ResultCourseTotal(ResultTableIndex) TO ResultsDetailTotal
    END-PERFORM
    MOVE "T"    TO CrsRecordType
    MOVE SPACES TO CrsCourseCode
          EXIT PERFORM
         ELSE
          PERFORM WriteRejectRecord
          ADD 1 TO RejectCount
          ADD 1 TO AuditErrorCount
        END-IF
      END-IF
  MOVE GenderLine TO SummaryLine
  PERFORM WriteSummaryLine.

*> Tonight's counts for ControlBalance: what came in (the clean
*> file and the resubmissions), where each entrant went, the final
*> count, and what CourseResults.dat was given for the ministry
*> extract.
RecordCountTotals.
  PERFORM OpenControlTotals
  MOVE "CountStudents"     TO ControlStepName
  MOVE "READ"              TO ControlCounterName
  MOVE RecordsRead         TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "REJECT"            TO ControlCounterName
  MOVE RejectCount         TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "RESUBREAD"         TO ControlCounterName
  MOVE ResubmitReadCount   TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "RESUBREJECT"       TO ControlCounterName
  MOVE ResubmitRejectCount TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "WAITLISTED"        TO ControlCounterName
  MOVE WaitlistedCount     TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "ACCEPTED"          TO ControlCounterName
  MOVE AcceptedCount       TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "NOTCOUNTED"        TO ControlCounterName
  MOVE NotCountedCount     TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "FINAL"             TO ControlCounterName
  MOVE FinalTotal          TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "RESULTSUM"         TO ControlCounterName
  MOVE ResultsDetailTotal  TO ControlCounterValue
  PERFORM RecordControlTotal
  CLOSE ControlTotalFile.

COPY AuditLog.
COPY ControlTotal.
