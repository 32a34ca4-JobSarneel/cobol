IDENTIFICATION DIVISION.
PROGRAM-ID. CourseWaitlist.
AUTHOR. Job Sarneel.
*> Admissions' side of the course waitlists. CountStudents puts the
*> entrants beyond a course's intake capacity on CourseWaitlist.dat
*> in feed order; CourseChange and a StudentMaint withdrawal offer
*> each place they free to the next one waiting (WaitlistOffer, with
*> a letter on WaitlistOffers.prt). 'a' records that an entrant has
*> accepted the place offered -- CountStudents then counts them in
*> on its next run; 'd' records a decline and offers the place to
*> the next entrant in line. 'r' is the daily run: an offer not
*> answered by its reply-by date lapses and the place moves down
*> the list, then WaitlistPositions.prt lists every course's queue
*> with each entrant's position. UNATTENDED=Y takes the choice from
*> WAITLISTMODE (default 'r'; 'a' and 'd' need a person) so
*> NightlyBatch can run it.
*> Sessions start with an OperatorSignon sign-on; an unattended
*> run takes its operator id from OPERATORID instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WaitlistFile ASSIGN TO "CourseWaitlist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WlKey
           FILE STATUS IS WaitlistFileStatus.
    SELECT OfferLetterFile ASSIGN TO "WaitlistOffers.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OfferLetterStatus.
    SELECT ReportFile ASSIGN TO "WaitlistPositions.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD WaitlistFile.
COPY WaitlistRecord.

FD OfferLetterFile.
01 OfferLetterLine       PIC X(80).

FD ReportFile.
01 ReportLine            PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
COPY OperatorSignonData.
COPY WaitlistOfferData.
01 ReportFileStatus      PIC XX       VALUE "00".

01 UnattendedMode        PIC X        VALUE "N".
   88 RunningUnattended               VALUE "Y".
01 waitlistChoice        PIC X        VALUE SPACE.
01 waitlistToday         PIC 9(8)     VALUE ZEROS.
01 courseInput           PIC X(5)     VALUE SPACES.
01 studentIdInput        PIC X(8)     VALUE SPACES.
01 EntryFound            PIC X        VALUE "N".
   88 OfferedEntryFound               VALUE "Y".
01 scanStatus            PIC X        VALUE "N".
   88 ScanDone                        VALUE "Y".

*> Courses whose offers lapsed today, and how many places each
*> has to offer again.
01 LapsedTable.
   02 LapsedEntry        OCCURS 200 TIMES.
      03 LapsedCourse    PIC X(5).
      03 LapsedPlaces    PIC 9(4).
01 LapsedCount           PIC 9(3)     VALUE ZERO.
01 lapsedIndex           PIC 9(3)     VALUE ZERO.
01 lapsedMatch           PIC 9(3)     VALUE ZERO.
01 placeIndex            PIC 9(4)     VALUE ZERO.
01 LapsedOfferCount      PIC 9(5)     VALUE ZERO.

01 PrevCourseCode        PIC X(5)     VALUE SPACES.
01 FirstGroupStatus      PIC X        VALUE "N".
   88 FirstGroupStarted               VALUE "Y".
01 queuePosition         PIC 9(5)     VALUE ZERO.
01 CourseWaiting         PIC 9(5)     VALUE ZERO.
01 CourseOffered         PIC 9(5)     VALUE ZERO.
01 CourseAccepted        PIC 9(5)     VALUE ZERO.
01 GrandWaiting          PIC 9(6)     VALUE ZERO.
01 GrandOffered          PIC 9(6)     VALUE ZERO.
01 GrandAccepted         PIC 9(6)     VALUE ZERO.

01 ReportHeading.
   02 FILLER             PIC X(40)
      VALUE "Course waitlist positions  --  Run:     ".
   02 PrnRunDate         PIC 9(8).
01 CourseHeading.
   02 FILLER             PIC X(7)     VALUE "Course ".
   02 PrnCourseCode      PIC X(5).
01 ColumnHeading         PIC X(80)    VALUE
   "    Pos  Student   Added     Status    Offered   Reply by".
01 PositionLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnPosition        PIC ZZZZ9.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnStudentId       PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnAddedDate       PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnStatusText      PIC X(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnOfferDate       PIC 9(8)     BLANK WHEN ZERO.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnReplyBy         PIC 9(8)     BLANK WHEN ZERO.
01 CourseTotalLine.
   02 FILLER             PIC X(11)    VALUE "  waiting: ".
   02 PrnCourseWaiting   PIC ZZZZ9.
   02 FILLER             PIC X(11)    VALUE "  offered: ".
   02 PrnCourseOffered   PIC ZZZZ9.
   02 FILLER             PIC X(21)    VALUE "  accepted to date: ".
   02 PrnCourseAccepted  PIC ZZZZ9.
01 TotalLine.
   02 PrnTotLabel        PIC X(40).
   02 PrnTotCount        PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
  ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
  IF RunningUnattended
    ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
   ELSE
    MOVE "CourseWaitlist" TO SignonProgramName
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
  MOVE "CourseWaitlist" TO AuditProgramName
  MOVE "START"          TO AuditEventType
  PERFORM LogAuditEvent
  ACCEPT waitlistToday FROM DATE YYYYMMDD
  PERFORM OpenWaitlistIO

  IF RunningUnattended
    MOVE "WAITLISTMODE" TO SysParmName
    CALL "SystemParameter" USING SysParmName SysParmValue
    MOVE SysParmValue(1:1) TO waitlistChoice
    IF waitlistChoice = SPACE
      MOVE "r" TO waitlistChoice
    END-IF
    PERFORM RunWaitlistChoice
   ELSE
    PERFORM WaitlistMenu
  END-IF

  CLOSE WaitlistFile
  PERFORM CloseOfferLetters
  MOVE "END" TO AuditEventType
  PERFORM LogAuditEvent
  CLOSE AuditLogFile
  IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
    MOVE 4 TO RETURN-CODE
  END-IF
  STOP RUN.

WaitlistMenu.
  DISPLAY "Press 'a' to record an acceptance, 'd' a decline, or "
          "'r' for the daily lapse run and position report: "
          WITH NO ADVANCING
  ACCEPT waitlistChoice
  PERFORM RunWaitlistChoice.

RunWaitlistChoice.
  EVALUATE waitlistChoice
    WHEN "a"
    WHEN "d"
      IF RunningUnattended
        DISPLAY "Replies to offers are keyed by admissions, not "
                "unattended. Nothing run."
        ADD 1 TO AuditErrorCount
       ELSE
        PERFORM RecordOfferReply
      END-IF
    WHEN "r"
      PERFORM LapseUnansweredOffers
      PERFORM WritePositionReport
    WHEN OTHER
      IF RunningUnattended
        DISPLAY "WAITLISTMODE '" waitlistChoice "' is not a menu "
                "choice. Nothing run."
        ADD 1 TO AuditErrorCount
       ELSE
        DISPLAY "That's not an 'a', 'd' or 'r'. Try again."
        PERFORM WaitlistMenu
      END-IF
  END-EVALUATE.

*> An accepted place is the entrant's; a declined one goes to the
*> next entrant waiting for the course.
RecordOfferReply.
  DISPLAY "Course code: " WITH NO ADVANCING
  ACCEPT courseInput
  DISPLAY "StudentId of the entrant: " WITH NO ADVANCING
  ACCEPT studentIdInput
  PERFORM FindOfferedEntry
  IF NOT OfferedEntryFound
    DISPLAY "No open offer on " courseInput " for entrant "
            studentIdInput "."
   ELSE
    MOVE waitlistToday TO WlResponseDate
    IF waitlistChoice = "a"
      MOVE "A" TO WlStatus
     ELSE
      MOVE "D" TO WlStatus
    END-IF
    REWRITE WaitlistRecord
      INVALID KEY
        DISPLAY "Could not record the reply, status: "
                WaitlistFileStatus
        ADD 1 TO AuditErrorCount
      NOT INVALID KEY
        MOVE WlStudentId TO AuditKeyValue
        ADD 1 TO AuditRecordCount
        IF waitlistChoice = "a"
          MOVE "WLACC" TO AuditEventType
          PERFORM LogAuditEvent
          DISPLAY "Acceptance recorded; the entrant is counted in on "
                  "the next CountStudents run."
         ELSE
          MOVE "WLDEC" TO AuditEventType
          PERFORM LogAuditEvent
          MOVE courseInput TO WloCourseCode
          PERFORM OfferNextWaitlisted
          IF WloOffered
            DISPLAY "Decline recorded; the place is offered to "
                    "entrant " WloStudentId "."
           ELSE
            DISPLAY "Decline recorded; nobody else is waiting for "
                    courseInput "."
          END-IF
        END-IF
    END-REWRITE
  END-IF.

FindOfferedEntry.
  MOVE "N" TO EntryFound, scanStatus
  MOVE courseInput TO WlCourseCode
  MOVE ZEROS       TO WlSequence
  START WaitlistFile KEY IS NOT LESS THAN WlKey
    INVALID KEY MOVE "Y" TO scanStatus
  END-START
  PERFORM UNTIL ScanDone OR OfferedEntryFound
    READ WaitlistFile NEXT RECORD
      AT END MOVE "Y" TO scanStatus
    END-READ
    IF NOT ScanDone
      IF WlCourseCode NOT = courseInput
        MOVE "Y" TO scanStatus
       ELSE
        IF WlStatus = "O" AND studentIdInput IS NUMERIC
           AND WlStudentId = studentIdInput
          MOVE "Y" TO EntryFound
        END-IF
      END-IF
    END-IF
  END-PERFORM.

*> Offers past their reply-by date lapse first; the places they
*> held are offered down the list once the pass is done.
LapseUnansweredOffers.
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
    IF WlStatus = "O" AND WlReplyByDate < waitlistToday
      PERFORM LapseOneOffer
    END-IF
    READ WaitlistFile NEXT RECORD
      AT END SET EndOfWaitlistFile TO TRUE
    END-READ
  END-PERFORM
  PERFORM VARYING lapsedIndex FROM 1 BY 1
          UNTIL lapsedIndex > LapsedCount
    MOVE LapsedCourse(lapsedIndex) TO WloCourseCode
    PERFORM VARYING placeIndex FROM 1 BY 1
            UNTIL placeIndex > LapsedPlaces(lapsedIndex)
      PERFORM OfferNextWaitlisted
    END-PERFORM
  END-PERFORM.

LapseOneOffer.
  MOVE "L" TO WlStatus
  MOVE waitlistToday TO WlResponseDate
  REWRITE WaitlistRecord
    INVALID KEY
      DISPLAY "Could not lapse the offer to " WlStudentId
              ", status: " WaitlistFileStatus
      ADD 1 TO AuditErrorCount
    NOT INVALID KEY
      ADD 1 TO LapsedOfferCount
      MOVE WlStudentId TO AuditKeyValue
      MOVE "WLLAP" TO AuditEventType
      PERFORM LogAuditEvent
      MOVE ZERO TO lapsedMatch
      PERFORM VARYING lapsedIndex FROM 1 BY 1
              UNTIL lapsedIndex > LapsedCount OR lapsedMatch > ZERO
        IF LapsedCourse(lapsedIndex) = WlCourseCode
          MOVE lapsedIndex TO lapsedMatch
        END-IF
      END-PERFORM
      IF lapsedMatch = ZERO AND LapsedCount < 200
        ADD 1 TO LapsedCount
        MOVE LapsedCount  TO lapsedMatch
        MOVE WlCourseCode TO LapsedCourse(lapsedMatch)
        MOVE ZERO         TO LapsedPlaces(lapsedMatch)
      END-IF
      IF lapsedMatch > ZERO
        ADD 1 TO LapsedPlaces(lapsedMatch)
      END-IF
  END-REWRITE.

*> Course by course, the entrants still waiting or holding an offer,
*> numbered in queue order.
WritePositionReport.
  OPEN OUTPUT ReportFile
  IF ReportFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create WaitlistPositions.prt, status: "
            ReportFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE waitlistToday TO PrnRunDate
  WRITE ReportLine FROM ReportHeading
  MOVE SPACES TO ReportLine
  WRITE ReportLine

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
    IF NOT FirstGroupStarted OR WlCourseCode NOT = PrevCourseCode
      IF FirstGroupStarted
        PERFORM WriteCourseTotals
      END-IF
      MOVE WlCourseCode TO PrevCourseCode, PrnCourseCode
      WRITE ReportLine FROM CourseHeading
      WRITE ReportLine FROM ColumnHeading
      MOVE ZERO TO queuePosition
      MOVE "Y" TO FirstGroupStatus
    END-IF
    EVALUATE WlStatus
      WHEN "W"
        ADD 1 TO CourseWaiting
        MOVE "waiting" TO PrnStatusText
        PERFORM WritePositionLine
      WHEN "O"
        ADD 1 TO CourseOffered
        MOVE "offered" TO PrnStatusText
        PERFORM WritePositionLine
      WHEN "A"
        ADD 1 TO CourseAccepted
    END-EVALUATE
    READ WaitlistFile NEXT RECORD
      AT END SET EndOfWaitlistFile TO TRUE
    END-READ
  END-PERFORM
  IF FirstGroupStarted
    PERFORM WriteCourseTotals
   ELSE
    MOVE "  (no course has a waitlist)" TO ReportLine
    WRITE ReportLine
  END-IF

  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE "Entrants waiting:" TO PrnTotLabel
  MOVE GrandWaiting TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  MOVE "Offers awaiting a reply:" TO PrnTotLabel
  MOVE GrandOffered TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  MOVE "Offers lapsed today:" TO PrnTotLabel
  MOVE LapsedOfferCount TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  MOVE "Offer letters written this run:" TO PrnTotLabel
  MOVE WloLetterCount TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  CLOSE ReportFile
  DISPLAY "Waitlist positions written to WaitlistPositions.prt ("
          GrandWaiting " waiting, " GrandOffered " offered, "
          LapsedOfferCount " lapsed today)."
  MOVE GrandWaiting TO AuditRecordCount.

WritePositionLine.
  ADD 1 TO queuePosition
  MOVE queuePosition TO PrnPosition
  MOVE WlStudentId   TO PrnStudentId
  MOVE WlAddedDate   TO PrnAddedDate
  MOVE WlOfferDate   TO PrnOfferDate
  MOVE WlReplyByDate TO PrnReplyBy
  WRITE ReportLine FROM PositionLine.

WriteCourseTotals.
  MOVE CourseWaiting  TO PrnCourseWaiting
  MOVE CourseOffered  TO PrnCourseOffered
  MOVE CourseAccepted TO PrnCourseAccepted
  WRITE ReportLine FROM CourseTotalLine
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  ADD CourseWaiting  TO GrandWaiting
  ADD CourseOffered  TO GrandOffered
  ADD CourseAccepted TO GrandAccepted
  MOVE ZERO TO CourseWaiting, CourseOffered, CourseAccepted.

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

COPY WaitlistOffer.

COPY AuditLog.

END PROGRAM CourseWaitlist.
