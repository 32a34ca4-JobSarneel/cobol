IDENTIFICATION DIVISION.
PROGRAM-ID. Admissions.
AUTHOR. Job Sarneel.
*> The applications-to-enrolment funnel ahead of the entrants feed.
*> Entrants.dat only tells us who turned up; admissions wanted to
*> know, per course, how many applied, how many were offered a
*> place, how many accepted and how many of those actually
*> enrolled. Applications.dat keeps one record per applicant per
*> course per intake (ApplicationRecord), loaded from admissions'
*> transaction feed AdmissionsFeed.dat -- an action code in column
*> 1 followed by intake year, course, applicant number, date and
*> (for a new application) the applicant's name:
*>   "A" applied            -> "P"
*>   "O" offered a place    (from "P") -> "O"
*>   "R" refused            (from "P") -> "R"
*>   "C" accepted the offer (from "O") -> "A"
*>   "D" declined the offer (from "O") -> "D"
*>   "W" withdrew           (from "P", "O" or "A") -> "W"
*> Bad transactions go to AdmissionsRejects.dat with a reason, the
*> StudentBatchLoad way, instead of stopping the load; a feed run
*> twice has its second pass rejected as already applied rather
*> than applied again. Enrolment is then matched, never keyed: an
*> offered or accepted applicant of this academic year's intake who
*> is on tonight's EntrantsClean.dat for that course (and not held
*> on the course waitlist), or who is on StudentMaster.dat on that
*> course as active or on probation, becomes "E". The funnel goes
*> to ApplicationFunnel.prt -- applied, offered, accepted, enrolled
*> and the conversion rates per course, for last year's intake,
*> this year's and the one being recruited for -- next to
*> CountStudents' EntrantsSummary.prt, and the same counts for
*> every intake go to ApplicationTotals.dat for TrendReport's
*> acceptances indicator.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ApplicationFile ASSIGN TO "Applications.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AppKey
           FILE STATUS IS ApplicationFileStatus.
    SELECT FeedFile ASSIGN TO "AdmissionsFeed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FeedFileStatus.
    SELECT RejectFile ASSIGN TO "AdmissionsRejects.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RejectFileStatus.
    SELECT EntrantsFile ASSIGN TO "EntrantsClean.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EntrantsFileStatus.
    SELECT StudentMaster ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentMasterStatus.
    SELECT WaitlistFile ASSIGN TO "CourseWaitlist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WlKey
           FILE STATUS IS WaitlistFileStatus.
    SELECT CourseMasterFile ASSIGN TO "CourseMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CourseMasterFileStatus.
    SELECT ReportFile ASSIGN TO "ApplicationFunnel.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT TotalsFile ASSIGN TO "ApplicationTotals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TotalsFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD ApplicationFile.
COPY ApplicationRecord.

FD FeedFile.
01 FeedRecord.
   88 EndOfFeedFile      VALUE HIGH-VALUES.
   02 FeedAction         PIC X.
   02 FeedData           PIC X(46).
   02 FeedFields REDEFINES FeedData.
      03 FdIntakeYear    PIC X(4).
      03 FdCourseCode    PIC X(5).
      03 FdApplicantId   PIC X(8).
      03 FdTxnDate       PIC X(8).
      03 FdApplicantName PIC X(21).

FD RejectFile.
01 RejectRecord.
   02 RejAction          PIC X.
   02 RejFeedData        PIC X(46).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 RejReason          PIC X(30).

*> The same certified-clean entrants CountStudents counts.
FD EntrantsFile.
01 EntrantRecord.
   88 EndOfEntrantsFile  VALUE HIGH-VALUES.
   02 EntStudentId       PIC 9(8).
   02 EntCourseCode      PIC X(5).
   02 EntGender          PIC X.
   02 EntCampus          PIC X(3).

FD StudentMaster.
COPY StudentRec.

FD WaitlistFile.
COPY WaitlistRecord.

FD CourseMasterFile.
COPY CourseMasterRecord.

FD ReportFile.
01 ReportLine            PIC X(110).

*> One record per intake year and course: the funnel counts as they
*> stand tonight. Rewritten whole every run; TrendReport reads it.
FD TotalsFile.
01 TotalsRecord.
   02 AtlIntakeYear      PIC 9(4).
   02 AtlCourseCode      PIC X(5).
   02 AtlApplied         PIC 9(6).
   02 AtlOffered         PIC 9(6).
   02 AtlAccepted        PIC 9(6).
   02 AtlEnrolled        PIC 9(6).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY AcademicPeriod.
01 ApplicationFileStatus PIC XX       VALUE "00".
01 FeedFileStatus        PIC XX       VALUE "00".
01 RejectFileStatus      PIC XX       VALUE "00".
01 EntrantsFileStatus    PIC XX       VALUE "00".
01 StudentMasterStatus   PIC XX       VALUE "00".
01 WaitlistFileStatus    PIC XX       VALUE "00".
01 CourseMasterFileStatus PIC XX      VALUE "00".
01 ReportFileStatus      PIC XX       VALUE "00".
01 TotalsFileStatus      PIC XX       VALUE "00".

01 admissionsToday       PIC 9(8)     VALUE ZEROS.
01 CurrentIntakeYear     PIC 9(4)     VALUE ZEROS.
01 ReportFromYear        PIC 9(4)     VALUE ZEROS.

01 FeedPresent           PIC X        VALUE "N".
   88 FeedWasPresent                  VALUE "Y".
01 MasterPresent         PIC X        VALUE "N".
   88 MasterIsOpen                    VALUE "Y".
01 WaitlistPresent       PIC X        VALUE "N".
   88 WaitlistIsOpen                  VALUE "Y".
01 ProcessedCount        PIC 9(6)     VALUE ZERO.
01 AppliedCount          PIC 9(6)     VALUE ZERO.
01 RejectCount           PIC 9(6)     VALUE ZERO.
01 savedRejReason        PIC X(30)    VALUE SPACES.
01 txnYear               PIC 9(4).
01 txnMonth              PIC 99.
01 txnDay                PIC 99.
01 TxnDateValid          PIC X        VALUE "N".
   88 TxnDateIsValid                  VALUE "Y".
01 ApplicationExists     PIC X        VALUE "N".
   88 ApplicationIsOnFile             VALUE "Y".

01 CourseMasterTable.
   02 CourseMasterCode   PIC X(5)     OCCURS 200 TIMES.
01 CourseMasterCount     PIC 9(3)     VALUE ZERO.
01 CourseMasterIndex     PIC 9(3).
01 CourseCodeValid       PIC X        VALUE "N".
   88 CourseCodeIsValid               VALUE "Y".

*> Tonight's enrolment matching.
01 EntrantsReadCount     PIC 9(6)     VALUE ZERO.
01 EnrolledFromFeed      PIC 9(6)     VALUE ZERO.
01 EnrolledFromMaster    PIC 9(6)     VALUE ZERO.
01 NoApplicationCount    PIC 9(6)     VALUE ZERO.
01 NotOfferedCount       PIC 9(6)     VALUE ZERO.
01 HeldOnWaitlistCount   PIC 9(6)     VALUE ZERO.
01 enrolSource           PIC X        VALUE SPACE.
01 HeldStatus            PIC X        VALUE "N".
   88 HeldOnWaitlist                  VALUE "Y".
01 scanStatus            PIC X        VALUE "N".
   88 ScanDone                        VALUE "Y".

*> Funnel counts for the course in hand, the intake year in hand,
*> and the line being printed.
01 CourseFunnel.
   02 CfApplied          PIC 9(6).
   02 CfOffered          PIC 9(6).
   02 CfAccepted         PIC 9(6).
   02 CfEnrolled         PIC 9(6).
   02 CfRefused          PIC 9(6).
   02 CfDeclined         PIC 9(6).
   02 CfWithdrawn        PIC 9(6).
01 YearFunnel.
   02 YfApplied          PIC 9(6).
   02 YfOffered          PIC 9(6).
   02 YfAccepted         PIC 9(6).
   02 YfEnrolled         PIC 9(6).
   02 YfRefused          PIC 9(6).
   02 YfDeclined         PIC 9(6).
   02 YfWithdrawn        PIC 9(6).
01 LineFunnel.
   02 LfApplied          PIC 9(6).
   02 LfOffered          PIC 9(6).
   02 LfAccepted         PIC 9(6).
   02 LfEnrolled         PIC 9(6).
   02 LfRefused          PIC 9(6).
   02 LfDeclined         PIC 9(6).
   02 LfWithdrawn        PIC 9(6).
01 PrevIntakeYear        PIC 9(4)     VALUE ZEROS.
01 PrevCourseCode        PIC X(5)     VALUE SPACES.
01 FirstGroupStatus      PIC X        VALUE "N".
   88 FirstGroupStarted               VALUE "Y".
01 TotalsWritten         PIC 9(5)     VALUE ZERO.
01 followingYear         PIC 9(4)     VALUE ZEROS.

01 ReportHeading.
   02 FILLER             PIC X(46)
      VALUE "Applications-to-enrolment funnel  --  Run:   ".
   02 PrnRunDate         PIC 9(8).
01 YearHeading.
   02 FILLER             PIC X(7)     VALUE "Intake ".
   02 PrnYearFrom        PIC 9(4).
   02 FILLER             PIC X        VALUE "/".
   02 PrnYearTo          PIC 9(4).
01 ColumnHeading.
   02 FILLER             PIC X(34)
      VALUE " Course  Applied  Offered Accepted".
   02 FILLER             PIC X(36)
      VALUE " Enrolled  Refused Declined Withdrew".
   02 FILLER             PIC X(32)
      VALUE "  Offer% Accept%  Yield%   Conv%".
01 FunnelLine.
   02 FILLER             PIC X        VALUE SPACE.
   02 PrnLabel           PIC X(5).
   02 FILLER             PIC X        VALUE SPACE.
   02 PrnApplied         PIC ZZZZZZZZ9.
   02 PrnOffered         PIC ZZZZZZZZ9.
   02 PrnAccepted        PIC ZZZZZZZZ9.
   02 PrnEnrolled        PIC ZZZZZZZZ9.
   02 PrnRefused         PIC ZZZZZZZZ9.
   02 PrnDeclined        PIC ZZZZZZZZ9.
   02 PrnWithdrawn       PIC ZZZZZZZZ9.
   02 PrnOfferRate       PIC ZZZZZ9.9.
   02 PrnAcceptRate      PIC ZZZZZ9.9.
   02 PrnYieldRate       PIC ZZZZZ9.9.
   02 PrnConversionRate  PIC ZZZZZ9.9.
01 MatchingLine.
   02 PrnMatchLabel      PIC X(50).
   02 PrnMatchCount      PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
  PERFORM OpenAuditLog
  MOVE "Admissions" TO AuditProgramName
  MOVE "START"      TO AuditEventType
  PERFORM LogAuditEvent

  ACCEPT admissionsToday FROM DATE YYYYMMDD
  MOVE "TERM" TO AcalFunction
  MOVE admissionsToday TO AcalDate
  CALL "AcademicCalendar" USING AcalFunction AcalDate
                                AcademicPeriod AcalValid
  MOVE AcpAcademicYear TO CurrentIntakeYear
  COMPUTE ReportFromYear = CurrentIntakeYear - 1

  PERFORM InitCourseMaster
  PERFORM OpenApplicationIO
  PERFORM LoadAdmissionsFeed
  PERFORM OpenMatchingFiles
  PERFORM MatchEntrantsFeed
  PERFORM SweepStudentMaster
  IF MasterIsOpen
    CLOSE StudentMaster
  END-IF
  IF WaitlistIsOpen
    CLOSE WaitlistFile
  END-IF
  PERFORM WriteFunnelReport
  CLOSE ApplicationFile

  DISPLAY "Admissions complete: " AppliedCount " applied, "
          RejectCount " rejected (see AdmissionsRejects.dat), "
          EnrolledFromFeed " + " EnrolledFromMaster
          " enrolled tonight."
  MOVE "END"        TO AuditEventType
  COMPUTE AuditRecordCount = AppliedCount + EnrolledFromFeed
                           + EnrolledFromMaster
  ADD RejectCount   TO AuditErrorCount
  PERFORM LogAuditEvent
  CLOSE AuditLogFile
  IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
    MOVE 4 TO RETURN-CODE
  END-IF
  STOP RUN.

OpenApplicationIO.
  OPEN I-O ApplicationFile
  IF ApplicationFileStatus EQUAL TO "35"
    OPEN OUTPUT ApplicationFile
    CLOSE ApplicationFile
    OPEN I-O ApplicationFile
  END-IF
  IF ApplicationFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not open Applications.dat, status: "
            ApplicationFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

*> No feed tonight is a normal night: nothing to load, the matching
*> and the funnel still run.
LoadAdmissionsFeed.
  OPEN INPUT FeedFile
  IF FeedFileStatus NOT EQUAL TO "00"
    DISPLAY "No AdmissionsFeed.dat tonight; no transactions loaded."
   ELSE
    MOVE "Y" TO FeedPresent
    OPEN OUTPUT RejectFile
    IF RejectFileStatus NOT EQUAL TO "00"
      DISPLAY "Could not open AdmissionsRejects.dat, status: "
              RejectFileStatus
      DISPLAY "Abending."
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM ReadFeedRecord
    PERFORM UNTIL EndOfFeedFile
      PERFORM ApplyTransaction
      ADD 1 TO ProcessedCount
      PERFORM ReadFeedRecord
    END-PERFORM
    CLOSE FeedFile
    CLOSE RejectFile
  END-IF.

ReadFeedRecord.
  READ FeedFile
    AT END SET EndOfFeedFile TO TRUE
  END-READ
  IF FeedFileStatus NOT EQUAL TO "00" AND
     FeedFileStatus NOT EQUAL TO "10"
    DISPLAY "File error on AdmissionsFeed.dat, status: "
            FeedFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

ApplyTransaction.
  PERFORM ValidateFeedFields
  IF RejReason NOT = SPACES
    PERFORM WriteRejectRecord
   ELSE
    PERFORM CheckApplicationExists
    IF FeedAction = "A"
      PERFORM ApplyNewApplication
     ELSE
      PERFORM ApplyStatusChange
    END-IF
  END-IF.

*> Field-by-field edits shared by every action. Leaves RejReason
*> spaces when everything passes.
ValidateFeedFields.
  MOVE SPACES TO RejReason
  MOVE "N" TO TxnDateValid
  IF FdTxnDate IS NUMERIC
    MOVE FdTxnDate(1:4) TO txnYear
    MOVE FdTxnDate(5:2) TO txnMonth
    MOVE FdTxnDate(7:2) TO txnDay
    CALL "DateValidator" USING txnYear txnMonth txnDay TxnDateValid
  END-IF
  PERFORM ValidateCourseCode
  EVALUATE TRUE
    WHEN FeedAction NOT = "A" AND FeedAction NOT = "O" AND
         FeedAction NOT = "R" AND FeedAction NOT = "C" AND
         FeedAction NOT = "D" AND FeedAction NOT = "W"
      MOVE "Unknown action code" TO RejReason
    WHEN FdIntakeYear IS NOT NUMERIC
      MOVE "Intake year not numeric" TO RejReason
    WHEN NOT CourseCodeIsValid
      MOVE "Invalid course code" TO RejReason
    WHEN FdApplicantId IS NOT NUMERIC
      MOVE "Applicant number not numeric" TO RejReason
    WHEN NOT TxnDateIsValid
      MOVE "Invalid transaction date" TO RejReason
    WHEN FeedAction = "A" AND FdApplicantName = SPACES
      MOVE "Applicant name missing" TO RejReason
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

ValidateCourseCode.
  MOVE "N" TO CourseCodeValid
  PERFORM VARYING CourseMasterIndex FROM 1 BY 1
          UNTIL CourseMasterIndex > CourseMasterCount
    IF FdCourseCode EQUAL TO CourseMasterCode(CourseMasterIndex)
      MOVE "Y" TO CourseCodeValid
    END-IF
  END-PERFORM.

CheckApplicationExists.
  MOVE "N" TO ApplicationExists
  MOVE FdIntakeYear  TO AppIntakeYear
  MOVE FdCourseCode  TO AppCourseCode
  MOVE FdApplicantId TO AppApplicantId
  READ ApplicationFile
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE "Y" TO ApplicationExists
  END-READ.

ApplyNewApplication.
  IF ApplicationIsOnFile
    MOVE "Application already on file" TO RejReason
    PERFORM WriteRejectRecord
   ELSE
    MOVE SPACES          TO ApplicationRecord
    MOVE FdIntakeYear    TO AppIntakeYear
    MOVE FdCourseCode    TO AppCourseCode
    MOVE FdApplicantId   TO AppApplicantId
    MOVE FdApplicantName TO AppApplicantName
    MOVE "P"             TO AppStatus
    MOVE FdTxnDate       TO AppAppliedDate
    MOVE ZEROS TO AppOfferDate, AppAcceptedDate, AppClosedDate,
                  AppEnrolledDate
    WRITE ApplicationRecord
      INVALID KEY
        MOVE "Write failed" TO RejReason
        PERFORM WriteRejectRecord
      NOT INVALID KEY
        ADD 1 TO AppliedCount
    END-WRITE
  END-IF.

*> Each decision or reply moves the application one step along
*> the funnel, and only from the status it can follow.
ApplyStatusChange.
  IF NOT ApplicationIsOnFile
    MOVE "Application not on file" TO RejReason
   ELSE
    EVALUATE TRUE
      WHEN FeedAction = "O" AND AppPending
        MOVE "O" TO AppStatus
        MOVE FdTxnDate TO AppOfferDate
      WHEN FeedAction = "R" AND AppPending
        MOVE "R" TO AppStatus
        MOVE FdTxnDate TO AppClosedDate
      WHEN FeedAction = "C" AND AppOffered
        MOVE "A" TO AppStatus
        MOVE FdTxnDate TO AppAcceptedDate
      WHEN FeedAction = "D" AND AppOffered
        MOVE "D" TO AppStatus
        MOVE FdTxnDate TO AppClosedDate
      WHEN FeedAction = "W" AND
           (AppPending OR AppOffered OR AppAccepted)
        MOVE "W" TO AppStatus
        MOVE FdTxnDate TO AppClosedDate
      WHEN OTHER
        STRING "Not allowed at status " AppStatus
               DELIMITED BY SIZE INTO RejReason
    END-EVALUATE
  END-IF
  IF RejReason NOT = SPACES
    PERFORM WriteRejectRecord
   ELSE
    REWRITE ApplicationRecord
      INVALID KEY
        MOVE "Rewrite failed" TO RejReason
        PERFORM WriteRejectRecord
      NOT INVALID KEY
        ADD 1 TO AppliedCount
    END-REWRITE
  END-IF.

WriteRejectRecord.
  *> Blank the whole record first so no low-values reach the
  *> line-sequential WRITE; RejReason is saved across the blanking.
  MOVE RejReason TO savedRejReason
  MOVE SPACES TO RejectRecord
  MOVE savedRejReason TO RejReason
  MOVE FeedAction TO RejAction
  MOVE FeedData   TO RejFeedData
  WRITE RejectRecord
  IF RejectFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not write reject record, status: "
            RejectFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  ADD 1 TO RejectCount.

*> Both are read-only lookups here; a shop without a waitlist yet
*> simply has nobody held back.
OpenMatchingFiles.
  OPEN INPUT StudentMaster
  IF StudentMasterStatus EQUAL TO "00"
    MOVE "Y" TO MasterPresent
   ELSE
    DISPLAY "StudentMaster.dat not available, status: "
            StudentMasterStatus "; matching on the entrants feed "
            "only."
  END-IF
  OPEN INPUT WaitlistFile
  IF WaitlistFileStatus EQUAL TO "00"
    MOVE "Y" TO WaitlistPresent
  END-IF.

*> Tonight's entrants are this academic year's intake. An entrant
*> with an offered or accepted application on the course has
*> enrolled -- unless CountStudents held them on the course's
*> waitlist, in which case they have not got a place yet.
MatchEntrantsFeed.
  OPEN INPUT EntrantsFile
  IF EntrantsFileStatus NOT EQUAL TO "00"
    DISPLAY "No EntrantsClean.dat tonight; nothing to match."
   ELSE
    READ EntrantsFile
      AT END SET EndOfEntrantsFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfEntrantsFile
      ADD 1 TO EntrantsReadCount
      PERFORM MatchOneEntrant
      READ EntrantsFile
        AT END SET EndOfEntrantsFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE EntrantsFile
  END-IF.

MatchOneEntrant.
  MOVE CurrentIntakeYear TO AppIntakeYear
  MOVE EntCourseCode     TO AppCourseCode
  MOVE EntStudentId      TO AppApplicantId
  READ ApplicationFile
    INVALID KEY
      ADD 1 TO NoApplicationCount
    NOT INVALID KEY
      EVALUATE TRUE
        WHEN AppEnrolled
          CONTINUE
        WHEN AppOffered OR AppAccepted
          PERFORM CheckHeldOnWaitlist
          IF HeldOnWaitlist
            ADD 1 TO HeldOnWaitlistCount
           ELSE
            MOVE "F" TO enrolSource
            PERFORM MarkEnrolled
          END-IF
        WHEN OTHER
          ADD 1 TO NotOfferedCount
      END-EVALUATE
  END-READ.

*> Held means waiting on the course's waitlist, or offered a freed
*> place there and not yet accepted it.
CheckHeldOnWaitlist.
  MOVE "N" TO HeldStatus, scanStatus
  IF WaitlistIsOpen
    MOVE EntCourseCode TO WlCourseCode
    MOVE ZEROS         TO WlSequence
    START WaitlistFile KEY IS NOT LESS THAN WlKey
      INVALID KEY MOVE "Y" TO scanStatus
    END-START
    PERFORM UNTIL ScanDone
      READ WaitlistFile NEXT RECORD
        AT END MOVE "Y" TO scanStatus
      END-READ
      IF NOT ScanDone
        IF WlCourseCode NOT = EntCourseCode
          MOVE "Y" TO scanStatus
         ELSE
          IF WlStudentId = EntStudentId AND
             (WlStatus = "W" OR WlStatus = "O")
            MOVE "Y" TO HeldStatus
          END-IF
        END-IF
      END-IF
    END-PERFORM
  END-IF.

*> Students who reached StudentMaster.dat some other way -- keyed
*> in StudentMaint, loaded by StudentBatchLoad, or counted off the
*> waitlist -- are found here: an offered or accepted applicant of
*> this intake on the master on the same course, active or on
*> probation, has enrolled.
SweepStudentMaster.
  IF MasterIsOpen
    MOVE LOW-VALUES TO AppKey
    MOVE CurrentIntakeYear TO AppIntakeYear
    START ApplicationFile KEY IS NOT LESS THAN AppKey
      INVALID KEY SET EndOfApplicationFile TO TRUE
    END-START
    IF NOT EndOfApplicationFile
      READ ApplicationFile NEXT RECORD
        AT END SET EndOfApplicationFile TO TRUE
      END-READ
    END-IF
    PERFORM UNTIL EndOfApplicationFile
      IF AppIntakeYear NOT = CurrentIntakeYear
        SET EndOfApplicationFile TO TRUE
       ELSE
        IF AppOffered OR AppAccepted
          MOVE AppApplicantId TO StudentId
          READ StudentMaster
            INVALID KEY
              CONTINUE
            NOT INVALID KEY
              IF CourseId = AppCourseCode AND
                 (EnrollStatus = "A" OR EnrollStatus = "P")
                MOVE "M" TO enrolSource
                PERFORM MarkEnrolled
              END-IF
          END-READ
        END-IF
        READ ApplicationFile NEXT RECORD
          AT END SET EndOfApplicationFile TO TRUE
        END-READ
      END-IF
    END-PERFORM
  END-IF.

*> Enrolling on an offer nobody recorded an acceptance for is an
*> acceptance all the same, so the funnel never shows more enrolled
*> than accepted.
MarkEnrolled.
  IF AppAcceptedDate = ZEROS
    MOVE admissionsToday TO AppAcceptedDate
  END-IF
  MOVE "E"             TO AppStatus
  MOVE admissionsToday TO AppEnrolledDate
  MOVE enrolSource     TO AppEnrolSource
  REWRITE ApplicationRecord
    INVALID KEY
      DISPLAY "Could not mark application " AppKey
              " enrolled, status: " ApplicationFileStatus
      ADD 1 TO AuditErrorCount
    NOT INVALID KEY
      IF enrolSource = "F"
        ADD 1 TO EnrolledFromFeed
       ELSE
        ADD 1 TO EnrolledFromMaster
      END-IF
  END-REWRITE.

*> One pass over the whole file, intake by intake and course by
*> course: every group goes to ApplicationTotals.dat, the recent
*> intakes to the printed funnel as well.
WriteFunnelReport.
  OPEN OUTPUT ReportFile
  IF ReportFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create ApplicationFunnel.prt, status: "
            ReportFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  OPEN OUTPUT TotalsFile
  IF TotalsFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create ApplicationTotals.dat, status: "
            TotalsFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE admissionsToday TO PrnRunDate
  WRITE ReportLine FROM ReportHeading

  MOVE "N" TO FirstGroupStatus
  MOVE LOW-VALUES TO AppKey
  START ApplicationFile KEY IS NOT LESS THAN AppKey
    INVALID KEY SET EndOfApplicationFile TO TRUE
  END-START
  IF NOT EndOfApplicationFile
    READ ApplicationFile NEXT RECORD
      AT END SET EndOfApplicationFile TO TRUE
    END-READ
  END-IF
  PERFORM UNTIL EndOfApplicationFile
    IF FirstGroupStarted AND
       (AppIntakeYear NOT = PrevIntakeYear OR
        AppCourseCode NOT = PrevCourseCode)
      PERFORM FinishCourseGroup
    END-IF
    IF FirstGroupStarted AND AppIntakeYear NOT = PrevIntakeYear
      PERFORM FinishYearGroup
    END-IF
    IF NOT FirstGroupStarted OR AppIntakeYear NOT = PrevIntakeYear
      PERFORM StartYearGroup
    END-IF
    IF NOT FirstGroupStarted OR AppIntakeYear NOT = PrevIntakeYear
       OR AppCourseCode NOT = PrevCourseCode
      MOVE ZEROS TO CourseFunnel
      MOVE AppCourseCode TO PrevCourseCode
    END-IF
    MOVE AppIntakeYear TO PrevIntakeYear
    MOVE "Y" TO FirstGroupStatus
    PERFORM TallyApplication
    READ ApplicationFile NEXT RECORD
      AT END SET EndOfApplicationFile TO TRUE
    END-READ
  END-PERFORM
  IF FirstGroupStarted
    PERFORM FinishCourseGroup
    PERFORM FinishYearGroup
   ELSE
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE "No applications on file." TO ReportLine
    WRITE ReportLine
  END-IF
  PERFORM WriteMatchingSummary
  CLOSE TotalsFile
  CLOSE ReportFile
  DISPLAY "Funnel written to ApplicationFunnel.prt, "
          TotalsWritten " course total(s) to ApplicationTotals.dat.".

StartYearGroup.
  MOVE ZEROS TO YearFunnel
  IF AppIntakeYear NOT < ReportFromYear
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE AppIntakeYear TO PrnYearFrom
    COMPUTE followingYear = AppIntakeYear + 1
    MOVE followingYear TO PrnYearTo
    WRITE ReportLine FROM YearHeading
    WRITE ReportLine FROM ColumnHeading
  END-IF.

*> The counts are cumulative: an applicant is counted at every stage
*> they reached, whatever became of them after.
TallyApplication.
  ADD 1 TO CfApplied
  IF AppOfferDate NOT = ZEROS
    ADD 1 TO CfOffered
  END-IF
  IF AppAcceptedDate NOT = ZEROS
    ADD 1 TO CfAccepted
  END-IF
  IF AppEnrolledDate NOT = ZEROS
    ADD 1 TO CfEnrolled
  END-IF
  EVALUATE TRUE
    WHEN AppRefused   ADD 1 TO CfRefused
    WHEN AppDeclined  ADD 1 TO CfDeclined
    WHEN AppWithdrawn ADD 1 TO CfWithdrawn
    WHEN OTHER        CONTINUE
  END-EVALUATE.

FinishCourseGroup.
  MOVE PrevIntakeYear TO AtlIntakeYear
  MOVE PrevCourseCode TO AtlCourseCode
  MOVE CfApplied      TO AtlApplied
  MOVE CfOffered      TO AtlOffered
  MOVE CfAccepted     TO AtlAccepted
  MOVE CfEnrolled     TO AtlEnrolled
  WRITE TotalsRecord
  ADD 1 TO TotalsWritten
  ADD CfApplied   TO YfApplied
  ADD CfOffered   TO YfOffered
  ADD CfAccepted  TO YfAccepted
  ADD CfEnrolled  TO YfEnrolled
  ADD CfRefused   TO YfRefused
  ADD CfDeclined  TO YfDeclined
  ADD CfWithdrawn TO YfWithdrawn
  IF PrevIntakeYear NOT < ReportFromYear
    MOVE CourseFunnel TO LineFunnel
    MOVE PrevCourseCode TO PrnLabel
    PERFORM PrintFunnelLine
  END-IF.

FinishYearGroup.
  IF PrevIntakeYear NOT < ReportFromYear
    MOVE YearFunnel TO LineFunnel
    MOVE "Total" TO PrnLabel
    PERFORM PrintFunnelLine
  END-IF.

*> Offer rate = offered of applied, acceptance = accepted of
*> offered, yield = enrolled of accepted, conversion = enrolled of
*> applied; a stage nobody reached shows 0.0.
PrintFunnelLine.
  MOVE LfApplied   TO PrnApplied
  MOVE LfOffered   TO PrnOffered
  MOVE LfAccepted  TO PrnAccepted
  MOVE LfEnrolled  TO PrnEnrolled
  MOVE LfRefused   TO PrnRefused
  MOVE LfDeclined  TO PrnDeclined
  MOVE LfWithdrawn TO PrnWithdrawn
  MOVE ZERO TO PrnOfferRate, PrnAcceptRate, PrnYieldRate,
               PrnConversionRate
  IF LfApplied > ZERO
    COMPUTE PrnOfferRate ROUNDED = LfOffered * 100 / LfApplied
    COMPUTE PrnConversionRate ROUNDED =
            LfEnrolled * 100 / LfApplied
  END-IF
  IF LfOffered > ZERO
    COMPUTE PrnAcceptRate ROUNDED = LfAccepted * 100 / LfOffered
  END-IF
  IF LfAccepted > ZERO
    COMPUTE PrnYieldRate ROUNDED = LfEnrolled * 100 / LfAccepted
  END-IF
  WRITE ReportLine FROM FunnelLine.

WriteMatchingSummary.
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE SPACES TO ReportLine
  STRING "Enrolment matching for intake " CurrentIntakeYear
         DELIMITED BY SIZE INTO ReportLine
  WRITE ReportLine
  MOVE "  Entrants on tonight's feed" TO PrnMatchLabel
  MOVE EntrantsReadCount TO PrnMatchCount
  WRITE ReportLine FROM MatchingLine
  MOVE "  Enrolled, matched on the entrants feed" TO PrnMatchLabel
  MOVE EnrolledFromFeed TO PrnMatchCount
  WRITE ReportLine FROM MatchingLine
  MOVE "  Enrolled, found on StudentMaster" TO PrnMatchLabel
  MOVE EnrolledFromMaster TO PrnMatchCount
  WRITE ReportLine FROM MatchingLine
  MOVE "  Entrants held on the course waitlist" TO PrnMatchLabel
  MOVE HeldOnWaitlistCount TO PrnMatchCount
  WRITE ReportLine FROM MatchingLine
  MOVE "  Entrants with no application for the course"
    TO PrnMatchLabel
  MOVE NoApplicationCount TO PrnMatchCount
  WRITE ReportLine FROM MatchingLine
  MOVE "  Entrants whose application shows no offer"
    TO PrnMatchLabel
  MOVE NotOfferedCount TO PrnMatchCount
  WRITE ReportLine FROM MatchingLine
  IF FeedWasPresent
    MOVE "  Admissions transactions rejected" TO PrnMatchLabel
    MOVE RejectCount TO PrnMatchCount
    WRITE ReportLine FROM MatchingLine
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
      READ CourseMasterFile
        AT END SET EndOfCourseMasterFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE CourseMasterFile
  END-IF
  IF CourseMasterCount = ZERO
    MOVE "LM050" TO CourseMasterCode(1)
    MOVE "LM060" TO CourseMasterCode(2)
    MOVE "LM070" TO CourseMasterCode(3)
    MOVE "LM080" TO CourseMasterCode(4)
    MOVE "LM090" TO CourseMasterCode(5)
    MOVE "LM100" TO CourseMasterCode(6)
    MOVE "LM110" TO CourseMasterCode(7)
    MOVE "LM120" TO CourseMasterCode(8)
    MOVE 8 TO CourseMasterCount
  END-IF.

COPY AuditLog.

END PROGRAM Admissions.
