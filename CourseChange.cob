*> current-enrollment counts in CourseEnrollment.dat are adjusted,
*> and every applied move lands in the CourseChangeAudit.dat trail
*> with a date/time stamp. Failures go to CourseChangeRejects.dat
*> with a reason instead of stopping the run. A student whose
*> tuition for the academic year of the move is already invoiced
*> in StudentAccount.dat gets a pro-rated adjustment: the
*> difference between the two courses' annual fees for the rest of
*> the year from the effective date, raised as a charge ("A") when
*> the new course is dearer or a credit ("C") set off against what
*> the student owes when it is cheaper. The place the student leaves
*> on the old course goes to the next entrant on that course's
*> waitlist (CourseWaitlist.dat), with an offer letter on
*> WaitlistOffers.prt. A move into a course with prerequisites
*> (CoursePrereq.dat, kept through CourseMaint) needs a result on
*> GradesLedger.dat at or above the minimum grade in every required
*> course; one that lacks any is rejected with reason PR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CourseMasterFile ASSIGN TO "CourseMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CourseMasterFileStatus.
    SELECT AccountFile ASSIGN TO "StudentAccount.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SacKey
           FILE STATUS IS AccountFileStatus.
    SELECT WaitlistFile ASSIGN TO "CourseWaitlist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WlKey
           FILE STATUS IS WaitlistFileStatus.
    SELECT OfferLetterFile ASSIGN TO "WaitlistOffers.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OfferLetterStatus.
    SELECT PrereqFile ASSIGN TO "CoursePrereq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PrereqFileStatus.
    SELECT LedgerFile ASSIGN TO "GradesLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LedgerFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.
FD CourseMasterFile.
COPY CourseMasterRecord.

FD AccountFile.
COPY StudentAccountRecord.

FD WaitlistFile.
COPY WaitlistRecord.

FD OfferLetterFile.
01 OfferLetterLine       PIC X(80).

FD PrereqFile.
COPY CoursePrereqRecord.

FD LedgerFile.
COPY GradesLedgerRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY TuitionCalcData.
COPY WaitlistOfferData.
01 ChangeFileStatus      PIC XX.
01 RejectFileStatus      PIC XX.
01 AuditTrailStatus      PIC XX.
01 EnrollmentFileStatus  PIC XX.
01 StudentMasterStatus   PIC XX.
01 CourseMasterFileStatus PIC XX.
01 PrereqFileStatus      PIC XX.
01 LedgerFileStatus      PIC XX.

01 ReadCount             PIC 9(6)     VALUE ZERO.
01 AppliedCount          PIC 9(6)     VALUE ZERO.
01 RejectCount           PIC 9(6)     VALUE ZERO.
01 AdjustedCount         PIC 9(6)     VALUE ZERO.

01 CourseMasterTable.
   02 CourseMasterEntry  OCCURS 200 TIMES.
      03 CourseMasterCode PIC X(5).
      03 MasterFee        PIC 9(5)V99.
01 CourseMasterCount     PIC 9(3)     VALUE ZERO.
01 CourseMasterIndex     PIC 9(3).
01 checkCourseCode       PIC X(5)     VALUE SPACES.
01 matchedEnrollIndex    PIC 9(3)     VALUE ZERO.
01 enrollDelta           PIC S9       VALUE ZERO.

01 PrereqTable.
   02 PrereqEntry        OCCURS 600 TIMES.
      03 TblPrqCourse    PIC X(5).
      03 TblPrqRequired  PIC X(5).
      03 TblPrqMinGrade  PIC 9V99.
01 PrereqCount           PIC 9(3)     VALUE ZERO.
01 prereqIndex           PIC 9(3)     VALUE ZERO.
*> The new course's requirements for the change in hand, each
*> ticked off when the student's ledger shows a good enough result.
01 NeededTable.
   02 NeededEntry        OCCURS 20 TIMES.
      03 NeedCourse      PIC X(5).
      03 NeedMinGrade    PIC 9V99.
      03 NeedMet         PIC X.
01 NeededCount           PIC 99       VALUE ZERO.
01 neededIndex           PIC 99       VALUE ZERO.
01 PrereqStatus          PIC X        VALUE "Y".
   88 PrerequisitesMet                VALUE "Y".
01 PrereqRejectText.
   02 FILLER             PIC X(13)    VALUE "Prerequisite ".
   02 PrnUnmetCourse     PIC X(5).
   02 FILLER             PIC X(8)     VALUE " not met".

01 courseFeeFound        PIC 9(5)V99  VALUE ZERO.
01 oldCourseFee          PIC 9(5)V99  VALUE ZERO.
01 newCourseFee          PIC 9(5)V99  VALUE ZERO.
*> A dearer course's extra is due this many days after the move.
01 AdjustmentDueDays     PIC 9(3)     VALUE 30.
01 DateArithFunction     PIC X(4).
01 DateArithDays         PIC S9(5)    VALUE ZERO.
01 DateArithValid        PIC X        VALUE "N".
   88 DateArithIsValid               VALUE "Y".

01 EffYear               PIC 9(4).
01 EffMonth              PIC 99.
01 EffDay                PIC 99.
  PERFORM LogAuditEvent

  PERFORM InitCourseMaster
  PERFORM LoadPrereqTable
  PERFORM LoadEnrollmentCounts

  OPEN INPUT ChangeFile
    OPEN OUTPUT AuditTrailFile
  END-IF
  PERFORM OpenMasterIO
  PERFORM OpenAccountFileIO
  PERFORM OpenWaitlistIO

  READ ChangeFile
    AT END SET EndOfChangeFile TO TRUE
    END-READ
  END-PERFORM

  CLOSE WaitlistFile
  PERFORM CloseOfferLetters
  CLOSE AccountFile
  CLOSE StudentMaster
  CLOSE AuditTrailFile
  CLOSE RejectFile
  DISPLAY "Course changes: " ReadCount " read, " AppliedCount
          " applied, " RejectCount " rejected (see "
          "CourseChangeRejects.dat)."
  IF AdjustedCount > ZERO
    DISPLAY "Tuition adjustments raised: " AdjustedCount
  END-IF
  IF WloLetterCount > ZERO
    DISPLAY "Freed places offered to waitlisted entrants: "
            WloLetterCount " (see WaitlistOffers.prt)."
  END-IF

  MOVE "END"         TO AuditEventType
  MOVE AppliedCount  TO AuditRecordCount
            MOVE "Old course does not match" TO RejReasonText
            PERFORM WriteRejectRecord
           ELSE
            PERFORM CheckPrerequisites
            IF NOT PrerequisitesMet
              MOVE "PR" TO RejReasonCode
              MOVE PrereqRejectText TO RejReasonText
              PERFORM WriteRejectRecord
             ELSE
              MOVE ChgNewCourse TO CourseId
              REWRITE StudentRec
                INVALID KEY
                  MOVE "IO" TO RejReasonCode
                  MOVE "Master rewrite failed" TO RejReasonText
                  PERFORM WriteRejectRecord
                NOT INVALID KEY
                  ADD 1 TO AppliedCount
                  MOVE -1 TO enrollDelta
                  MOVE ChgOldCourse TO checkCourseCode
                  PERFORM AdjustEnrollment
                  MOVE +1 TO enrollDelta
                  MOVE ChgNewCourse TO checkCourseCode
                  PERFORM AdjustEnrollment
                  PERFORM WriteAuditTrail
                  PERFORM RaiseTuitionAdjustment
                  MOVE ChgOldCourse TO WloCourseCode
                  PERFORM OfferNextWaitlisted
              END-REWRITE
            END-IF
          END-IF
      END-READ
  END-EVALUATE.

*> Every requirement of the new course needs a ledger result for
*> this student at or above its minimum grade; a retaken course
*> counts if any attempt made the grade. The first one missing is
*> named on the reject.
CheckPrerequisites.
  MOVE "Y" TO PrereqStatus
  MOVE ZERO TO NeededCount
  PERFORM VARYING prereqIndex FROM 1 BY 1
          UNTIL prereqIndex > PrereqCount
    IF TblPrqCourse(prereqIndex) = ChgNewCourse AND NeededCount < 20
      ADD 1 TO NeededCount
      MOVE TblPrqRequired(prereqIndex) TO NeedCourse(NeededCount)
      MOVE TblPrqMinGrade(prereqIndex) TO NeedMinGrade(NeededCount)
      MOVE "N" TO NeedMet(NeededCount)
    END-IF
  END-PERFORM
  IF NeededCount > ZERO
    OPEN INPUT LedgerFile
    IF LedgerFileStatus EQUAL TO "00"
      READ LedgerFile
        AT END SET EndOfLedgerFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfLedgerFile
        IF LdgStudentId = StudentId
          PERFORM VARYING neededIndex FROM 1 BY 1
                  UNTIL neededIndex > NeededCount
            IF NeedCourse(neededIndex) = LdgCourseCode
               AND LdgGrade NOT < NeedMinGrade(neededIndex)
              MOVE "Y" TO NeedMet(neededIndex)
            END-IF
          END-PERFORM
        END-IF
        READ LedgerFile
          AT END SET EndOfLedgerFile TO TRUE
        END-READ
      END-PERFORM
      CLOSE LedgerFile
    END-IF
    PERFORM VARYING neededIndex FROM NeededCount BY -1
            UNTIL neededIndex < 1
      IF NeedMet(neededIndex) = "N"
        MOVE "N" TO PrereqStatus
        MOVE NeedCourse(neededIndex) TO PrnUnmetCourse
      END-IF
    END-PERFORM
  END-IF.

WriteRejectRecord.
  MOVE ChangeRecord TO RejChangeImage
  WRITE RejectRecord
  MOVE ChgEffectiveDate TO TrlEffectiveDate
  WRITE AuditTrailRecord.

*> Only a year already invoiced is adjusted -- one not yet
*> invoiced is billed at the new course's fee when it is -- and
*> not once the student's withdrawal refund has closed the year.
RaiseTuitionAdjustment.
  MOVE ChgEffectiveDate TO TuiDate
  PERFORM SetAcademicYear
  MOVE StudentId TO TuiStudentId
  PERFORM ReviewStudentAccount
  MOVE ChgOldCourse TO checkCourseCode
  PERFORM FindCourseFee
  MOVE courseFeeFound TO oldCourseFee
  MOVE ChgNewCourse TO checkCourseCode
  PERFORM FindCourseFee
  MOVE courseFeeFound TO newCourseFee
  IF TuiTuitionRaised AND NOT TuiRefundRaised
     AND newCourseFee NOT = oldCourseFee
    IF newCourseFee > oldCourseFee
      COMPUTE TuiFullAmount = newCourseFee - oldCourseFee
     ELSE
      COMPUTE TuiFullAmount = oldCourseFee - newCourseFee
    END-IF
    PERFORM ProRateRemaining
    IF TuiProRated > ZERO
      MOVE ZERO TO TuiApplied
      IF newCourseFee < oldCourseFee
        MOVE TuiProRated TO TuiApplyAmount
        PERFORM ApplyToOpenCharges
      END-IF
      MOVE SPACES          TO StudentAccountRecord
      MOVE TuiAcademicYear TO SacAcademicYear
      MOVE ChgNewCourse    TO SacCourseId
      MOVE ZERO            TO SacInstalment
      ACCEPT SacRaisedDate FROM DATE YYYYMMDD
      MOVE TuiProRated     TO SacAmount
      MOVE TuiApplied      TO SacSettledAmount
      IF newCourseFee > oldCourseFee
        MOVE "A" TO SacEntryType
        MOVE "ADDD" TO DateArithFunction
        MOVE AdjustmentDueDays TO DateArithDays
        CALL "DateArithmetic" USING DateArithFunction SacRaisedDate
                                    SacDueDate DateArithDays
                                    DateArithValid
       ELSE
        MOVE "C" TO SacEntryType
        MOVE SacRaisedDate TO SacDueDate
      END-IF
      IF SacSettledAmount < SacAmount
        MOVE "O" TO SacStatus
       ELSE
        MOVE "P" TO SacStatus
      END-IF
      STRING "Course change " DELIMITED BY SIZE
             ChgOldCourse DELIMITED BY SIZE
             " to " DELIMITED BY SIZE
             ChgNewCourse DELIMITED BY SIZE
             INTO SacDescription
      END-STRING
      PERFORM RaiseAccountEntry
      ADD 1 TO AdjustedCount
    END-IF
  END-IF.

AdjustEnrollment.
  MOVE ZERO TO matchedEnrollIndex
  PERFORM VARYING enrollIndex FROM 1 BY 1
      ADD 1 TO CourseMasterCount
      MOVE CourseMasterFileCode
        TO CourseMasterCode(CourseMasterCount)
      IF CourseMasterFee IS NUMERIC
        MOVE CourseMasterFee TO MasterFee(CourseMasterCount)
       ELSE
        MOVE ZEROS TO MasterFee(CourseMasterCount)
      END-IF
      READ CourseMasterFile
        AT END SET EndOfCourseMasterFile TO TRUE
      END-READ
    MOVE "LM110" TO CourseMasterCode(7)
    MOVE "LM120" TO CourseMasterCode(8)
    MOVE 8 TO CourseMasterCount
    PERFORM VARYING CourseMasterIndex FROM 1 BY 1
            UNTIL CourseMasterIndex > CourseMasterCount
      MOVE ZEROS TO MasterFee(CourseMasterIndex)
    END-PERFORM
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

ValidateCourseCode.
    END-IF
  END-PERFORM.

FindCourseFee.
  MOVE ZERO TO courseFeeFound
  PERFORM VARYING CourseMasterIndex FROM 1 BY 1
          UNTIL CourseMasterIndex > CourseMasterCount
    IF checkCourseCode EQUAL TO
       CourseMasterCode(CourseMasterIndex)
      MOVE MasterFee(CourseMasterIndex) TO courseFeeFound
    END-IF
  END-PERFORM.

OpenAccountFileIO.
  OPEN I-O AccountFile
  IF AccountFileStatus EQUAL TO "35"
    OPEN OUTPUT AccountFile
    CLOSE AccountFile
    OPEN I-O AccountFile
  END-IF
  IF AccountFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not open StudentAccount.dat, status: "
            AccountFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

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

OpenMasterIO.
  OPEN I-O StudentMaster
  IF StudentMasterStatus EQUAL TO "35"
    STOP RUN
  END-IF.

COPY TuitionCalc.

COPY WaitlistOffer.

COPY AuditLog.

END PROGRAM CourseChange.
