IDENTIFICATION DIVISION.
PROGRAM-ID. LibraryClearance.
AUTHOR. Job Sarneel.
*> Library clearance before a student leaves. The students due to
*> graduate come from the registrar's Graduands.dat (StudentId and
*> graduation date, one per line); the students already in a leaving
*> status are the StudentMaster.dat records withdrawn ("W") or
*> graduated ("G"). For each, every linked borrower account
*> (BorrowerStudentId) is checked through ClearanceCheck for loans
*> still out in BookLoan.dat, holds still queued or on the pickup
*> shelf, and unpaid Fine.dat balances. Students who are clear go to
*> ClearanceCertificates.dat, the registrar's certificate file --
*> every graduand, and the leavers whose status changed within the
*> last ClearanceWindowDays (older leavers were certified on an
*> earlier run). Students who are not clear go to ClearanceHolds.prt
*> with what they still have, whenever they left -- until the
*> library is square they stay on it. An older leaver is only taken
*> into the run at all while a loan is still out or a fine or
*> charge is still open on a linked account, so years of settled
*> leavers do not crowd the 500-student table; students the table
*> has no room for are counted on the report and in the audit
*> error count.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GraduandFile ASSIGN TO "Graduands.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GraduandFileStatus.
    SELECT StudentMaster ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentMasterStatus.
    SELECT BorrowerFile ASSIGN TO "Borrower.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BorrowerNumber
           FILE STATUS IS BorrowerFileStatus.
    SELECT LoanFile ASSIGN TO "BookLoan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LoanKey
           ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
           FILE STATUS IS LoanFileStatus.
    SELECT HoldFile ASSIGN TO "Hold.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HoldKey
           ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
           FILE STATUS IS HoldFileStatus.
    SELECT FineFile ASSIGN TO "Fine.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FineKey
           FILE STATUS IS FineFileStatus.
    SELECT CertificateFile ASSIGN TO "ClearanceCertificates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CertificateFileStatus.
    SELECT ReportFile ASSIGN TO "ClearanceHolds.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD GraduandFile.
01 GraduandRecord.
   88 EndOfGraduandFile  VALUE HIGH-VALUES.
   02 GrdStudentId       PIC 9(8).
   02 GrdGraduationDate  PIC 9(8).

FD StudentMaster.
COPY StudentRec.

FD BorrowerFile.
COPY BorrowerRecord.

FD LoanFile.
COPY LoanRecord.

FD HoldFile.
COPY HoldRecord.

FD FineFile.
COPY FineRecord.

*> The registrar's certificate file: one record per student the
*> library has cleared. CertBasis "G" on the graduand list, "L"
*> already withdrawn or graduated on the master.
FD CertificateFile.
01 CertificateRecord.
   02 CertStudentId      PIC 9(8).
   02 CertSurname        PIC X(12).
   02 CertForename       PIC X(9).
   02 CertBasis          PIC X.
   02 CertEnrollStatus   PIC X.
   02 CertClearedDate    PIC 9(8).

FD ReportFile.
01 ReportLine            PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY ClearanceCheckData.
01 GraduandFileStatus    PIC XX.
01 StudentMasterStatus   PIC XX.
01 BorrowerFileStatus    PIC XX.
01 CertificateFileStatus PIC XX.
01 ReportFileStatus      PIC XX.

01 TodaysDate            PIC 9(8)     VALUE ZEROS.
01 WindowStartDate       PIC 9(8)     VALUE ZEROS.
*> A leaver stays on the certificate file this long after the
*> status change; the registrar has them by then.
01 ClearanceWindowDays   PIC 9(3)     VALUE 90.
01 DateArithFunction     PIC X(4).
01 DateArithDays         PIC S9(5)    VALUE ZERO.
01 DateArithValid        PIC X        VALUE "N".
   88 DateArithIsValid               VALUE "Y".

*> One slot per student being cleared.
01 CandidateTable.
   02 Candidate OCCURS 500 TIMES.
      03 CndStudentId    PIC 9(8).
      03 CndSurname      PIC X(12).
      03 CndForename     PIC X(9).
      03 CndBasis        PIC X.
      03 CndEnrollStatus PIC X.
      03 CndStatusDate   PIC 9(8).
01 CandidateCount        PIC 9(3)     VALUE ZERO.
01 candIndex             PIC 9(3)     VALUE ZERO.
01 candMatch             PIC 9(3)     VALUE ZERO.
01 lookupStudentId       PIC 9(8)     VALUE ZEROS.
01 studentLoans          PIC 9(4)     VALUE ZERO.
01 studentHolds          PIC 9(4)     VALUE ZERO.
01 studentFines          PIC 9(6)V99  VALUE ZERO.

01 LeaverInScope         PIC X        VALUE "N".
   88 LeaverIsInScope                 VALUE "Y".
01 owesScanEnd           PIC X        VALUE "N".
   88 OwesScanDone                    VALUE "Y".
01 LoanScanOpen          PIC X        VALUE "N".
   88 LoanScanIsOpen                  VALUE "Y".
01 FineScanOpen          PIC X        VALUE "N".
   88 FineScanIsOpen                  VALUE "Y".

01 ClearedCount          PIC 9(5)     VALUE ZERO.
01 HeldCount             PIC 9(5)     VALUE ZERO.
01 UnknownCount          PIC 9(5)     VALUE ZERO.
01 OverflowCount         PIC 9(5)     VALUE ZERO.

01 ReportHeading.
   02 FILLER             PIC X(44)
      VALUE "Library clearance hold list   Run:          ".
   02 PrnRunDate         PIC 9(8).
01 ColumnHeading         PIC X(80)    VALUE
   "  Student   Name                    Basis  St  Loans Holds  Fines owed".
01 HoldLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnStudentId       PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnSurname         PIC X(12).
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnForename        PIC X(9).
   02 FILLER             PIC X(3)     VALUE SPACES.
   02 PrnBasis           PIC X.
   02 FILLER             PIC X(6)     VALUE SPACES.
   02 PrnEnrollStatus    PIC X.
   02 FILLER             PIC X(3)     VALUE SPACES.
   02 PrnLoans           PIC ZZZ9.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnHolds           PIC ZZZ9.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnFines           PIC ZZZ,ZZ9.99.
01 UnknownLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnUnknownId       PIC 9(8).
   02 FILLER             PIC X(41)
      VALUE "  on Graduands.dat but not on the master".
01 CountLine.
   02 PrnCountLabel      PIC X(40).
   02 PrnCountValue      PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
  PERFORM OpenAuditLog
  MOVE "LibClearance" TO AuditProgramName
  MOVE "START"        TO AuditEventType
  PERFORM LogAuditEvent

  ACCEPT TodaysDate FROM DATE YYYYMMDD
  MOVE "ADDD" TO DateArithFunction
  COMPUTE DateArithDays = 0 - ClearanceWindowDays
  CALL "DateArithmetic" USING DateArithFunction TodaysDate
                              WindowStartDate DateArithDays
                              DateArithValid
  IF NOT DateArithIsValid
    MOVE TodaysDate TO WindowStartDate
  END-IF

  OPEN OUTPUT ReportFile
  IF ReportFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create ClearanceHolds.prt, status: "
            ReportFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE TodaysDate TO PrnRunDate
  WRITE ReportLine FROM ReportHeading
  WRITE ReportLine FROM ColumnHeading
  MOVE SPACES TO ReportLine
  WRITE ReportLine

  OPEN OUTPUT CertificateFile
  IF CertificateFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create ClearanceCertificates.dat, status: "
            CertificateFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF

  PERFORM OpenMasterInput
  PERFORM LoadGraduands
  PERFORM OpenBorrowerFileInput
  OPEN INPUT LoanFile
  IF LoanFileStatus EQUAL TO "00"
    MOVE "Y" TO LoanScanOpen
  END-IF
  OPEN INPUT FineFile
  IF FineFileStatus EQUAL TO "00"
    MOVE "Y" TO FineScanOpen
  END-IF
  READ BorrowerFile NEXT RECORD
    AT END SET EndOfBorrowerFile TO TRUE
  END-READ
  PERFORM UNTIL EndOfBorrowerFile
    IF BorrowerStudentId NOT = ZEROS
      PERFORM ConsiderLinkedBorrower
    END-IF
    READ BorrowerFile NEXT RECORD
      AT END SET EndOfBorrowerFile TO TRUE
    END-READ
  END-PERFORM
  IF LoanScanIsOpen
    CLOSE LoanFile
  END-IF
  IF FineScanIsOpen
    CLOSE FineFile
  END-IF
  CLOSE BorrowerFile
  CLOSE StudentMaster

  PERFORM TallyLibraryClearance
  PERFORM VARYING candIndex FROM 1 BY 1
          UNTIL candIndex > CandidateCount
    PERFORM DecideOneStudent
  END-PERFORM
  CLOSE CertificateFile

  IF HeldCount = ZERO
    MOVE "  (every student checked is clear)" TO ReportLine
    WRITE ReportLine
  END-IF
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE "Students checked:" TO PrnCountLabel
  MOVE CandidateCount      TO PrnCountValue
  WRITE ReportLine FROM CountLine
  MOVE "Cleared (ClearanceCertificates.dat):" TO PrnCountLabel
  MOVE ClearedCount        TO PrnCountValue
  WRITE ReportLine FROM CountLine
  MOVE "Not clear (listed above):" TO PrnCountLabel
  MOVE HeldCount           TO PrnCountValue
  WRITE ReportLine FROM CountLine
  IF OverflowCount > ZERO
    MOVE "Not checked -- over the 500 limit:" TO PrnCountLabel
    MOVE OverflowCount       TO PrnCountValue
    WRITE ReportLine FROM CountLine
  END-IF
  CLOSE ReportFile
  DISPLAY "Library clearance: " ClearedCount " cleared, " HeldCount
          " on the hold list (see ClearanceHolds.prt)."

  MOVE "END"          TO AuditEventType
  MOVE CandidateCount TO AuditRecordCount
  ADD UnknownCount    TO AuditErrorCount
  PERFORM LogAuditEvent
  CLOSE AuditLogFile
  IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
    MOVE 4 TO RETURN-CODE
  END-IF
  STOP RUN.

*> The registrar's graduand list. A StudentId the master does not
*> know is reported, not cleared.
LoadGraduands.
  OPEN INPUT GraduandFile
  IF GraduandFileStatus EQUAL TO "00"
    READ GraduandFile
      AT END SET EndOfGraduandFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfGraduandFile
      IF GrdStudentId IS NUMERIC AND GrdStudentId NOT = ZEROS
        MOVE GrdStudentId TO StudentId
        READ StudentMaster
          INVALID KEY
            MOVE GrdStudentId TO PrnUnknownId
            WRITE ReportLine FROM UnknownLine
            ADD 1 TO UnknownCount
          NOT INVALID KEY
            MOVE GrdStudentId TO lookupStudentId
            PERFORM FindCandidate
            IF candMatch = ZERO
              PERFORM AddCandidate
              IF candMatch > ZERO
                MOVE "G" TO CndBasis(candMatch)
              END-IF
            END-IF
        END-READ
      END-IF
      READ GraduandFile
        AT END SET EndOfGraduandFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE GraduandFile
  END-IF.

*> A borrower linked to a graduand or to a student who has left is
*> one of the accounts the clearance looks at -- a leaver from
*> before the window only while this account still owes.
ConsiderLinkedBorrower.
  MOVE BorrowerStudentId TO lookupStudentId
  PERFORM FindCandidate
  IF candMatch = ZERO
    MOVE BorrowerStudentId TO StudentId
    READ StudentMaster
      INVALID KEY CONTINUE
      NOT INVALID KEY
        IF EnrollStatus = "W" OR EnrollStatus = "G"
          MOVE "Y" TO LeaverInScope
          IF StatusDate < WindowStartDate
            PERFORM CheckLeaverStillOwes
          END-IF
          IF LeaverIsInScope
            PERFORM AddCandidate
            IF candMatch > ZERO
              MOVE "L" TO CndBasis(candMatch)
            END-IF
          END-IF
        END-IF
    END-READ
  END-IF
  IF candMatch > ZERO
    IF ClrEntryCount < 500
      ADD 1 TO ClrEntryCount
      MOVE BorrowerStudentId TO ClrStudentId(ClrEntryCount)
      MOVE BorrowerNumber    TO ClrBorrowerNumber(ClrEntryCount)
     ELSE
      DISPLAY "More than 500 linked accounts to clear; borrower "
              BorrowerNumber " is not checked."
      ADD 1 TO AuditErrorCount, OverflowCount
    END-IF
  END-IF.

FindCandidate.
  MOVE ZERO TO candMatch
  PERFORM VARYING candIndex FROM 1 BY 1
          UNTIL candIndex > CandidateCount OR candMatch > ZERO
    IF CndStudentId(candIndex) = lookupStudentId
      MOVE candIndex TO candMatch
    END-IF
  END-PERFORM.

*> Adds the StudentMaster record in hand; candMatch is its slot,
*> or zero when the table is full.
AddCandidate.
  MOVE ZERO TO candMatch
  IF CandidateCount < 500
    ADD 1 TO CandidateCount
    MOVE CandidateCount TO candMatch
    MOVE StudentId      TO CndStudentId(candMatch)
    MOVE Surname        TO CndSurname(candMatch)
    MOVE Forename       TO CndForename(candMatch)
    MOVE EnrollStatus   TO CndEnrollStatus(candMatch)
    MOVE StatusDate     TO CndStatusDate(candMatch)
   ELSE
    DISPLAY "More than 500 students to clear; student " StudentId
            " is not checked."
    ADD 1 TO AuditErrorCount, OverflowCount
  END-IF.

*> The borrower in hand still owes if a loan is not back or a fine
*> or charge has money open on it (at the desk, billed to the
*> university account or with the collection agency).
CheckLeaverStillOwes.
  MOVE "N" TO LeaverInScope
  IF LoanScanIsOpen
    MOVE "N" TO owesScanEnd
    MOVE BorrowerNumber TO LoanBorrowerNumber
    START LoanFile KEY IS EQUAL TO LoanBorrowerNumber
      INVALID KEY SET OwesScanDone TO TRUE
    END-START
    PERFORM UNTIL OwesScanDone OR LeaverIsInScope
      READ LoanFile NEXT RECORD
        AT END SET OwesScanDone TO TRUE
      END-READ
      IF NOT OwesScanDone
        IF LoanBorrowerNumber NOT = BorrowerNumber
          SET OwesScanDone TO TRUE
         ELSE
          IF LoanReturnDate = ZEROS
            MOVE "Y" TO LeaverInScope
          END-IF
        END-IF
      END-IF
    END-PERFORM
  END-IF
  IF FineScanIsOpen AND NOT LeaverIsInScope
    MOVE "N" TO owesScanEnd
    MOVE BorrowerNumber TO FineBorrowerNumber
    MOVE ZERO           TO FineSequence
    START FineFile KEY IS NOT LESS THAN FineKey
      INVALID KEY SET OwesScanDone TO TRUE
    END-START
    PERFORM UNTIL OwesScanDone OR LeaverIsInScope
      READ FineFile NEXT RECORD
        AT END SET OwesScanDone TO TRUE
      END-READ
      IF NOT OwesScanDone
        IF FineBorrowerNumber NOT = BorrowerNumber
          SET OwesScanDone TO TRUE
         ELSE
          IF (FineStatus = "O" OR FineStatus = "T" OR
              FineStatus = "A")
             AND FineAmount > FinePaidAmount
            MOVE "Y" TO LeaverInScope
          END-IF
        END-IF
      END-IF
    END-PERFORM
  END-IF.

*> Totals the student's linked accounts, then certifies or holds.
DecideOneStudent.
  MOVE ZERO TO studentLoans, studentHolds, studentFines
  PERFORM VARYING ClrIndex FROM 1 BY 1
          UNTIL ClrIndex > ClrEntryCount
    IF ClrStudentId(ClrIndex) = CndStudentId(candIndex)
      ADD ClrLoanCount(ClrIndex) TO studentLoans
      ADD ClrHoldCount(ClrIndex) TO studentHolds
      ADD ClrFinesOwed(ClrIndex) TO studentFines
    END-IF
  END-PERFORM
  IF studentLoans = ZERO AND studentHolds = ZERO
     AND studentFines = ZERO
    IF CndBasis(candIndex) = "G" OR
       CndStatusDate(candIndex) NOT < WindowStartDate
      MOVE CndStudentId(candIndex)    TO CertStudentId
      MOVE CndSurname(candIndex)      TO CertSurname
      MOVE CndForename(candIndex)     TO CertForename
      MOVE CndBasis(candIndex)        TO CertBasis
      MOVE CndEnrollStatus(candIndex) TO CertEnrollStatus
      MOVE TodaysDate                 TO CertClearedDate
      WRITE CertificateRecord
      ADD 1 TO ClearedCount
    END-IF
   ELSE
    MOVE CndStudentId(candIndex)    TO PrnStudentId
    MOVE CndSurname(candIndex)      TO PrnSurname
    MOVE CndForename(candIndex)     TO PrnForename
    MOVE CndBasis(candIndex)        TO PrnBasis
    MOVE CndEnrollStatus(candIndex) TO PrnEnrollStatus
    MOVE studentLoans               TO PrnLoans
    MOVE studentHolds               TO PrnHolds
    MOVE studentFines               TO PrnFines
    WRITE ReportLine FROM HoldLine
    ADD 1 TO HeldCount
  END-IF.

OpenBorrowerFileInput.
  OPEN INPUT BorrowerFile
  IF BorrowerFileStatus EQUAL TO "35"
    OPEN OUTPUT BorrowerFile
    CLOSE BorrowerFile
    OPEN INPUT BorrowerFile
  END-IF
  IF BorrowerFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not open Borrower.dat, status: "
            BorrowerFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

OpenMasterInput.
  OPEN INPUT StudentMaster
  IF StudentMasterStatus EQUAL TO "35"
    OPEN OUTPUT StudentMaster
    CLOSE StudentMaster
    OPEN INPUT StudentMaster
  END-IF
  IF StudentMasterStatus NOT EQUAL TO "00"
    DISPLAY "Could not open StudentMaster.dat, status: "
            StudentMasterStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

COPY ClearanceCheck.

COPY AuditLog.

END PROGRAM LibraryClearance.
