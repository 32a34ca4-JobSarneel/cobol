*> indexed file, StudentMaster.dat keyed on StudentId, that the
*> age-profile report and future student work hang off. 'r'
*> registers a student (active), 'a' amends one, 'w' drives a
*> status change -- withdrawn, graduated, suspended, on probation,
*> or back to active -- with an effective date instead of the old
*> physical delete, which was exactly wrong for the retention statistics the
*> board asks for (a student leaving who still owes the library --
*> loans, holds, fines -- is warned about before the change, and
*> a withdrawal offers the place it frees to the next entrant on
*> the course's waitlist); 'x'
*> is the cross-check run that flags StudentIds appearing in the
*> cleaned entrants feed with no master record.
*> Every session starts with an OperatorSignon sign-on, and the
*> operator's id goes on each audit entry the session writes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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
    SELECT WaitlistFile ASSIGN TO "CourseWaitlist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WlKey
           FILE STATUS IS WaitlistFileStatus.
    SELECT OfferLetterFile ASSIGN TO "WaitlistOffers.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OfferLetterStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.
FD BorrowerFile.
COPY BorrowerRecord.

FD LoanFile.
COPY LoanRecord.

FD HoldFile.
COPY HoldRecord.

FD FineFile.
COPY FineRecord.

FD WaitlistFile.
COPY WaitlistRecord.

FD OfferLetterFile.
01 OfferLetterLine       PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
COPY ClearanceCheckData.
COPY WaitlistOfferData.
01 StudentMasterStatus   PIC XX.
01 EntrantsFileStatus    PIC XX.
01 BorrowerFileStatus    PIC XX.
01 DobValid              PIC X        VALUE "N".
   88 DobIsValid                      VALUE "Y".
01 CrossCheckCount       PIC 9(6)     VALUE ZERO.
01 clearanceConfirm      PIC X        VALUE "y".
01 studentLoans          PIC 9(4)     VALUE ZERO.
01 studentHolds          PIC 9(4)     VALUE ZERO.
01 studentFines          PIC 9(6)V99  VALUE ZERO.
01 PrnStudentFines       PIC ZZZ,ZZ9.99.
01 MissingCount          PIC 9(6)     VALUE ZERO.

PROCEDURE DIVISION.
Begin.
  MOVE "StudentMaint" TO SignonProgramName
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
  MOVE "StudentMaint" TO AuditProgramName
  MOVE "START"        TO AuditEventType
  PERFORM LogAuditEvent
      END-IF
      DISPLAY "Current status: " EnrollStatus " (since "
              StatusDate ")"
      DISPLAY "New status -- 'A' active, 'P' academic probation, "
              "'W' withdrawn, 'G' graduated, 'S' suspended: "
              WITH NO ADVANCING
      ACCEPT statusInput
      IF statusInput NOT = "A" AND statusInput NOT = "W" AND
         statusInput NOT = "G" AND statusInput NOT = "S" AND
         statusInput NOT = "P"
        DISPLAY "That's not an 'A', 'P', 'W', 'G' or 'S'. "
                "Nothing changed."
       ELSE
        MOVE "y" TO clearanceConfirm
        IF statusInput = "W" OR statusInput = "G"
          PERFORM WarnIfNotClear
        END-IF
        IF clearanceConfirm NOT = "y"
          DISPLAY "Nothing changed."
         ELSE
          DISPLAY "Effective date (YYYYMMDD, 00000000 = today): "
                  WITH NO ADVANCING
          ACCEPT effectiveInput
          IF effectiveInput = ZEROS OR
             effectiveInput(1:8) IS NOT NUMERIC
            ACCEPT StatusDate FROM DATE YYYYMMDD
           ELSE
            MOVE effectiveInput(1:8) TO StatusDate
          END-IF
          MOVE statusInput TO EnrollStatus
          REWRITE StudentRec
            INVALID KEY
              DISPLAY "Could not update student record, status: "
                      StudentMasterStatus
            NOT INVALID KEY
              ADD 1 TO AuditRecordCount
              MOVE studentIdInput TO AuditKeyValue
              MOVE "STSTA" TO AuditEventType
              PERFORM LogAuditEvent
              DISPLAY "Student " StudentId " is now " EnrollStatus
                      " effective " StatusDate "."
              IF EnrollStatus = "W" OR EnrollStatus = "G"
                PERFORM FlagLinkedBorrowerForClosure
              END-IF
              IF EnrollStatus = "W"
                PERFORM OfferFreedPlace
              END-IF
          END-REWRITE
        END-IF
      END-IF
  END-READ
  CLOSE StudentMaster.
           STRING Forename " " Surname DELIMITED BY SIZE
                  INTO BorrowerName
           MOVE 5 TO BorrowerMaxLoans
           MOVE "S" TO BorrowerCategory
           MOVE ZERO TO BorrowerClaimCount
           MOVE ZERO TO BorrowerHouseholdId
           ACCEPT BorrowerRegisteredDate FROM DATE YYYYMMDD
           MOVE "ADDD" TO DateArithFunction
           MOVE 365 TO DateArithDays
           END-IF
           MOVE SPACES TO BorrowerStreet, BorrowerCity
           MOVE SPACES TO BorrowerPostcode, BorrowerPhone
           MOVE SPACES TO BorrowerEmail
           MOVE "P" TO BorrowerNoticePref
           MOVE SPACE TO BorrowerNoticeFallback
           MOVE ZEROS TO BorrowerPinHash
           MOVE StudentId TO BorrowerStudentId
           MOVE SPACE TO BorrowerCloseFlag
           WRITE BorrowerDetails
     END-IF
   END-IF.

*> Before a withdrawal or graduation goes through, the library
*> side: loans still out, holds still waiting and fines unpaid on
*> every borrower account linked to the student. Not clear is a
*> warning, not a block -- the operator decides, and the nightly
*> LibraryClearance hold list keeps chasing it either way.
WarnIfNotClear.
  MOVE ZERO TO ClrEntryCount
  OPEN INPUT BorrowerFile
  IF BorrowerFileStatus EQUAL TO "00"
    READ BorrowerFile NEXT RECORD
      AT END SET EndOfBorrowerFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfBorrowerFile
      IF BorrowerStudentId = StudentId AND ClrEntryCount < 500
        ADD 1 TO ClrEntryCount
        MOVE StudentId      TO ClrStudentId(ClrEntryCount)
        MOVE BorrowerNumber TO ClrBorrowerNumber(ClrEntryCount)
      END-IF
      READ BorrowerFile NEXT RECORD
        AT END SET EndOfBorrowerFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE BorrowerFile
  END-IF
  IF ClrEntryCount > ZERO
    PERFORM TallyLibraryClearance
    MOVE ZERO TO studentLoans, studentHolds, studentFines
    PERFORM VARYING ClrIndex FROM 1 BY 1
            UNTIL ClrIndex > ClrEntryCount
      ADD ClrLoanCount(ClrIndex) TO studentLoans
      ADD ClrHoldCount(ClrIndex) TO studentHolds
      ADD ClrFinesOwed(ClrIndex) TO studentFines
    END-PERFORM
    IF studentLoans > ZERO OR studentHolds > ZERO
       OR studentFines > ZERO
      MOVE studentFines TO PrnStudentFines
      DISPLAY "WARNING: student " StudentId " is not clear with "
              "the library -- " studentLoans " loan(s) out, "
              studentHolds " hold(s) waiting, fines owed "
              PrnStudentFines "."
      DISPLAY "Change the status anyway? (y/n): "
              WITH NO ADVANCING
      ACCEPT clearanceConfirm
      IF clearanceConfirm NOT = "y"
        MOVE studentIdInput TO AuditKeyValue
        MOVE "STCLR" TO AuditEventType
        PERFORM LogAuditEvent
      END-IF
    END-IF
  END-IF.

*> A withdrawal frees a place on the student's course; the next
*> entrant on its waitlist is offered it.
OfferFreedPlace.
  OPEN I-O WaitlistFile
  IF WaitlistFileStatus EQUAL TO "00"
    MOVE CourseId TO WloCourseCode
    PERFORM OfferNextWaitlisted
    IF WloOffered
      DISPLAY "The place on " CourseId " has been offered to "
              "waitlisted entrant " WloStudentId
              " (letter on WaitlistOffers.prt)."
    END-IF
    CLOSE WaitlistFile
    PERFORM CloseOfferLetters
  END-IF.

*> A withdrawal or graduation flags the linked borrower for
*> closure: no new loans, account closes once loans and fines
*> clear. The link is the StudentId carried on the borrower record.
    STOP RUN
  END-IF.

COPY ClearanceCheck.

COPY WaitlistOffer.

COPY AuditLog.

END PROGRAM StudentMaint.
