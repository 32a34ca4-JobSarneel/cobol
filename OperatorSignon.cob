IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorSignon.
AUTHOR. Job Sarneel.
*> Operator sign-on as a callable service, so BookCollection,
*> Acquisitions, SubjectAccess and the maintenance programs all
*> sign on the same way instead of each reading Operator.dat for a
*> bare four-character id that is printed on every date-due slip.
*> Each operator now has a password, kept in Operator.dat only as
*> a one-way hash (PasswordHash.cpy). It must be changed at the
*> first sign-on after a supervisor issues it, and again once it
*> is PolPasswordDays old (LoanPolicy.dat). PolSignonLockCount
*> wrong passwords in a row lock the operator out until a
*> supervisor unlocks them in OperatorMaint. Failed sign-ons
*> ("SGNFL") and locked-out ones ("SGNLK") go to AuditLog.dat
*> under the calling program's name, and so do password changes
*> ("PWCHG"). Three tries per session, as before; see
*> OperatorSignonData.cpy for the call.
*> A fresh install with no Operator.dat yet registers whoever signs
*> on first as a supervisor (someone must be able to run
*> OperatorMaint to add the rest) and has them choose a password.
*> Operators from before passwords have none on file: their next
*> sign-on chooses one.
*> A successful sign-on also hands the id to JournalWriter, so
*> Journal.dat records which operator made each change.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OperatorFile ASSIGN TO "Operator.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OperatorFileStatus.
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD OperatorFile.
COPY OperatorRecord.

FD LoanPolicyFile.
COPY LoanPolicyRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY LoanPolicyData.
COPY PasswordHashData.
01 OperatorFileStatus        PIC XX     VALUE "00".
01 OperatorFileFound         PIC X      VALUE "N".
   88 OperatorFileExists                VALUE "Y".

01 OperatorTable.
   02 OperatorEntry          OCCURS 50 TIMES.
      03 TblId               PIC X(4).
      03 TblName             PIC X(30).
      03 TblRole             PIC X.
      03 TblPasswordHash     PIC 9(12).
      03 TblPasswordDate     PIC 9(8).
      03 TblMustChange       PIC X.
      03 TblFailCount        PIC 9(2).
      03 TblLockFlag         PIC X.
01 OperatorCount             PIC 9(2)   VALUE ZERO.
01 operatorIndex             PIC 9(2)   VALUE ZERO.
01 matchedIndex              PIC 9(2)   VALUE ZERO.

01 signonToday               PIC 9(8)   VALUE ZEROS.
01 signonTries               PIC 9      VALUE ZERO.
01 idInput                   PIC X(4)   VALUE SPACES.
01 passwordInput             PIC X(12)  VALUE SPACES.
01 passwordRepeat            PIC X(12)  VALUE SPACES.
01 changeTries               PIC 9      VALUE ZERO.
01 PasswordChosen            PIC X      VALUE "N".
   88 NewPasswordChosen                 VALUE "Y".
01 PasswordLapsed            PIC X      VALUE "N".
   88 PasswordHasLapsed                 VALUE "Y".

01 JournalFileCode           PIC X(4).
01 JournalOperation          PIC X.
01 JournalBefore             PIC X(200).
01 JournalAfter              PIC X(200).

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".

LINKAGE SECTION.
01 LS-ProgramName   PIC X(15).
01 LS-OperatorId    PIC X(4).
01 LS-OperatorName  PIC X(30).
01 LS-OperatorRole  PIC X.
01 LS-SignonResult  PIC X.

PROCEDURE DIVISION USING LS-ProgramName LS-OperatorId
                         LS-OperatorName LS-OperatorRole
                         LS-SignonResult.
Begin.
  MOVE "N" TO LS-SignonResult
  MOVE SPACES TO LS-OperatorId, LS-OperatorName
  MOVE "D" TO LS-OperatorRole
  MOVE ZERO TO signonTries
  ACCEPT signonToday FROM DATE YYYYMMDD
  PERFORM LoadLoanPolicy
  PERFORM LoadOperatorTable
  IF OperatorFileExists
    PERFORM SignonAttempt
            UNTIL LS-SignonResult = "Y" OR signonTries >= 3
   ELSE
    PERFORM RegisterFirstOperator
  END-IF
  IF LS-SignonResult = "Y"
    PERFORM StampJournalOperator
   ELSE
    DISPLAY "Sign-on failed."
  END-IF
  GOBACK.

*> Tell JournalWriter who is signed on, so every change this run
*> journals carries the operator's id.
StampJournalOperator.
  MOVE "OPER" TO JournalFileCode
  MOVE SPACE TO JournalOperation
  MOVE SPACES TO JournalBefore, JournalAfter
  MOVE LS-OperatorId TO JournalBefore(1:4)
  CALL "JournalWriter" USING JournalFileCode JournalOperation
                             JournalBefore JournalAfter
  MOVE SPACES TO JournalBefore.


SignonAttempt.
  ADD 1 TO signonTries
  DISPLAY "Operator id: " WITH NO ADVANCING
  ACCEPT idInput
  PERFORM FindOperatorInTable
  EVALUATE TRUE
    WHEN matchedIndex = ZERO
      DISPLAY "No operator '" idInput "' in Operator.dat. "
              "Try again."
      MOVE "SGNFL" TO AuditEventType
      PERFORM LogSignonEvent
    WHEN TblLockFlag(matchedIndex) = "L"
      DISPLAY "Operator " idInput " is locked after repeated "
              "failed sign-ons. A supervisor must unlock it in "
              "OperatorMaint."
      MOVE "SGNLK" TO AuditEventType
      PERFORM LogSignonEvent
    WHEN TblPasswordHash(matchedIndex) = ZERO
      *> Nothing to check yet: this sign-on chooses the password.
      DISPLAY "No password on file for " idInput
              " yet -- choose one now."
      PERFORM CompleteSignon
    WHEN OTHER
      DISPLAY "Password: " WITH NO ADVANCING
      ACCEPT passwordInput WITH NO-ECHO
      MOVE idInput       TO HashOperatorId
      MOVE passwordInput TO HashPasswordText
      PERFORM HashPassword
      MOVE SPACES TO passwordInput, HashPasswordText
      IF HashResult = TblPasswordHash(matchedIndex)
        PERFORM CompleteSignon
       ELSE
        PERFORM RecordFailedPassword
      END-IF
  END-EVALUATE.

RecordFailedPassword.
  ADD 1 TO TblFailCount(matchedIndex)
  IF TblFailCount(matchedIndex) >= PolSignonLockCount
    MOVE "L" TO TblLockFlag(matchedIndex)
    DISPLAY "Wrong password. Operator " idInput " is now locked; "
            "a supervisor must unlock it in OperatorMaint."
    MOVE "SGNLK" TO AuditEventType
   ELSE
    DISPLAY "Wrong password. Try again."
    MOVE "SGNFL" TO AuditEventType
  END-IF
  PERFORM LogSignonEvent
  PERFORM SaveOperatorTable.

*> Right password (or none on file yet): clear the failure count,
*> have a new password chosen if the old one is due, and hand the
*> operator back to the caller.
CompleteSignon.
  MOVE ZERO TO TblFailCount(matchedIndex)
  PERFORM CheckPasswordLapsed
  IF TblPasswordHash(matchedIndex) = ZERO OR
     TblMustChange(matchedIndex) = "Y" OR PasswordHasLapsed
    IF TblPasswordHash(matchedIndex) NOT = ZERO
      DISPLAY "Your password must be changed before you continue."
    END-IF
    PERFORM ChooseNewPassword
   ELSE
    MOVE "Y" TO PasswordChosen
  END-IF
  PERFORM SaveOperatorTable
  IF NewPasswordChosen
    MOVE TblId(matchedIndex)   TO LS-OperatorId
    MOVE TblName(matchedIndex) TO LS-OperatorName
    IF TblRole(matchedIndex) = "S" OR TblRole(matchedIndex) = "V"
      MOVE TblRole(matchedIndex) TO LS-OperatorRole
     ELSE
      MOVE "D" TO LS-OperatorRole
    END-IF
    MOVE "Y" TO LS-SignonResult
    DISPLAY "Signed on: " LS-OperatorName " (role "
            LS-OperatorRole ")"
  END-IF.

CheckPasswordLapsed.
  MOVE "N" TO PasswordLapsed
  IF TblPasswordDate(matchedIndex) = ZEROS
    MOVE "Y" TO PasswordLapsed
   ELSE
    MOVE "DIFF" TO DateArithFunction
    CALL "DateArithmetic" USING DateArithFunction
                                TblPasswordDate(matchedIndex)
                                signonToday DateArithDays
                                DateArithValid
    IF NOT DateArithIsValid OR DateArithDays >= PolPasswordDays
      MOVE "Y" TO PasswordLapsed
    END-IF
  END-IF.

*> Three goes at a new password typed the same twice, at least
*> HashMinimumLength long and not the one being replaced.
ChooseNewPassword.
  MOVE "N" TO PasswordChosen
  MOVE ZERO TO changeTries
  PERFORM UNTIL NewPasswordChosen OR changeTries >= 3
    ADD 1 TO changeTries
    DISPLAY "New password: " WITH NO ADVANCING
    ACCEPT passwordInput WITH NO-ECHO
    DISPLAY "Repeat it:    " WITH NO ADVANCING
    ACCEPT passwordRepeat WITH NO-ECHO
    MOVE TblId(matchedIndex) TO HashOperatorId
    MOVE passwordInput       TO HashPasswordText
    PERFORM MeasurePassword
    PERFORM HashPassword
    EVALUATE TRUE
      WHEN passwordInput NOT = passwordRepeat
        DISPLAY "The two entries differ. Try again."
      WHEN HashPasswordLength < HashMinimumLength
        DISPLAY "A password needs at least " HashMinimumLength
                " characters. Try again."
      WHEN HashResult = TblPasswordHash(matchedIndex)
        DISPLAY "That is the password being replaced. Choose "
                "another."
      WHEN OTHER
        MOVE HashResult  TO TblPasswordHash(matchedIndex)
        MOVE signonToday TO TblPasswordDate(matchedIndex)
        MOVE "N"         TO TblMustChange(matchedIndex)
        MOVE "Y" TO PasswordChosen
        MOVE TblId(matchedIndex) TO idInput
        MOVE "PWCHG" TO AuditEventType
        PERFORM LogSignonEvent
        DISPLAY "Password changed."
    END-EVALUATE
    MOVE SPACES TO passwordInput, passwordRepeat, HashPasswordText
  END-PERFORM
  IF NOT NewPasswordChosen
    DISPLAY "No new password set; not signed on."
  END-IF.

RegisterFirstOperator.
  DISPLAY "Operator id: " WITH NO ADVANCING
  ACCEPT idInput
  MOVE 1 TO OperatorCount, matchedIndex
  MOVE idInput TO TblId(1)
  MOVE "(first operator on file)" TO TblName(1)
  MOVE "V" TO TblRole(1)
  MOVE ZEROS TO TblPasswordHash(1), TblPasswordDate(1)
  MOVE "N" TO TblMustChange(1)
  MOVE ZERO TO TblFailCount(1)
  MOVE SPACE TO TblLockFlag(1)
  DISPLAY "Operator.dat created; " idInput " registered as the "
          "first (supervisor) operator -- choose a password."
  PERFORM CompleteSignon.

LogSignonEvent.
  PERFORM OpenAuditLog
  MOVE LS-ProgramName TO AuditProgramName
  MOVE idInput        TO AuditKeyValue, AuditOperatorId
  PERFORM LogAuditEvent
  CLOSE AuditLogFile.

FindOperatorInTable.
  MOVE ZERO TO matchedIndex
  PERFORM VARYING operatorIndex FROM 1 BY 1
          UNTIL operatorIndex > OperatorCount
                OR matchedIndex > ZERO
    IF TblId(operatorIndex) = idInput
      MOVE operatorIndex TO matchedIndex
    END-IF
  END-PERFORM.

*> Records from before passwords carry spaces in the new fields;
*> they load as no password, no failures, not locked.
LoadOperatorTable.
  MOVE ZERO TO OperatorCount
  MOVE "N" TO OperatorFileFound
  OPEN INPUT OperatorFile
  IF OperatorFileStatus EQUAL TO "00"
    MOVE "Y" TO OperatorFileFound
    READ OperatorFile
      AT END SET EndOfOperatorFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOperatorFile OR OperatorCount >= 50
      ADD 1 TO OperatorCount
      MOVE OperatorId   TO TblId(OperatorCount)
      MOVE OperatorName TO TblName(OperatorCount)
      MOVE OperatorRole TO TblRole(OperatorCount)
      IF OperatorPasswordHash IS NUMERIC
        MOVE OperatorPasswordHash TO TblPasswordHash(OperatorCount)
       ELSE
        MOVE ZEROS TO TblPasswordHash(OperatorCount)
      END-IF
      IF OperatorPasswordDate IS NUMERIC
        MOVE OperatorPasswordDate TO TblPasswordDate(OperatorCount)
       ELSE
        MOVE ZEROS TO TblPasswordDate(OperatorCount)
      END-IF
      MOVE OperatorMustChange TO TblMustChange(OperatorCount)
      IF OperatorFailCount IS NUMERIC
        MOVE OperatorFailCount TO TblFailCount(OperatorCount)
       ELSE
        MOVE ZERO TO TblFailCount(OperatorCount)
      END-IF
      MOVE OperatorLockFlag TO TblLockFlag(OperatorCount)
      READ OperatorFile
        AT END SET EndOfOperatorFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE OperatorFile
  END-IF.

SaveOperatorTable.
  OPEN OUTPUT OperatorFile
  IF OperatorFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not rewrite Operator.dat, status: "
            OperatorFileStatus
   ELSE
    PERFORM VARYING operatorIndex FROM 1 BY 1
            UNTIL operatorIndex > OperatorCount
      MOVE TblId(operatorIndex)           TO OperatorId
      MOVE TblName(operatorIndex)         TO OperatorName
      MOVE TblRole(operatorIndex)         TO OperatorRole
      MOVE TblPasswordHash(operatorIndex) TO OperatorPasswordHash
      MOVE TblPasswordDate(operatorIndex) TO OperatorPasswordDate
      MOVE TblMustChange(operatorIndex)   TO OperatorMustChange
      MOVE TblFailCount(operatorIndex)    TO OperatorFailCount
      MOVE TblLockFlag(operatorIndex)     TO OperatorLockFlag
      WRITE OperatorRecord
    END-PERFORM
    CLOSE OperatorFile
  END-IF.

COPY LoanPolicy.

COPY PasswordHash.

COPY AuditLog.

END PROGRAM OperatorSignon.
