*> quits. The file stays LINE SEQUENTIAL (the sign-on reads it
*> through), so maintenance reads it whole, works in the table, and
*> writes it back, the CourseMaint shape.
*> Running it takes an OperatorSignon sign-on like everything else,
*> and a supervisor's: the roles and passwords it hands out are
*> what the sign-on trusts, so nobody else gets past the sign-on.
*> A new operator is registered with a temporary password they must
*> change at their first sign-on, and 'u' unlocks an operator the sign-on locked out after repeated wrong
*> passwords, optionally issuing a new temporary password for one
*> who has forgotten theirs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
DATA DIVISION.
FILE SECTION.
FD OperatorFile.
COPY OperatorRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
COPY PasswordHashData.
01 OperatorFileStatus        PIC XX     VALUE "00".

01 maintChoice               PIC X      VALUE SPACE.
01 nameInput                 PIC X(30)  VALUE SPACES.
01 roleInput                 PIC X      VALUE SPACE.
01 deleteConfirm             PIC X      VALUE "n".
01 passwordInput             PIC X(12)  VALUE SPACES.
01 signonToday               PIC 9(8)   VALUE ZEROS.

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

PROCEDURE DIVISION.
Begin.
   MOVE "OperatorMaint" TO SignonProgramName
   CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                               SignonOperatorName SignonOperatorRole
                               SignonResult
   IF NOT SignonSucceeded
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   ACCEPT signonToday FROM DATE YYYYMMDD
   PERFORM OpenAuditLog
   MOVE SignonOperatorId TO AuditOperatorId
   MOVE "OperatorMaint" TO AuditProgramName
   IF SignonOperatorRole NOT = "V"
     DISPLAY "Operator maintenance is for supervisors only."
     MOVE "DENY" TO AuditEventType
     PERFORM LogAuditEvent
     CLOSE AuditLogFile
     MOVE 8 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE "START"         TO AuditEventType
   PERFORM LogAuditEvent


MaintMenu.
   DISPLAY "Press 'r' to register an operator, 'a' to amend one, "
           "'d' to remove one, 'u' to unlock one, 'l' to list "
           "them, or 'q' to quit: "
           WITH NO ADVANCING
   ACCEPT maintChoice
   EVALUATE maintChoice
     WHEN "r" PERFORM RegisterOperator
     WHEN "a" PERFORM AmendOperator
     WHEN "d" PERFORM RemoveOperator
     WHEN "u" PERFORM UnlockOperator
     WHEN "l" PERFORM ListOperators
     WHEN "q" DISPLAY "OK, bye."
     WHEN OTHER
       DISPLAY "That's not an 'r', 'a', 'd', 'u', 'l' or 'q'. "
               "Try again."
   END-EVALUATE.

RegisterOperator.
         MOVE idInput   TO TblId(OperatorCount)
         MOVE nameInput TO TblName(OperatorCount)
         MOVE roleInput TO TblRole(OperatorCount)
         MOVE ZERO  TO TblFailCount(OperatorCount)
         MOVE SPACE TO TblLockFlag(OperatorCount)
         MOVE OperatorCount TO matchedIndex
         PERFORM IssueTemporaryPassword
         MOVE "Y" TO TableDirty
         ADD 1 TO AuditRecordCount
         MOVE idInput TO AuditKeyValue
     IF deleteConfirm = "y"
       PERFORM VARYING operatorIndex FROM matchedIndex BY 1
               UNTIL operatorIndex >= OperatorCount
         MOVE OperatorEntry(operatorIndex + 1)
           TO OperatorEntry(operatorIndex)
       END-PERFORM
       SUBTRACT 1 FROM OperatorCount
       MOVE "Y" TO TableDirty
     END-IF
   END-IF.

*> Lifting a lockout clears the lock and the failure count, and --
*> when the operator has forgotten the password -- issues a new
*> temporary one.
UnlockOperator.
   DISPLAY "Operator id to unlock:   " WITH NO ADVANCING
   ACCEPT idInput
   PERFORM FindOperatorInTable
   IF matchedIndex = ZERO
     DISPLAY "No operator on file with id " idInput "."
    ELSE
     IF TblLockFlag(matchedIndex) = "L"
       DISPLAY TblId(matchedIndex) " " TblName(matchedIndex)
               " is locked after " TblFailCount(matchedIndex)
               " failed sign-on(s)."
      ELSE
       DISPLAY TblId(matchedIndex) " " TblName(matchedIndex)
               " is not locked."
     END-IF
     MOVE SPACE TO TblLockFlag(matchedIndex)
     MOVE ZERO  TO TblFailCount(matchedIndex)
     DISPLAY "Issue a new temporary password? (y/n): "
             WITH NO ADVANCING
     ACCEPT deleteConfirm
     IF deleteConfirm = "y"
       PERFORM IssueTemporaryPassword
     END-IF
     MOVE "Y" TO TableDirty
     ADD 1 TO AuditRecordCount
     MOVE idInput TO AuditKeyValue
     MOVE "OPUNL" TO AuditEventType
     PERFORM LogAuditEvent
     DISPLAY "Operator " idInput " unlocked."
   END-IF.

*> A password the supervisor hands over is only good for getting
*> in: the operator must choose their own at the first sign-on.
IssueTemporaryPassword.
   MOVE ZERO TO HashPasswordLength
   PERFORM UNTIL HashPasswordLength >= HashMinimumLength
     DISPLAY "Temporary password:      " WITH NO ADVANCING
     ACCEPT passwordInput WITH NO-ECHO
     MOVE passwordInput TO HashPasswordText
     PERFORM MeasurePassword
     IF HashPasswordLength < HashMinimumLength
       DISPLAY "A password needs at least " HashMinimumLength
               " characters. Try again."
     END-IF
   END-PERFORM
   MOVE TblId(matchedIndex) TO HashOperatorId
   PERFORM HashPassword
   MOVE HashResult  TO TblPasswordHash(matchedIndex)
   MOVE signonToday TO TblPasswordDate(matchedIndex)
   MOVE "Y"         TO TblMustChange(matchedIndex)
   MOVE SPACES TO passwordInput, HashPasswordText.

ListOperators.
   IF OperatorCount = ZERO
     DISPLAY "No operators on file."
    ELSE
     PERFORM VARYING operatorIndex FROM 1 BY 1
             UNTIL operatorIndex > OperatorCount
       IF TblLockFlag(operatorIndex) = "L"
         DISPLAY "  " TblId(operatorIndex) "  "
                 TblName(operatorIndex) "  role "
                 TblRole(operatorIndex) "  ** LOCKED **"
        ELSE
         DISPLAY "  " TblId(operatorIndex) "  "
                 TblName(operatorIndex) "  role "
                 TblRole(operatorIndex)
       END-IF
     END-PERFORM
   END-IF.

        ELSE
         MOVE "D" TO TblRole(OperatorCount)
       END-IF
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
       MOVE TblId(operatorIndex)   TO OperatorId
       MOVE TblName(operatorIndex) TO OperatorName
       MOVE TblRole(operatorIndex) TO OperatorRole
       MOVE TblPasswordHash(operatorIndex) TO OperatorPasswordHash
       MOVE TblPasswordDate(operatorIndex) TO OperatorPasswordDate
       MOVE TblMustChange(operatorIndex)   TO OperatorMustChange
       MOVE TblFailCount(operatorIndex)    TO OperatorFailCount
       MOVE TblLockFlag(operatorIndex)     TO OperatorLockFlag
       WRITE OperatorRecord
     END-PERFORM
     CLOSE OperatorFile
     DISPLAY "Operator file saved (" OperatorCount " operator(s))."
   END-IF.

COPY PasswordHash.

COPY AuditLog.

END PROGRAM OperatorMaint.
