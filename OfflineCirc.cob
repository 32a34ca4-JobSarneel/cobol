          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT CopyFile ASSIGN TO "BookCopy.dat"
          ORGANIZATION IS INDEXED
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT CategoryPolicyFile ASSIGN TO "CategoryPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CategoryPolicyFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.
FD LoanPolicyFile.
COPY LoanPolicyRecord.

FD CategoryPolicyFile.
COPY CategoryPolicyRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY LoanPolicyData.
COPY CategoryPolicyData.
01 ScanFileStatus            PIC XX     VALUE "00".
01 ExceptionFileStatus       PIC XX     VALUE "00".
01 BookFileStatus            PIC XX     VALUE "00".

01 JournalFileCode           PIC X(4)   VALUE "LOAN".
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
   MOVE "START"       TO AuditEventType
   PERFORM LogAuditEvent
   PERFORM LoadLoanPolicy
   PERFORM LoadCategoryPolicy

   OPEN INPUT ScanFile
   IF ScanFileStatus NOT EQUAL TO "00"
         MOVE "Borrower not on file" TO ExcReasonText
         PERFORM WriteExceptionRecord
       NOT INVALID KEY
         MOVE BorrowerCategory TO CatLookupCategory
         PERFORM SelectCategoryPolicy
         PERFORM RecordOfflineLoan
     END-READ
   END-IF.
     MOVE ScanBorrower TO LoanBorrowerNumber
     MOVE ScanDate     TO LoanDate
     MOVE "ADDD" TO DateArithFunction
     MOVE CatLoanPeriodDays TO DateArithDays
     CALL "DateArithmetic" USING DateArithFunction LoanDate
                                 DateArithResult DateArithDays
                                 DateArithValid
     END-IF
     MOVE ZEROS  TO LoanReturnDate
     MOVE ZERO   TO LoanRenewalCount
     MOVE ZEROS  TO LoanRecallDate, LoanClaimDate
     MOVE "OFFL" TO LoanOperatorId
     *> The scan's own HHMMSS clock, padded to the HHMMSSTT shape
     *> ACCEPT FROM TIME gives -- the event keeps the time it
      ELSE
       MOVE lateDayCount TO openLateDays
     END-IF
     *> The borrower's category sets grace and rate, as at the desk.
     MOVE LoanBorrowerNumber TO BorrowerNumber
     READ BorrowerFile
       INVALID KEY
         MOVE SPACE TO CatLookupCategory
       NOT INVALID KEY
         MOVE BorrowerCategory TO CatLookupCategory
     END-READ
     PERFORM SelectCategoryPolicy
   END-IF
   IF DateArithIsValid AND openLateDays > CatGraceDays
      AND CatFineRatePerDay > ZERO
     COMPUTE chargeableDays = openLateDays - CatGraceDays
     *> A recalled book comes back at the recall rate, as at the desk.
     IF LoanRecallDate NOT = ZEROS
       COMPUTE newFineAmount = chargeableDays * PolRecallFineRate
      ELSE
       COMPUTE newFineAmount = chargeableDays * CatFineRatePerDay
     END-IF
     PERFORM OpenFineFileIO
     PERFORM FindNextFineSequence
     MOVE LoanBorrowerNumber TO FineBorrowerNumber

COPY LoanPolicy.

COPY CategoryPolicy.

END PROGRAM OfflineCirc.
