*> not before loans, paid never past owed). Exceptions go to
*> IntegrityReport.prt with the offending key; counts go to
*> AuditLog.dat. NightlyBatch runs it right after the reconcile.
*> BookLoan.dat, Hold.dat and LoanHistory.dat also carry a
*> borrower-number alternate key: each is read through that index
*> too and must yield the same number of records as the primary
*> key does, or the desk's borrower lookups are missing some. A
*> file built before the alternate key (or with a damaged index)
*> will not open at all; the report says to rebuild it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
   SELECT HistoryFile ASSIGN TO "LoanHistory.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT StudentMaster ASSIGN TO "StudentMaster.dat"
          ORGANIZATION IS INDEXED
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT CategoryPolicyFile ASSIGN TO "CategoryPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CategoryPolicyFileStatus.
   SELECT ReportFile ASSIGN TO "IntegrityReport.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   02  OrderBudgetLine       PIC X(4).
   02  OrderSupplierCode     PIC X(4).
   02  OrderReceivedDate     PIC 9(8).
   02  OrderQuantity         PIC 9(2).
   02  OrderInvoicedAmount   PIC 9(5)V99.

FD LoanPolicyFile.
COPY LoanPolicyRecord.

FD CategoryPolicyFile.
COPY CategoryPolicyRecord.

FD ReportFile.
01 ReportLine                PIC X(100).

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY LoanPolicyData.
COPY CategoryPolicyData.
*> Renewal counts are checked against the most generous category's
*> limit -- the loan record doesn't carry its borrower's category.
01 HighestMaxRenewals        PIC 9(2)   VALUE ZERO.
01 BookFileStatus            PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 RecordsChecked            PIC 9(7)   VALUE ZERO.
01 ExceptionCount            PIC 9(6)   VALUE ZERO.
01 FileExceptionCount        PIC 9(6)   VALUE ZERO.
01 UnopenedFileStatus        PIC XX     VALUE "00".
01 PrimaryKeyCount           PIC 9(7)   VALUE ZERO.
01 AlternateKeyCount         PIC 9(7)   VALUE ZERO.

01 checkDateField            PIC 9(8)   VALUE ZEROS.
01 checkYear                 PIC 9(4).
   MOVE "START"           TO AuditEventType
   PERFORM LogAuditEvent
   PERFORM LoadLoanPolicy
   PERFORM LoadCategoryPolicy
   MOVE PolMaxRenewals TO HighestMaxRenewals
   PERFORM VARYING CatPolicyIdx FROM 1 BY 1
           UNTIL CatPolicyIdx > CatPolicyCount
     IF CatRowMaxRenewals(CatPolicyIdx) > HighestMaxRenewals
       MOVE CatRowMaxRenewals(CatPolicyIdx) TO HighestMaxRenewals
     END-IF
   END-PERFORM

   ACCEPT PrnRunDate FROM DATE YYYYMMDD
   OPEN OUTPUT ReportFile
                                checkDateValid
   END-IF.

*> 35 is simply no file yet; anything else on the files with a
*> borrower-number index usually means it was built without one.
ReportUnopenedFile.
   MOVE SPACES TO ReportLine
   IF UnopenedFileStatus = "35"
     MOVE "  (file not present)" TO ReportLine
    ELSE
     MOVE "  (could not open -- rebuild it with BookFileUtil)"
       TO ReportLine
     ADD 1 TO ExceptionCount
   END-IF
   WRITE ReportLine.

VerifyBookFile.
   MOVE "=== Book.dat ===" TO SectionHeading
   PERFORM StartFileSection
         PERFORM WriteExceptionLine
       END-IF
       IF BookCopyCount IS NUMERIC AND BookCopyCount = ZERO
          AND BookClosedDate IS NUMERIC AND BookClosedDate = ZEROS
         MOVE "BookCopyCount zero (read as one copy)"
           TO PrnExcRule
         PERFORM WriteExceptionLine
         MOVE "BookReplacementCost not numeric" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF BookAcquisitionSource NOT = SPACE AND
          NOT BookFromOrder AND NOT BookFromGift
         MOVE "BookAcquisitionSource not space/O/G" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF BookAddedDate IS NOT NUMERIC
         MOVE "BookAddedDate not numeric" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF BookWithdrawnCopies IS NOT NUMERIC
         MOVE "BookWithdrawnCopies not numeric" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF BookClosedDate IS NOT NUMERIC
         MOVE "BookClosedDate not numeric" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF BookClosedDate IS NUMERIC AND BookClosedDate NOT = ZEROS
          AND BookCopyCount IS NUMERIC AND BookCopyCount NOT = ZERO
         MOVE "BookClosedDate set but copies still owned"
           TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       READ BookFile NEXT RECORD
         AT END SET EndOfBookFile TO TRUE
       END-READ
   PERFORM StartFileSection
   OPEN INPUT LoanFile
   IF LoanFileStatus NOT EQUAL TO "00"
     MOVE LoanFileStatus TO UnopenedFileStatus
     PERFORM ReportUnopenedFile
    ELSE
     MOVE ZERO TO PrimaryKeyCount
     READ LoanFile NEXT RECORD
       AT END SET EndOfLoanFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfLoanFile
       ADD 1 TO RecordsChecked, PrimaryKeyCount
       MOVE SPACES TO PrnExcKey
       STRING LoanBSN "/" LoanCopyNumber DELIMITED BY SIZE
              INTO PrnExcKey
         MOVE "return date earlier than loan date" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       MOVE LoanRecallDate TO checkDateField
       PERFORM CheckOneDate
       IF NOT CheckDateIsValid
         MOVE "LoanRecallDate not a valid date" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       MOVE LoanClaimDate TO checkDateField
       PERFORM CheckOneDate
       IF NOT CheckDateIsValid
         MOVE "LoanClaimDate not a valid date" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF LoanRenewalCount IS NOT NUMERIC
         MOVE "LoanRenewalCount not numeric" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF LoanRenewalCount IS NUMERIC AND
          LoanRenewalCount > HighestMaxRenewals
         MOVE "renewal count above the policy limit"
           TO PrnExcRule
         PERFORM WriteExceptionLine
         AT END SET EndOfLoanFile TO TRUE
       END-READ
     END-PERFORM
     PERFORM CheckLoanBorrowerIndex
     CLOSE LoanFile
   END-IF
   PERFORM EndFileSection.
           TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF BorrowerCategory NOT = SPACE
         MOVE BorrowerCategory TO CatLookupCategory
         PERFORM SelectCategoryPolicy
         IF NOT CatRowIsFound
           MOVE "category has no CategoryPolicy.dat row"
             TO PrnExcRule
           PERFORM WriteExceptionLine
         END-IF
       END-IF
       MOVE BorrowerRegisteredDate TO checkDateField
       PERFORM CheckOneDate
       IF NOT CheckDateIsValid
         PERFORM WriteExceptionLine
       END-IF
       IF FineStatus NOT = "O" AND FineStatus NOT = "P" AND
          FineStatus NOT = "W" AND FineStatus NOT = "T" AND
          FineStatus NOT = "A"
         MOVE "FineStatus not O, P, W, T or A" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF FineReasonCode NOT = "L" AND FineReasonCode NOT = "R"
          AND FineReasonCode NOT = "D" AND FineReasonCode NOT = "A"
          AND FineReasonCode NOT = "E" AND FineReasonCode NOT = SPACE
         MOVE "FineReasonCode not L, R, D, E, A or blank"
           TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
   PERFORM StartFileSection
   OPEN INPUT HoldFile
   IF HoldFileStatus NOT EQUAL TO "00"
     MOVE HoldFileStatus TO UnopenedFileStatus
     PERFORM ReportUnopenedFile
    ELSE
     MOVE ZERO TO PrimaryKeyCount
     READ HoldFile NEXT RECORD
       AT END SET EndOfHoldFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfHoldFile
       ADD 1 TO RecordsChecked, PrimaryKeyCount
       MOVE SPACES TO PrnExcKey
       STRING HoldBSN "/" HoldSequence DELIMITED BY SIZE
              INTO PrnExcKey
         MOVE "HoldStatus not Q, R, F or X" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF HoldAnyEdition NOT = SPACE AND NOT HoldForAnyEdition
         MOVE "HoldAnyEdition not Y or space" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF HoldBorrowerNumber IS NOT NUMERIC
         MOVE "HoldBorrowerNumber not numeric" TO PrnExcRule
         PERFORM WriteExceptionLine
         AT END SET EndOfHoldFile TO TRUE
       END-READ
     END-PERFORM
     PERFORM CheckHoldBorrowerIndex
     CLOSE HoldFile
   END-IF
   PERFORM EndFileSection.
   PERFORM StartFileSection
   OPEN INPUT HistoryFile
   IF HistoryFileStatus NOT EQUAL TO "00"
     MOVE HistoryFileStatus TO UnopenedFileStatus
     PERFORM ReportUnopenedFile
    ELSE
     MOVE ZERO TO PrimaryKeyCount
     READ HistoryFile NEXT RECORD
       AT END SET EndOfHistoryFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfHistoryFile
       ADD 1 TO RecordsChecked, PrimaryKeyCount
       MOVE SPACES TO PrnExcKey
       STRING HistBSN "/" HistSequence DELIMITED BY SIZE
              INTO PrnExcKey
         AT END SET EndOfHistoryFile TO TRUE
       END-READ
     END-PERFORM
     PERFORM CheckHistoryBorrowerIndex
     CLOSE HistoryFile
   END-IF
   PERFORM EndFileSection.

*> Low-values to start from, so a borrower number of spaces or
*> other garbage is counted too instead of sorting before the start.
CheckLoanBorrowerIndex.
   MOVE ZERO TO AlternateKeyCount
   MOVE LOW-VALUES TO LoanBorrowerNumber(1:5)
   START LoanFile KEY IS NOT LESS THAN LoanBorrowerNumber
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       READ LoanFile NEXT RECORD
         AT END SET EndOfLoanFile TO TRUE
       END-READ
   END-START
   PERFORM UNTIL EndOfLoanFile
     ADD 1 TO AlternateKeyCount
     READ LoanFile NEXT RECORD
       AT END SET EndOfLoanFile TO TRUE
     END-READ
   END-PERFORM
   IF AlternateKeyCount NOT = PrimaryKeyCount
     MOVE "(borrower index)" TO PrnExcKey
     MOVE "borrower-number index out of step with the file"
       TO PrnExcRule
     PERFORM WriteExceptionLine
   END-IF.

*> Low-values to start from, so a borrower number of spaces or
*> other garbage is counted too instead of sorting before the start.
CheckHoldBorrowerIndex.
   MOVE ZERO TO AlternateKeyCount
   MOVE LOW-VALUES TO HoldBorrowerNumber(1:5)
   START HoldFile KEY IS NOT LESS THAN HoldBorrowerNumber
     INVALID KEY
       SET EndOfHoldFile TO TRUE
     NOT INVALID KEY
       READ HoldFile NEXT RECORD
         AT END SET EndOfHoldFile TO TRUE
       END-READ
   END-START
   PERFORM UNTIL EndOfHoldFile
     ADD 1 TO AlternateKeyCount
     READ HoldFile NEXT RECORD
       AT END SET EndOfHoldFile TO TRUE
     END-READ
   END-PERFORM
   IF AlternateKeyCount NOT = PrimaryKeyCount
     MOVE "(borrower index)" TO PrnExcKey
     MOVE "borrower-number index out of step with the file"
       TO PrnExcRule
     PERFORM WriteExceptionLine
   END-IF.

*> Low-values to start from, so a borrower number of spaces or
*> other garbage is counted too instead of sorting before the start.
CheckHistoryBorrowerIndex.
   MOVE ZERO TO AlternateKeyCount
   MOVE LOW-VALUES TO HistBorrowerNumber(1:5)
   START HistoryFile KEY IS NOT LESS THAN HistBorrowerNumber
     INVALID KEY
       SET EndOfHistoryFile TO TRUE
     NOT INVALID KEY
       READ HistoryFile NEXT RECORD
         AT END SET EndOfHistoryFile TO TRUE
       END-READ
   END-START
   PERFORM UNTIL EndOfHistoryFile
     ADD 1 TO AlternateKeyCount
     READ HistoryFile NEXT RECORD
       AT END SET EndOfHistoryFile TO TRUE
     END-READ
   END-PERFORM
   IF AlternateKeyCount NOT = PrimaryKeyCount
     MOVE "(borrower index)" TO PrnExcKey
     MOVE "borrower-number index out of step with the file"
       TO PrnExcRule
     PERFORM WriteExceptionLine
   END-IF.

VerifyStudentMaster.
   MOVE "=== StudentMaster.dat ===" TO SectionHeading
   PERFORM StartFileSection
       END-IF
       IF EnrollStatus NOT = "A" AND EnrollStatus NOT = "W" AND
          EnrollStatus NOT = "G" AND EnrollStatus NOT = "S" AND
          EnrollStatus NOT = "P" AND EnrollStatus NOT = SPACE
         MOVE "EnrollStatus not A, P, W, G, S or blank"
           TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
     PERFORM UNTIL EndOfOrderFile
       ADD 1 TO RecordsChecked
       MOVE OrderBSN TO PrnExcKey
       IF OrderStatus NOT = "O" AND OrderStatus NOT = "R" AND
          OrderStatus NOT = "D"
         MOVE "OrderStatus not O, R or D" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       IF OrderPrice IS NOT NUMERIC
         MOVE "order date not a valid date" TO PrnExcRule
         PERFORM WriteExceptionLine
       END-IF
       *> A draft has no expected date until it is ordered.
       IF OrderStatus NOT = "D"
         MOVE OrderExpectedDate TO checkDateField
         PERFORM CheckOneDate
         IF NOT CheckDateIsValid
           MOVE "expected date not a valid date" TO PrnExcRule
           PERFORM WriteExceptionLine
         END-IF
       END-IF
       IF OrderStatus = "R" AND OrderReceivedDate IS NUMERIC AND
          OrderDate IS NUMERIC AND

COPY LoanPolicy.

COPY CategoryPolicy.

END PROGRAM IntegrityVerify.
