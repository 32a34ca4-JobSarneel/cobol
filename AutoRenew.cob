IDENTIFICATION DIVISION.
PROGRAM-ID. AutoRenew.
AUTHOR. Job Sarneel.
*> Nightly automatic renewal: most of what the desk keys through
*> RenewLoan is routine, so this renews every open loan falling due
*> by the next open day that passes the same checks the desk makes
*> -- no hold queued on the title, no block CheckBorrowerBlocked
*> would raise (closure pending, card expired, fines over the
*> threshold, too many overdue loans out), and the renewal count
*> still under the borrower category's limit. The due date moves on
*> by the category's loan period through DateArithmetic and rolls
*> off closed days through ClosedDays, exactly as RenewOneCopy does;
*> every change is journaled. AutoRenewals.prt lists what was
*> renewed (it goes to the borrowers as confirmation) and
*> AutoRenewRefused.prt what could not be, with the reason, so the
*> desk can chase the refusals before they turn into fines.
*> Loans under a recall or a claimed-returned dispute are left for
*> the desk. NightlyBatch runs this ahead of OverdueReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT LoanFile ASSIGN TO "BookLoan.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          FILE STATUS IS BorrowerFileStatus.
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
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT CategoryPolicyFile ASSIGN TO "CategoryPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CategoryPolicyFileStatus.
   SELECT RenewedFile ASSIGN TO "AutoRenewals.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RenewedFileStatus.
   SELECT RefusedFile ASSIGN TO "AutoRenewRefused.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RefusedFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD LoanFile.
COPY LoanRecord.

FD BorrowerFile.
COPY BorrowerRecord.

FD HoldFile.
COPY HoldRecord.

FD FineFile.
COPY FineRecord.

FD LoanPolicyFile.
COPY LoanPolicyRecord.

FD CategoryPolicyFile.
COPY CategoryPolicyRecord.

FD RenewedFile.
01 RenewedLine               PIC X(100).

FD RefusedFile.
01 RefusedLine               PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY LoanPolicyData.
COPY CategoryPolicyData.
COPY BorrowerBlockCheckData.
01 LoanFileStatus            PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 HoldFileStatus            PIC XX     VALUE "00".
01 FineFileStatus            PIC XX     VALUE "00".
01 RenewedFileStatus         PIC XX     VALUE "00".
01 RefusedFileStatus         PIC XX     VALUE "00".

01 TodaysDate                PIC 9(8)   VALUE ZEROS.
01 TomorrowsDate             PIC 9(8)   VALUE ZEROS.
*> The renewal window runs to the next day the desk is open: on a
*> Saturday night, Monday's due loans are the ones at risk.
01 WindowEndDate             PIC 9(8)   VALUE ZEROS.
01 LoansChecked              PIC 9(6)   VALUE ZERO.
01 RenewedCount              PIC 9(6)   VALUE ZERO.
01 RefusedCount              PIC 9(6)   VALUE ZERO.
01 oldDueDate                PIC 9(8)   VALUE ZEROS.
01 borrowerInput             PIC 9(5)   VALUE ZEROS.
01 fineOutstanding           PIC 9(4)V99 VALUE ZERO.

*> Overdue loans per borrower, counted in a first pass over the loan
*> file so the renewal pass doesn't have to rescan it per loan.
01 OverdueTable.
   02 OverdueEntry           OCCURS 2000 TIMES.
      03 OvdBorrowerNumber   PIC 9(5).
      03 OvdLoanCount        PIC 9(3).
01 OverdueCount              PIC 9(4)   VALUE ZERO.
01 overdueIndex              PIC 9(4)   VALUE ZERO.
01 overdueMatched            PIC 9(4)   VALUE ZERO.

01 RenewCheckStatus          PIC X      VALUE "Y".
   88 LoanCanRenew                      VALUE "Y".
01 RefuseReason              PIC X(40)  VALUE SPACES.
01 HoldQueuedStatus          PIC X      VALUE "N".
   88 HoldIsQueued                      VALUE "Y".

01 JournalFileCode           PIC X(4)   VALUE "LOAN".
01 JournalOperation          PIC X      VALUE "R".
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithResult           PIC 9(8)   VALUE ZEROS.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".
01 ClosedDaysFunction        PIC X(4).
01 ClosedDaysResult          PIC 9(8)   VALUE ZEROS.
01 ClosedDaysCount           PIC S9(5)  VALUE ZERO.
01 ClosedDaysValid           PIC X      VALUE "N".
   88 ClosedDaysIsValid                 VALUE "Y".

01 RenewedHeading.
   02 FILLER                 PIC X(40)
      VALUE "Automatic renewals  --  Run: ".
   02 PrnRenewedRunDate      PIC 9(8).
01 RefusedHeading.
   02 FILLER                 PIC X(40)
      VALUE "Loans not renewed automatically  --  Run".
   02 FILLER                 PIC X(2)   VALUE ": ".
   02 PrnRefusedRunDate      PIC 9(8).
01 RenewedDetailLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRenBSN              PIC X(17).
   02 FILLER                 PIC X(6)   VALUE " copy ".
   02 PrnRenCopy             PIC 9(2).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRenBorrower         PIC 9(5).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnRenName             PIC X(20).
   02 FILLER                 PIC X(5)   VALUE " was ".
   02 PrnRenOldDue           PIC 9(8).
   02 FILLER                 PIC X(5)   VALUE " now ".
   02 PrnRenNewDue           PIC 9(8).
   02 FILLER                 PIC X(3)   VALUE " (".
   02 PrnRenCount            PIC 9(2).
   02 FILLER                 PIC X(4)   VALUE " of ".
   02 PrnRenLimit            PIC 9(2).
   02 FILLER                 PIC X(1)   VALUE ")".
01 RefusedDetailLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRefBSN              PIC X(17).
   02 FILLER                 PIC X(6)   VALUE " copy ".
   02 PrnRefCopy             PIC 9(2).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRefBorrower         PIC 9(5).
   02 FILLER                 PIC X(5)   VALUE " due ".
   02 PrnRefDue              PIC 9(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRefReason           PIC X(40).

PROCEDURE DIVISION.
Begin.
   PERFORM OpenAuditLog
   MOVE "AutoRenew" TO AuditProgramName
   MOVE "START"     TO AuditEventType
   PERFORM LogAuditEvent
   PERFORM LoadLoanPolicy
   PERFORM LoadCategoryPolicy

   ACCEPT TodaysDate FROM DATE YYYYMMDD
   MOVE TodaysDate TO blockCheckToday
   MOVE "B" TO BlockAudience
   MOVE "ADDD" TO DateArithFunction
   MOVE 1 TO DateArithDays
   CALL "DateArithmetic" USING DateArithFunction TodaysDate
                               TomorrowsDate DateArithDays
                               DateArithValid
   IF NOT DateArithIsValid
     DISPLAY "Could not work out tomorrow's date from " TodaysDate
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE TomorrowsDate TO WindowEndDate
   MOVE "ROLL" TO ClosedDaysFunction
   CALL "ClosedDays" USING ClosedDaysFunction TomorrowsDate
                           ClosedDaysResult ClosedDaysCount
                           ClosedDaysValid
   IF ClosedDaysIsValid
     MOVE ClosedDaysResult TO WindowEndDate
   END-IF

   OPEN OUTPUT RenewedFile
   IF RenewedFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create AutoRenewals.prt, status: "
             RenewedFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   OPEN OUTPUT RefusedFile
   IF RefusedFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create AutoRenewRefused.prt, status: "
             RefusedFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE TodaysDate TO PrnRenewedRunDate, PrnRefusedRunDate
   WRITE RenewedLine FROM RenewedHeading
   WRITE RefusedLine FROM RefusedHeading
   MOVE SPACES TO RenewedLine, RefusedLine
   WRITE RenewedLine
   WRITE RefusedLine

   PERFORM OpenLoanFileIO
   PERFORM OpenBorrowerFileInput
   PERFORM OpenHoldFileInput
   PERFORM CountOverdueByBorrower

   MOVE LOW-VALUES TO LoanKey
   START LoanFile KEY IS NOT LESS THAN LoanKey
     INVALID KEY
       SET EndOfLoanFile TO TRUE
   END-START
   IF NOT EndOfLoanFile
     READ LoanFile NEXT RECORD
       AT END SET EndOfLoanFile TO TRUE
     END-READ
   END-IF
   PERFORM UNTIL EndOfLoanFile
     IF LoanReturnDate = ZEROS AND LoanDueDate > TodaysDate AND
        LoanDueDate NOT > WindowEndDate
       ADD 1 TO LoansChecked
       PERFORM CheckLoanForRenewal
       IF LoanCanRenew
         PERFORM RenewOneLoan
        ELSE
         PERFORM WriteRefusedLine
       END-IF
     END-IF
     READ LoanFile NEXT RECORD
       AT END SET EndOfLoanFile TO TRUE
     END-READ
   END-PERFORM

   IF RenewedCount = ZERO
     MOVE "  (no loans renewed)" TO RenewedLine
     WRITE RenewedLine
   END-IF
   IF RefusedCount = ZERO
     MOVE "  (none refused)" TO RefusedLine
     WRITE RefusedLine
   END-IF
   CLOSE HoldFile
   CLOSE BorrowerFile
   CLOSE LoanFile
   CLOSE RefusedFile
   CLOSE RenewedFile
   DISPLAY "Automatic renewal: " LoansChecked " loan(s) due by "
           WindowEndDate ", " RenewedCount " renewed, "
           RefusedCount " refused (see AutoRenewRefused.prt)."

   MOVE "END"        TO AuditEventType
   MOVE RenewedCount TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

*> First pass: how many overdue loans each borrower has out, for the
*> PolMaxOverdueLoans block. Disputed loans are not counted, the
*> same as at the desk.
CountOverdueByBorrower.
   MOVE ZERO TO OverdueCount
   MOVE LOW-VALUES TO LoanKey
   START LoanFile KEY IS NOT LESS THAN LoanKey
     INVALID KEY
       SET EndOfLoanFile TO TRUE
   END-START
   IF NOT EndOfLoanFile
     READ LoanFile NEXT RECORD
       AT END SET EndOfLoanFile TO TRUE
     END-READ
   END-IF
   PERFORM UNTIL EndOfLoanFile
     IF LoanReturnDate = ZEROS AND LoanClaimDate = ZEROS AND
        LoanDueDate < TodaysDate
       PERFORM FindOverdueEntry
       IF overdueMatched = ZERO AND OverdueCount < 2000
         ADD 1 TO OverdueCount
         MOVE OverdueCount TO overdueMatched
         MOVE LoanBorrowerNumber TO OvdBorrowerNumber(overdueMatched)
         MOVE ZERO TO OvdLoanCount(overdueMatched)
       END-IF
       IF overdueMatched > ZERO
         ADD 1 TO OvdLoanCount(overdueMatched)
       END-IF
     END-IF
     READ LoanFile NEXT RECORD
       AT END SET EndOfLoanFile TO TRUE
     END-READ
   END-PERFORM.

FindOverdueEntry.
   MOVE ZERO TO overdueMatched
   PERFORM VARYING overdueIndex FROM 1 BY 1
           UNTIL overdueIndex > OverdueCount OR overdueMatched > ZERO
     IF OvdBorrowerNumber(overdueIndex) = LoanBorrowerNumber
       MOVE overdueIndex TO overdueMatched
     END-IF
   END-PERFORM.

*> The desk's checks, in the desk's order; the first one that bites
*> is the reason given. The borrower's blocks are the desk's own
*> CheckBorrowerBlocked, run silently with the reason handed back.
CheckLoanForRenewal.
   MOVE "Y" TO RenewCheckStatus
   MOVE SPACES TO RefuseReason
   IF LoanClaimDate NOT = ZEROS
     MOVE "N" TO RenewCheckStatus
     MOVE "claimed-returned dispute open" TO RefuseReason
   END-IF
   IF LoanCanRenew AND LoanRecallDate NOT = ZEROS
     MOVE "N" TO RenewCheckStatus
     MOVE "recalled for another reader" TO RefuseReason
   END-IF
   IF LoanCanRenew
     PERFORM CheckHoldQueued
     IF HoldIsQueued
       MOVE "N" TO RenewCheckStatus
       MOVE "hold queued on the title" TO RefuseReason
     END-IF
   END-IF
   IF LoanCanRenew
     MOVE LoanBorrowerNumber TO BorrowerNumber
     READ BorrowerFile
       INVALID KEY
         MOVE "N" TO RenewCheckStatus
         MOVE "borrower not on file" TO RefuseReason
       NOT INVALID KEY
         MOVE BorrowerCategory TO CatLookupCategory
         PERFORM SelectCategoryPolicy
     END-READ
   END-IF
   IF LoanCanRenew AND LoanRenewalCount NOT < CatMaxRenewals
     MOVE "N" TO RenewCheckStatus
     MOVE "renewal limit reached" TO RefuseReason
   END-IF
   IF LoanCanRenew
     MOVE "Y"                TO BorrowerCheckStatus
     MOVE LoanBorrowerNumber TO borrowerInput
     MOVE BorrowerName       TO CurrentBorrowerName
     MOVE BorrowerExpiryDate TO CurrentExpiryDate
     MOVE BorrowerCloseFlag  TO CurrentCloseFlag
     PERFORM FindOverdueEntry
     MOVE ZERO TO BorrowerOverdueLoans
     IF overdueMatched > ZERO
       MOVE OvdLoanCount(overdueMatched) TO BorrowerOverdueLoans
     END-IF
     PERFORM CheckBorrowerBlocked
     IF NOT BorrowerIsOk
       MOVE "N" TO RenewCheckStatus
       MOVE BlockReasonText TO RefuseReason
     END-IF
   END-IF.

CheckHoldQueued.
   MOVE "N" TO HoldQueuedStatus
   MOVE LoanBSN TO HoldBSN
   MOVE ZEROS   TO HoldSequence
   START HoldFile KEY IS NOT LESS THAN HoldKey
     INVALID KEY
       SET EndOfHoldFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextHoldRecord
   END-START
   PERFORM UNTIL EndOfHoldFile OR HoldBSN NOT EQUAL TO LoanBSN
                 OR HoldIsQueued
     IF HoldStatus = "Q"
       MOVE "Y" TO HoldQueuedStatus
      ELSE
       PERFORM ReadNextHoldRecord
     END-IF
   END-PERFORM.

ReadNextHoldRecord.
   READ HoldFile NEXT RECORD
     AT END SET EndOfHoldFile TO TRUE
   END-READ.

ReadNextFineRecord.
   READ FineFile NEXT RECORD
     AT END SET EndOfFineFile TO TRUE
   END-READ.

*> RenewOneCopy's arithmetic: the category's loan period on from the
*> current due date, rolled off closed days, one more renewal counted.
RenewOneLoan.
   MOVE LoanDueDate TO oldDueDate
   MOVE "ADDD" TO DateArithFunction
   MOVE CatLoanPeriodDays TO DateArithDays
   CALL "DateArithmetic" USING DateArithFunction LoanDueDate
                               DateArithResult DateArithDays
                               DateArithValid
   IF NOT DateArithIsValid
     MOVE "due date arithmetic failed" TO RefuseReason
     PERFORM WriteRefusedLine
     ADD 1 TO AuditErrorCount
    ELSE
     MOVE LoanRecord TO JournalBefore
     MOVE DateArithResult TO LoanDueDate
     MOVE "ROLL" TO ClosedDaysFunction
     CALL "ClosedDays" USING ClosedDaysFunction LoanDueDate
                             ClosedDaysResult ClosedDaysCount
                             ClosedDaysValid
     IF ClosedDaysIsValid
       MOVE ClosedDaysResult TO LoanDueDate
     END-IF
     ADD 1 TO LoanRenewalCount
     REWRITE LoanRecord
       INVALID KEY
         CONTINUE
     END-REWRITE
     IF LoanFileStatus = "00"
       MOVE "LOAN" TO JournalFileCode
       MOVE "R"    TO JournalOperation
       MOVE LoanRecord TO JournalAfter
       PERFORM WriteJournalEntry
       ADD 1 TO RenewedCount
       MOVE LoanBSN TO AuditKeyValue
       MOVE "RENEW" TO AuditEventType
       PERFORM LogAuditEvent
       MOVE LoanBSN            TO PrnRenBSN
       MOVE LoanCopyNumber     TO PrnRenCopy
       MOVE LoanBorrowerNumber TO PrnRenBorrower
       MOVE BorrowerName       TO PrnRenName
       MOVE oldDueDate         TO PrnRenOldDue
       MOVE LoanDueDate        TO PrnRenNewDue
       MOVE LoanRenewalCount   TO PrnRenCount
       MOVE CatMaxRenewals     TO PrnRenLimit
       WRITE RenewedLine FROM RenewedDetailLine
      ELSE
       MOVE oldDueDate TO LoanDueDate
       MOVE SPACES TO RefuseReason
       STRING "loan record update failed, status "
              LoanFileStatus DELIMITED BY SIZE INTO RefuseReason
       PERFORM WriteRefusedLine
       ADD 1 TO AuditErrorCount
     END-IF
   END-IF.

WriteRefusedLine.
   MOVE LoanBSN            TO PrnRefBSN
   MOVE LoanCopyNumber     TO PrnRefCopy
   MOVE LoanBorrowerNumber TO PrnRefBorrower
   MOVE LoanDueDate        TO PrnRefDue
   MOVE RefuseReason       TO PrnRefReason
   WRITE RefusedLine FROM RefusedDetailLine
   ADD 1 TO RefusedCount.

WriteJournalEntry.
   CALL "JournalWriter" USING JournalFileCode JournalOperation
                              JournalBefore JournalAfter
   MOVE SPACES TO JournalBefore, JournalAfter.

OpenLoanFileIO.
   OPEN I-O LoanFile
   IF LoanFileStatus EQUAL TO "35"
     OPEN OUTPUT LoanFile
     CLOSE LoanFile
     OPEN I-O LoanFile
   END-IF
   IF LoanFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookLoan.dat, status: " LoanFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
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

OpenHoldFileInput.
   OPEN INPUT HoldFile
   IF HoldFileStatus EQUAL TO "35"
     OPEN OUTPUT HoldFile
     CLOSE HoldFile
     OPEN INPUT HoldFile
   END-IF
   IF HoldFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Hold.dat, status: " HoldFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenFineFileInput.
   OPEN INPUT FineFile
   IF FineFileStatus EQUAL TO "35"
     OPEN OUTPUT FineFile
     CLOSE FineFile
     OPEN INPUT FineFile
   END-IF
   IF FineFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Fine.dat, status: " FineFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

COPY LoanPolicy.

COPY CategoryPolicy.

COPY BorrowerBlockCheck.

END PROGRAM AutoRenew.
