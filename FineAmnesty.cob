IDENTIFICATION DIVISION.
PROGRAM-ID. FineAmnesty.
AUTHOR. Job Sarneel.
*> Fine amnesty campaign run. Twice a year management announces an
*> amnesty ("bring the overdue books back this week and the late
*> fines are waived") and the desk used to waive the fines one at a
*> time through PostFinePayment. This waives every open fine on
*> Fine.dat that meets the campaign's criteria, taken from the
*> system parameters (ParameterMaint; an environment variable of
*> the same name wins for one run):
*>   AMNESTYFROM, AMNESTYTO  the window the book came back in (the
*>                           fine's assess date, which is the return
*>                           date for a late fine) -- required,
*>                           prompted for at the terminal when unset,
*>   AMNESTYREASONS          the fine reason codes forgiven, e.g. "L"
*>                           or "LE" (blank = "L", late returns; a
*>                           blank reason on an old fine counts as
*>                           "L"),
*>   AMNESTYMAXAMT           the largest balance forgiven on one fine,
*>                           in whole money units (blank = no limit),
*>   AMNESTYCATEGORY         only borrowers of this category (blank =
*>                           everyone),
*>   AMNESTYMINAGE           only fines at least this many days old
*>                           (blank = any age),
*>   AMNESTYMODE             POST to waive; anything else is a
*>                           preview that reports what would be
*>                           waived and changes nothing.
*> A fine billed to a student's university account ("T") is the
*> registrar's and is left alone. Each waiver sets the fine to "W",
*> is journaled (before and after image) and goes to
*> PaymentsJournal.dat as PayType "A", an amnesty waiver, under the
*> operator id AMNY -- so the cash-up and the ledger can tell the
*> campaign from the desk's own waivers. The run starts with an
*> OperatorSignon sign-on (an unattended run takes its operator id
*> from OPERATORID), and AuditLog.dat records who ran it; only
*> senior staff or a supervisor can post, anyone else gets the
*> preview. A borrower blocked for
*> owing more than PolFineBlockAmount who drops to the threshold or
*> under is listed as unblocked (the block follows the open
*> balance), unless too many overdue loans still block them.
*> FineAmnesty.prt lists every fine waived, the borrowers unblocked
*> and the board's summary: how many fines and how much forgiven,
*> by reason, and over how many borrowers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FineKey
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS FineFileStatus.
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
   SELECT PaymentsFile ASSIGN TO "PaymentsJournal.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentsFileStatus.
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT ReportFile ASSIGN TO "FineAmnesty.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD FineFile.
COPY FineRecord.

FD BorrowerFile.
COPY BorrowerRecord.

FD LoanFile.
COPY LoanRecord.

FD PaymentsFile.
COPY PaymentRecord.

FD LoanPolicyFile.
COPY LoanPolicyRecord.

FD ReportFile.
01 ReportLine                PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY LoanPolicyData.
COPY SystemParameterData.
COPY OperatorSignonData.
01 FineFileStatus            PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 PaymentsFileStatus        PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 amnestyToday              PIC 9(8)   VALUE ZEROS.
01 AmnestyOperatorId         PIC X(4)   VALUE "AMNY".
01 postConfirm               PIC X      VALUE "n".

*> The campaign's criteria.
01 AmnestyModeInput          PIC X(7)   VALUE SPACES.
01 AmnestyRunMode            PIC X      VALUE "V".
   88 PreviewOnly                       VALUE "V".
   88 PostingWaivers                    VALUE "P".
01 AmnestyFromDate           PIC 9(8)   VALUE ZEROS.
01 AmnestyToDate             PIC 9(8)   VALUE ZEROS.
01 AmnestyReasons            PIC X(10)  VALUE "L".
01 AmnestyMaxAmount          PIC 9(4)V99 VALUE ZERO.
01 AmnestyCategory           PIC X      VALUE SPACE.
01 AmnestyMinAge             PIC 9(3)   VALUE ZERO.
01 AgeCutoffDate             PIC 9(8)   VALUE ZEROS.

*> A date criterion: parameter name in, YYYYMMDD out (zeros when
*> there is none or it is not a date).
01 criteriaPromptText        PIC X(30)  VALUE SPACES.
01 criteriaDate              PIC 9(8)   VALUE ZEROS.
01 dateInput.
   02 dateInputYear          PIC 9(4).
   02 dateInputMonth         PIC 9(2).
   02 dateInputDay           PIC 9(2).
01 dateInputText REDEFINES dateInput PIC X(8).
01 DateCheckStatus           PIC X      VALUE "N".
   88 DateIsValid                       VALUE "Y".
01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".

01 JournalFileCode           PIC X(4)   VALUE SPACES.
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

*> The fine in hand and its borrower.
01 currentBorrower           PIC 9(5)   VALUE ZERO.
01 BorrowerFoundStatus       PIC X      VALUE "N".
   88 BorrowerIsOnFile                  VALUE "Y".
01 currentBorrowerName       PIC X(30)  VALUE SPACES.
01 fineBalance               PIC 9(4)V99 VALUE ZERO.
01 fineReason                PIC X      VALUE SPACE.
01 reasonHits                PIC 9(2)   VALUE ZERO.
01 FineQualifyStatus         PIC X      VALUE "N".
   88 FineQualifies                     VALUE "Y".
01 WaiverDoneStatus          PIC X      VALUE "N".
   88 WaiverIsDone                      VALUE "Y".
01 owedBefore                PIC 9(6)V99 VALUE ZERO.
01 waivedForBorrower         PIC 9(6)V99 VALUE ZERO.
01 owedAfter                 PIC 9(6)V99 VALUE ZERO.
01 overdueLoans              PIC 9(3)   VALUE ZERO.

*> Run totals for the board.
01 FinesExamined             PIC 9(6)   VALUE ZERO.
01 FinesWaived               PIC 9(6)   VALUE ZERO.
01 AmountWaived              PIC 9(8)V99 VALUE ZERO.
01 BorrowersAffected         PIC 9(5)   VALUE ZERO.
01 BlocksLifted              PIC 9(5)   VALUE ZERO.
01 StillBlocked              PIC 9(5)   VALUE ZERO.
01 reasonIndex               PIC 9      VALUE ZERO.
01 ReasonValues.
   02 FILLER                 PIC X(21)  VALUE "LLate returns".
   02 FILLER                 PIC X(21)  VALUE "RLost book charges".
   02 FILLER                 PIC X(21)  VALUE "DDamage fees".
   02 FILLER                 PIC X(21)  VALUE "ELate equipment".
   02 FILLER                 PIC X(21)  VALUE "?Other".
01 ReasonTable REDEFINES ReasonValues.
   02 ReasonEntry            OCCURS 5 TIMES.
      03 ReasonCode          PIC X.
      03 ReasonName          PIC X(20).
01 ReasonTotals.
   02 ReasonCount            PIC 9(6)    OCCURS 5 TIMES.
   02 ReasonAmount           PIC 9(8)V99 OCCURS 5 TIMES.

*> The unblocked borrowers belong under their own heading after the
*> fines; they are parked here the way Stocktake parks its surplus
*> lines.
01 BlockHoldTable.
   02 BlockHoldEntry         OCCURS 300 TIMES PIC X(80).
01 BlockHoldCount            PIC 9(3)   VALUE ZERO.
01 BlockHoldIndex            PIC 9(3)   VALUE ZERO.
01 BlockHoldDropped          PIC 9(5)   VALUE ZERO.

01 ReportHeading.
   02 FILLER                 PIC X(17)  VALUE "Fine amnesty -- ".
   02 PrnRunModeText         PIC X(30).
   02 FILLER                 PIC X(7)   VALUE "  Run: ".
   02 PrnRunDate             PIC 9(8).
01 CriteriaWindowLine.
   02 FILLER                 PIC X(30)
      VALUE "Returned (assessed) between  ".
   02 PrnFromDate            PIC 9(8).
   02 FILLER                 PIC X(5)   VALUE " and ".
   02 PrnToDate              PIC 9(8).
01 CriteriaReasonLine.
   02 FILLER                 PIC X(30)
      VALUE "Reason codes forgiven:       ".
   02 PrnReasons             PIC X(10).
01 CriteriaMaxLine.
   02 FILLER                 PIC X(30)
      VALUE "Largest balance forgiven:    ".
   02 PrnMaxAmount           PIC X(12).
01 CriteriaCategoryLine.
   02 FILLER                 PIC X(30)
      VALUE "Borrower category:           ".
   02 PrnCategory            PIC X(12).
01 CriteriaAgeLine.
   02 FILLER                 PIC X(30)
      VALUE "Fines at least this old:     ".
   02 PrnMinAge              PIC X(12).
01 PrnMoneyEdit              PIC Z,ZZ9.99.
01 PrnDaysEdit               PIC ZZ9.
01 SectionHeading            PIC X(60).
01 FineColumnHeading         PIC X(80)  VALUE
   "Borr. Seq  Item              R Assessed    Balance  Name".
01 FineDetailLine.
   02 PrnFineBorrower        PIC 9(5).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnFineSequence        PIC 9(4).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnFineItem            PIC X(17).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnFineReason          PIC X.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnFineAssessed        PIC 9(8).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnFineBalance         PIC Z,ZZ9.99.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnFineName            PIC X(22).
01 BlockColumnHeading        PIC X(80)  VALUE
   "Borr. Name                  Owed before  Owed after".
01 BlockDetailLine.
   02 PrnBlockBorrower       PIC 9(5).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnBlockName           PIC X(22).
   02 PrnBlockBefore         PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnBlockAfter          PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnBlockNote           PIC X(28).
01 SummaryLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSummaryLabel        PIC X(30).
   02 PrnSummaryCount        PIC ZZZ,ZZ9.
   02 FILLER                 PIC X(3)   VALUE SPACES.
   02 PrnSummaryAmount       PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF RunningUnattended
     ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
    ELSE
     MOVE "FineAmnesty" TO SignonProgramName
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
   MOVE "FineAmnesty" TO AuditProgramName
   MOVE "START"       TO AuditEventType
   PERFORM LogAuditEvent
   PERFORM LoadLoanPolicy
   ACCEPT amnestyToday FROM DATE YYYYMMDD
   PERFORM LoadAmnestyCriteria
   *> Waiving is senior work at the desk, and so it is here; the
   *> scheduled run posts only when a supervisor has set AMNESTYMODE.
   IF PostingWaivers AND NOT RunningUnattended AND
      SignonOperatorRole NOT = "S" AND SignonOperatorRole NOT = "V"
     DISPLAY "Only senior staff or a supervisor can waive fines; "
             "running as a preview instead -- nothing is waived."
     MOVE "POST" TO AuditKeyValue
     MOVE "DENY " TO AuditEventType
     PERFORM LogAuditEvent
     MOVE "V" TO AmnestyRunMode
   END-IF
   IF PostingWaivers AND NOT RunningUnattended
     DISPLAY "AMNESTYMODE is POST: every qualifying fine will be "
             "waived. Go ahead? (y/n): " WITH NO ADVANCING
     ACCEPT postConfirm
     IF postConfirm NOT = "y" AND postConfirm NOT = "Y"
       DISPLAY "Running as a preview instead; nothing is waived."
       MOVE "V" TO AmnestyRunMode
     END-IF
   END-IF

   PERFORM WriteReportHeading
   IF PostingWaivers
     PERFORM OpenFineFileIO
     PERFORM OpenPaymentsJournal
    ELSE
     PERFORM OpenFineFileInput
   END-IF
   PERFORM OpenBorrowerFileInput
   PERFORM OpenLoanFileInput
   INITIALIZE ReasonTotals

   MOVE ZERO TO currentBorrower
   PERFORM ReadNextFineRecord
   PERFORM UNTIL EndOfFineFile
     IF FineBorrowerNumber NOT = currentBorrower
       IF currentBorrower NOT = ZERO
         PERFORM FinishBorrower
       END-IF
       PERFORM StartBorrower
     END-IF
     PERFORM CheckOneFine
     PERFORM ReadNextFineRecord
   END-PERFORM
   IF currentBorrower NOT = ZERO
     PERFORM FinishBorrower
   END-IF

   CLOSE LoanFile
   CLOSE BorrowerFile
   CLOSE FineFile
   IF PostingWaivers
     CLOSE PaymentsFile
   END-IF
   IF FinesWaived = ZERO
     MOVE "  (no open fine meets the criteria)" TO ReportLine
     WRITE ReportLine
   END-IF
   PERFORM WriteBlocksLifted
   PERFORM WriteBoardSummary
   CLOSE ReportFile
   MOVE AmountWaived TO PrnSummaryAmount
   IF PostingWaivers
     DISPLAY "Amnesty posted: " FinesWaived " fine(s) waived, "
             PrnSummaryAmount " forgiven (see FineAmnesty.prt)."
    ELSE
     DISPLAY "Amnesty preview: " FinesWaived " fine(s) would be "
             "waived, " PrnSummaryAmount " (see FineAmnesty.prt)."
   END-IF

   MOVE "END"       TO AuditEventType
   MOVE FinesWaived TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

*> The criteria from the system parameters. Without a window there
*> is no campaign: at the terminal it is asked for, unattended the
*> run stops.
LoadAmnestyCriteria.
   MOVE "AMNESTYMODE" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue TO AmnestyModeInput
   INSPECT AmnestyModeInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   IF AmnestyModeInput = "POST"
     MOVE "P" TO AmnestyRunMode
   END-IF
   MOVE "AMNESTYFROM" TO SysParmName
   MOVE "Returned from (YYYYMMDD): " TO criteriaPromptText
   PERFORM GetCriteriaDate
   MOVE criteriaDate TO AmnestyFromDate
   MOVE "AMNESTYTO" TO SysParmName
   MOVE "Returned up to (YYYYMMDD):" TO criteriaPromptText
   PERFORM GetCriteriaDate
   MOVE criteriaDate TO AmnestyToDate
   IF AmnestyFromDate = ZEROS OR AmnestyToDate = ZEROS OR
      AmnestyFromDate > AmnestyToDate
     DISPLAY "The amnesty needs a valid return window, AMNESTYFROM "
             "up to AMNESTYTO. Nothing waived."
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE "AMNESTYREASONS" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue NOT = SPACES
     MOVE SysParmValue TO AmnestyReasons
     INSPECT AmnestyReasons CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   END-IF
   MOVE "AMNESTYMAXAMT" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue(1:3) IS NUMERIC
     MOVE SysParmValue(1:3) TO AmnestyMaxAmount
   END-IF
   MOVE "AMNESTYCATEGORY" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue(1:1) TO AmnestyCategory
   INSPECT AmnestyCategory CONVERTING "sfec" TO "SFEC"
   MOVE "AMNESTYMINAGE" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue(1:3) IS NUMERIC
     MOVE SysParmValue(1:3) TO AmnestyMinAge
   END-IF
   IF AmnestyMinAge > ZERO
     MOVE "ADDD" TO DateArithFunction
     COMPUTE DateArithDays = ZERO - AmnestyMinAge
     CALL "DateArithmetic" USING DateArithFunction amnestyToday
                                 AgeCutoffDate DateArithDays
                                 DateArithValid
     IF NOT DateArithIsValid
       MOVE ZERO TO AmnestyMinAge
     END-IF
   END-IF.

GetCriteriaDate.
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue(1:8) TO dateInputText
   IF dateInputText = SPACES AND NOT RunningUnattended
     DISPLAY criteriaPromptText " " WITH NO ADVANCING
     ACCEPT dateInputText
   END-IF
   MOVE ZEROS TO criteriaDate
   MOVE "N" TO DateCheckStatus
   IF dateInputText IS NUMERIC
     CALL "DateValidator" USING dateInputYear dateInputMonth
                                dateInputDay DateCheckStatus
   END-IF
   IF DateIsValid
     MOVE dateInput TO criteriaDate
   END-IF.

WriteReportHeading.
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create FineAmnesty.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   IF PostingWaivers
     MOVE "WAIVERS POSTED" TO PrnRunModeText
    ELSE
     MOVE "PREVIEW, nothing waived" TO PrnRunModeText
   END-IF
   MOVE amnestyToday TO PrnRunDate
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE AmnestyFromDate TO PrnFromDate
   MOVE AmnestyToDate   TO PrnToDate
   WRITE ReportLine FROM CriteriaWindowLine
   MOVE AmnestyReasons TO PrnReasons
   WRITE ReportLine FROM CriteriaReasonLine
   IF AmnestyMaxAmount = ZERO
     MOVE "no limit" TO PrnMaxAmount
    ELSE
     MOVE AmnestyMaxAmount TO PrnMoneyEdit
     MOVE PrnMoneyEdit TO PrnMaxAmount
   END-IF
   WRITE ReportLine FROM CriteriaMaxLine
   IF AmnestyCategory = SPACE
     MOVE "all" TO PrnCategory
    ELSE
     MOVE AmnestyCategory TO PrnCategory
   END-IF
   WRITE ReportLine FROM CriteriaCategoryLine
   IF AmnestyMinAge = ZERO
     MOVE "any age" TO PrnMinAge
    ELSE
     MOVE AmnestyMinAge TO PrnDaysEdit
     MOVE SPACES TO PrnMinAge
     STRING PrnDaysEdit " days" DELIMITED BY SIZE INTO PrnMinAge
   END-IF
   WRITE ReportLine FROM CriteriaAgeLine
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   IF PostingWaivers
     MOVE "=== Fines waived ===" TO SectionHeading
    ELSE
     MOVE "=== Fines that would be waived ===" TO SectionHeading
   END-IF
   WRITE ReportLine FROM SectionHeading
   WRITE ReportLine FROM FineColumnHeading.

*> A new borrower's slice of the ledger begins: name and category
*> from Borrower.dat, and the open balance counted from zero.
StartBorrower.
   MOVE FineBorrowerNumber TO currentBorrower, BorrowerNumber
   MOVE ZERO TO owedBefore, waivedForBorrower
   READ BorrowerFile
     INVALID KEY
       MOVE "N" TO BorrowerFoundStatus
       MOVE "(not on Borrower.dat)" TO currentBorrowerName
     NOT INVALID KEY
       MOVE "Y" TO BorrowerFoundStatus
       MOVE BorrowerName TO currentBorrowerName
   END-READ.

CheckOneFine.
   IF FineStatus = "O"
     ADD 1 TO FinesExamined
     COMPUTE fineBalance = FineAmount - FinePaidAmount
     ADD fineBalance TO owedBefore
     PERFORM TestAmnestyCriteria
     IF FineQualifies
       PERFORM WaiveOneFine
     END-IF
   END-IF.

TestAmnestyCriteria.
   MOVE "Y" TO FineQualifyStatus
   MOVE FineReasonCode TO fineReason
   IF fineReason = SPACE
     MOVE "L" TO fineReason
   END-IF
   MOVE ZERO TO reasonHits
   INSPECT AmnestyReasons TALLYING reasonHits FOR ALL fineReason
   EVALUATE TRUE
     WHEN fineBalance = ZERO
     WHEN reasonHits = ZERO
     WHEN FineAssessDate < AmnestyFromDate
     WHEN FineAssessDate > AmnestyToDate
       MOVE "N" TO FineQualifyStatus
     WHEN AmnestyMaxAmount > ZERO AND fineBalance > AmnestyMaxAmount
       MOVE "N" TO FineQualifyStatus
     WHEN AmnestyCategory NOT = SPACE AND
          (NOT BorrowerIsOnFile OR
           BorrowerCategory NOT = AmnestyCategory)
       MOVE "N" TO FineQualifyStatus
     WHEN AmnestyMinAge > ZERO AND FineAssessDate > AgeCutoffDate
       MOVE "N" TO FineQualifyStatus
   END-EVALUATE.

*> The waiver PostFinePayment's 'w' posts, with the balance written
*> off journaled as an amnesty waiver. In a preview the fine is only
*> listed and counted.
WaiveOneFine.
   MOVE "Y" TO WaiverDoneStatus
   IF PostingWaivers
     MOVE FineRecord TO JournalBefore
     MOVE "W" TO FineStatus
     REWRITE FineRecord
       INVALID KEY
         DISPLAY "Could not waive fine " FineBorrowerNumber "/"
                 FineSequence ", status: " FineFileStatus
         ADD 1 TO AuditErrorCount
         MOVE "N" TO WaiverDoneStatus
         MOVE SPACES TO JournalBefore
       NOT INVALID KEY
         MOVE "FINE" TO JournalFileCode
         MOVE "R"    TO JournalOperation
         MOVE FineRecord TO JournalAfter
         PERFORM WriteJournalEntry
         PERFORM WritePaymentJournal
         MOVE FineKey TO AuditKeyValue
         MOVE "AMNWV" TO AuditEventType
         PERFORM LogAuditEvent
     END-REWRITE
   END-IF
   IF WaiverIsDone
     ADD 1 TO FinesWaived
     ADD fineBalance TO AmountWaived, waivedForBorrower
     MOVE 5 TO reasonIndex
     PERFORM VARYING reasonIndex FROM 1 BY 1
             UNTIL reasonIndex > 4
                   OR ReasonCode(reasonIndex) = fineReason
       CONTINUE
     END-PERFORM
     ADD 1 TO ReasonCount(reasonIndex)
     ADD fineBalance TO ReasonAmount(reasonIndex)
     MOVE FineBorrowerNumber  TO PrnFineBorrower
     MOVE FineSequence        TO PrnFineSequence
     MOVE FineBSN             TO PrnFineItem
     MOVE fineReason          TO PrnFineReason
     MOVE FineAssessDate      TO PrnFineAssessed
     MOVE fineBalance         TO PrnFineBalance
     MOVE currentBorrowerName TO PrnFineName
     WRITE ReportLine FROM FineDetailLine
   END-IF.

WritePaymentJournal.
   ACCEPT PayDate FROM DATE YYYYMMDD
   ACCEPT PayTime FROM TIME
   MOVE AmnestyOperatorId  TO PayOperatorId
   MOVE FineBorrowerNumber TO PayBorrowerNumber
   MOVE FineSequence       TO PayFineSequence
   MOVE fineBalance        TO PayAmount
   MOVE "A"                TO PayType
   WRITE PaymentRecord
   IF PaymentsFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not write payment journal record, status: "
             PaymentsFileStatus
     ADD 1 TO AuditErrorCount
   END-IF.

*> The borrower's slice is done. Blocked for fines before the
*> amnesty and at or under the threshold after it, the borrower
*> can borrow again -- unless overdue loans still block them.
FinishBorrower.
   IF waivedForBorrower > ZERO
     ADD 1 TO BorrowersAffected
     COMPUTE owedAfter = owedBefore - waivedForBorrower
     IF owedBefore > PolFineBlockAmount AND
        owedAfter NOT > PolFineBlockAmount
       PERFORM CountOverdueLoans
       MOVE currentBorrower     TO PrnBlockBorrower
       MOVE currentBorrowerName TO PrnBlockName
       MOVE owedBefore          TO PrnBlockBefore
       MOVE owedAfter           TO PrnBlockAfter
       IF overdueLoans > PolMaxOverdueLoans
         ADD 1 TO StillBlocked
         MOVE SPACES TO PrnBlockNote
         STRING "still blocked: " overdueLoans " overdue"
                DELIMITED BY SIZE INTO PrnBlockNote
        ELSE
         ADD 1 TO BlocksLifted
         MOVE "fine block lifted" TO PrnBlockNote
         IF PostingWaivers
           MOVE currentBorrower TO AuditKeyValue
           MOVE "AMNBL" TO AuditEventType
           PERFORM LogAuditEvent
         END-IF
       END-IF
       IF BlockHoldCount < 300
         ADD 1 TO BlockHoldCount
         MOVE BlockDetailLine TO BlockHoldEntry(BlockHoldCount)
        ELSE
         ADD 1 TO BlockHoldDropped
       END-IF
     END-IF
   END-IF.

CountOverdueLoans.
   MOVE ZERO TO overdueLoans
   MOVE currentBorrower TO LoanBorrowerNumber
   START LoanFile KEY IS EQUAL TO LoanBorrowerNumber
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextLoanRecord
   END-START
   PERFORM UNTIL EndOfLoanFile
                 OR LoanBorrowerNumber NOT EQUAL TO currentBorrower
     IF LoanReturnDate = ZEROS AND LoanDueDate < amnestyToday
        AND LoanClaimDate = ZEROS
       ADD 1 TO overdueLoans
     END-IF
     PERFORM ReadNextLoanRecord
   END-PERFORM.

WriteBlocksLifted.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "=== Borrowers no longer blocked for fines ==="
     TO SectionHeading
   WRITE ReportLine FROM SectionHeading
   WRITE ReportLine FROM BlockColumnHeading
   PERFORM VARYING BlockHoldIndex FROM 1 BY 1
           UNTIL BlockHoldIndex > BlockHoldCount
     MOVE BlockHoldEntry(BlockHoldIndex) TO ReportLine
     WRITE ReportLine
   END-PERFORM
   IF BlockHoldCount = ZERO
     MOVE "  (none)" TO ReportLine
     WRITE ReportLine
   END-IF
   IF BlockHoldDropped > ZERO
     MOVE SPACES TO ReportLine
     STRING "  ... and " BlockHoldDropped " more not listed"
            DELIMITED BY SIZE INTO ReportLine
     WRITE ReportLine
   END-IF.

*> What the board asks for: fines and money forgiven, by reason and
*> in total, and how many borrowers it reached.
WriteBoardSummary.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "=== Summary for the board ===" TO SectionHeading
   WRITE ReportLine FROM SectionHeading
   PERFORM VARYING reasonIndex FROM 1 BY 1 UNTIL reasonIndex > 5
     IF ReasonCount(reasonIndex) > ZERO
       MOVE ReasonName(reasonIndex)   TO PrnSummaryLabel
       MOVE ReasonCount(reasonIndex)  TO PrnSummaryCount
       MOVE ReasonAmount(reasonIndex) TO PrnSummaryAmount
       WRITE ReportLine FROM SummaryLine
     END-IF
   END-PERFORM
   MOVE "Fines forgiven, total"   TO PrnSummaryLabel
   MOVE FinesWaived               TO PrnSummaryCount
   MOVE AmountWaived              TO PrnSummaryAmount
   WRITE ReportLine FROM SummaryLine
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE SPACES TO SummaryLine
   MOVE "Open fines examined"     TO PrnSummaryLabel
   MOVE FinesExamined             TO PrnSummaryCount
   WRITE ReportLine FROM SummaryLine
   MOVE "Borrowers with a waiver" TO PrnSummaryLabel
   MOVE BorrowersAffected         TO PrnSummaryCount
   WRITE ReportLine FROM SummaryLine
   MOVE "Fine blocks lifted"      TO PrnSummaryLabel
   MOVE BlocksLifted              TO PrnSummaryCount
   WRITE ReportLine FROM SummaryLine
   MOVE "Still blocked (overdues)" TO PrnSummaryLabel
   MOVE StillBlocked              TO PrnSummaryCount
   WRITE ReportLine FROM SummaryLine.

WriteJournalEntry.
   CALL "JournalWriter" USING JournalFileCode JournalOperation
                              JournalBefore JournalAfter
   MOVE SPACES TO JournalBefore, JournalAfter.

ReadNextFineRecord.
   READ FineFile NEXT RECORD
     AT END SET EndOfFineFile TO TRUE
   END-READ.

ReadNextLoanRecord.
   READ LoanFile NEXT RECORD
     AT END SET EndOfLoanFile TO TRUE
   END-READ.

OpenFineFileIO.
   OPEN I-O FineFile
   IF FineFileStatus EQUAL TO "35"
     OPEN OUTPUT FineFile
     CLOSE FineFile
     OPEN I-O FineFile
   END-IF
   IF FineFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Fine.dat, status: " FineFileStatus
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

OpenLoanFileInput.
   OPEN INPUT LoanFile
   IF LoanFileStatus EQUAL TO "35"
     OPEN OUTPUT LoanFile
     CLOSE LoanFile
     OPEN INPUT LoanFile
   END-IF
   IF LoanFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookLoan.dat, status: " LoanFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenPaymentsJournal.
   OPEN EXTEND PaymentsFile
   IF PaymentsFileStatus NOT EQUAL TO "00"
     OPEN OUTPUT PaymentsFile
   END-IF
   IF PaymentsFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open PaymentsJournal.dat, status: "
             PaymentsFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

COPY LoanPolicy.

END PROGRAM FineAmnesty.
