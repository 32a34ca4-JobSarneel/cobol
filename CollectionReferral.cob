IDENTIFICATION DIVISION.
PROGRAM-ID. CollectionReferral.
AUTHOR. Job Sarneel.
*> Long-unpaid library debts handed to the collection agency. The
*> notices go out, the statements go out, and some balances still
*> sit open for a year. 's' is the referral run: every borrower
*> whose open fines come to at least REFERMINBALANCE (whole money
*> units, default 100) and whose oldest open fine is at least
*> REFERMINDAYS days old (default 90) is written, with address and
*> every open fine itemised, to AgencyReferral.dat in the agency's
*> intake format under our REFERCLIENTCODE. Each fine referred is
*> set to "A" (with the agency -- notices and statements only chase
*> "O" fines, so they stop) and journalled to PaymentsJournal.dat as
*> an "R" record so FinesAging and the ledger see the balance move.
*> A borrower with any fine at the agency is refused loans and holds
*> at the desk, kiosk, equipment and room counters until the agency
*> clears it. 'r' reads the agency's answer, AgencyReturn.dat: a
*> recovery is posted as a payment -- the net remitted as a "K"
*> record, the agency's commission as an "M" record -- and closes
*> the fine as paid once the whole balance is recovered; a case
*> closed uncollected hands the fine back to the desk ("U" record)
*> and the referral run does not send it again. Borrowers without
*> an address on file are reported, not referred: the agency
*> cannot trace them. Both write CollectionReferral.prt.
*> UNATTENDED=Y takes the choice from REFERRALMODE (default the
*> referral run) so NightlyBatch can run them.
*> Sessions start with an OperatorSignon sign-on; an unattended
*> run takes its operator id from OPERATORID instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FineKey
          FILE STATUS IS FineFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          FILE STATUS IS BorrowerFileStatus.
   SELECT PaymentsFile ASSIGN TO "PaymentsJournal.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentsFileStatus.
   SELECT ReferralFile ASSIGN TO "AgencyReferral.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReferralFileStatus.
   SELECT AgencyReturnFile ASSIGN TO "AgencyReturn.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AgencyReturnFileStatus.
   SELECT ReportFile ASSIGN TO "CollectionReferral.prt"
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

FD PaymentsFile.
COPY PaymentRecord.

FD ReferralFile.
COPY AgencyReferralRecord.

FD AgencyReturnFile.
COPY AgencyReturnRecord.

FD ReportFile.
01 ReportLine                PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
COPY SystemParameterData.
01 FineFileStatus            PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 PaymentsFileStatus        PIC XX     VALUE "00".
01 ReferralFileStatus        PIC XX     VALUE "00".
01 AgencyReturnFileStatus    PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 referChoice               PIC X      VALUE SPACE.
01 referToday                PIC 9(8)   VALUE ZEROS.
01 fineBalance               PIC 9(5)V99 VALUE ZERO.
01 borrowerOwed              PIC 9(7)V99 VALUE ZERO.
01 oldestFineDate            PIC 9(8)   VALUE ZEROS.
01 journalAmount             PIC 9(4)V99 VALUE ZERO.
01 journalType               PIC X      VALUE SPACE.
01 netRemitted               PIC 9(5)V99 VALUE ZERO.
01 newPaidAmount             PIC 9(5)V99 VALUE ZERO.

*> The thresholds and our name at the agency, from
*> SystemParameters.dat.
01 ReferMinBalance           PIC 9(3)   VALUE 100.
01 ReferMinDays              PIC 9(3)   VALUE 90.
01 ReferClientCode           PIC X(10)  VALUE "LIBRARY".
01 ReferCutoffDate           PIC 9(8)   VALUE ZEROS.
01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".

01 DebtorsReferred           PIC 9(6)   VALUE ZERO.
01 DebtCount                 PIC 9(6)   VALUE ZERO.
01 DebtTotal                 PIC 9(9)V99 VALUE ZERO.
01 NoAddressCount            PIC 9(5)   VALUE ZERO.
01 RecoveredCount            PIC 9(5)   VALUE ZERO.
01 RecoveredGross            PIC 9(9)V99 VALUE ZERO.
01 CommissionTotal           PIC 9(9)V99 VALUE ZERO.
01 UncollectedCount          PIC 9(5)   VALUE ZERO.
01 UncollectedTotal          PIC 9(9)V99 VALUE ZERO.
01 RejectedCount             PIC 9(5)   VALUE ZERO.

*> Fines the agency has already handed back uncollected: they stay
*> with the desk and are not referred again.
01 UncollectedTable.
   02 UncollectedFineKey     OCCURS 500 TIMES.
      03 UncBorrowerNumber   PIC 9(5).
      03 UncFineSequence     PIC 9(4).
01 UncollectedFineCount      PIC 9(3)   VALUE ZERO.
01 uncollectedIndex          PIC 9(3)   VALUE ZERO.
01 UncollectedFineStatus     PIC X      VALUE "N".
   88 FineWasUncollected                VALUE "Y".

01 ReportHeading.
   02 PrnHeadingText         PIC X(42).
   02 PrnRunDate             PIC 9(8).
01 CriteriaLine.
   02 FILLER                 PIC X(30)
      VALUE "  Referred: open balance from ".
   02 PrnCritBalance         PIC ZZ9.
   02 FILLER                 PIC X(22)
      VALUE ".00, oldest fine on or".
   02 FILLER                 PIC X(8)   VALUE " before ".
   02 PrnCritCutoff          PIC 9(8).
01 DebtorLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnDbtBorrower         PIC 9(5).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnDbtName             PIC X(25).
   02 FILLER                 PIC X(8)   VALUE " oldest ".
   02 PrnDbtOldest           PIC 9(8).
   02 FILLER                 PIC X(8)   VALUE "  owing ".
   02 PrnDbtOwed             PIC ZZZ,ZZ9.99.
01 DebtLine.
   02 FILLER                 PIC X(8)   VALUE SPACES.
   02 FILLER                 PIC X(6)   VALUE "fine #".
   02 PrnDebtSequence        PIC 9(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnDebtDate            PIC 9(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnDebtDescription     PIC X(30).
   02 PrnDebtAmount          PIC ZZ,ZZ9.99.
01 SkipLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSkipBorrower        PIC 9(5).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnSkipName            PIC X(25).
   02 FILLER                 PIC X(8)   VALUE "  owing ".
   02 PrnSkipOwed            PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSkipReason          PIC X(35).
01 ReturnLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRetReference        PIC X(12).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRetResult           PIC X.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRetGross            PIC ZZ,ZZ9.99.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRetCommission       PIC ZZ,ZZ9.99.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRetOutcome          PIC X(45).
01 TotalLine.
   02 PrnTotLabel            PIC X(36).
   02 PrnTotCount            PIC ZZ,ZZ9.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnTotAmount           PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF RunningUnattended
     ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
    ELSE
     MOVE "CollectionRefer" TO SignonProgramName
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
   MOVE "CollectionRefer" TO AuditProgramName
   MOVE "START"           TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT referToday FROM DATE YYYYMMDD
   PERFORM LoadReferralParameters

   IF RunningUnattended
     MOVE "REFERRALMODE" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue(1:1) TO referChoice
     IF referChoice = SPACE
       MOVE "s" TO referChoice
     END-IF
     PERFORM RunReferralChoice
    ELSE
     PERFORM ReferralMenu
   END-IF

   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

ReferralMenu.
   DISPLAY "Press 's' to send long-unpaid debts to the collection "
           "agency, or 'r' to read the agency's return file: "
           WITH NO ADVANCING
   ACCEPT referChoice
   PERFORM RunReferralChoice.

RunReferralChoice.
   EVALUATE referChoice
     WHEN "s" PERFORM ReferLongUnpaidDebts
     WHEN "r" PERFORM ReadAgencyReturns
     WHEN OTHER
       IF RunningUnattended
         DISPLAY "REFERRALMODE '" referChoice "' is not a menu "
                 "choice. Nothing run."
         ADD 1 TO AuditErrorCount
        ELSE
         DISPLAY "That's not an 's' or an 'r'. Try again."
         PERFORM ReferralMenu
       END-IF
   END-EVALUATE.

*> The thresholds: a three-digit value replaces the default, and
*> the age becomes the latest assessment date that still counts as
*> old enough.
LoadReferralParameters.
   MOVE "REFERMINBALANCE" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue(1:3) IS NUMERIC AND SysParmValue(1:3) NOT = "000"
     MOVE SysParmValue(1:3) TO ReferMinBalance
   END-IF
   MOVE "REFERMINDAYS" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue(1:3) IS NUMERIC AND SysParmValue(1:3) NOT = "000"
     MOVE SysParmValue(1:3) TO ReferMinDays
   END-IF
   MOVE "REFERCLIENTCODE" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue NOT = SPACES
     MOVE SysParmValue(1:10) TO ReferClientCode
   END-IF
   MOVE "ADDD" TO DateArithFunction
   COMPUTE DateArithDays = ZERO - ReferMinDays
   CALL "DateArithmetic" USING DateArithFunction referToday
                               ReferCutoffDate DateArithDays
                               DateArithValid
   IF NOT DateArithIsValid
     DISPLAY "Could not work out the referral age cutoff from "
             referToday "."
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

*> The referral run: walk the borrowers, and for each one whose
*> referable fines pass both thresholds, hand every one of them to
*> the agency.
ReferLongUnpaidDebts.
   MOVE "Collection agency referral  --  Run: " TO PrnHeadingText
   PERFORM OpenReferralReport
   MOVE ReferMinBalance TO PrnCritBalance
   MOVE ReferCutoffDate TO PrnCritCutoff
   WRITE ReportLine FROM CriteriaLine
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   PERFORM LoadUncollectedFines
   PERFORM OpenBorrowerFileInput
   PERFORM OpenFineFileIO
   PERFORM OpenPaymentsJournal

   OPEN OUTPUT ReferralFile
   IF ReferralFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create AgencyReferral.dat, status: "
             ReferralFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE SPACES          TO ReferralHeaderRecord
   MOVE "H"             TO ArhRecordType
   MOVE referToday      TO ArhFileDate
   MOVE ReferClientCode TO ArhClientCode
   MOVE "LIBRARY FINES AND CHARGES" TO ArhClientName
   WRITE ReferralHeaderRecord

   READ BorrowerFile NEXT RECORD
     AT END SET EndOfBorrowerFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBorrowerFile
     PERFORM SumReferableFines
     IF borrowerOwed NOT < ReferMinBalance
        AND oldestFineDate NOT > ReferCutoffDate
       IF BorrowerStreet = SPACES
         MOVE BorrowerNumber TO PrnSkipBorrower
         MOVE BorrowerName   TO PrnSkipName
         MOVE borrowerOwed   TO PrnSkipOwed
         MOVE "no address on file; not referred" TO PrnSkipReason
         WRITE ReportLine FROM SkipLine
         ADD 1 TO NoAddressCount
        ELSE
         PERFORM ReferOneBorrower
       END-IF
     END-IF
     READ BorrowerFile NEXT RECORD
       AT END SET EndOfBorrowerFile TO TRUE
     END-READ
   END-PERFORM

   MOVE SPACES          TO ReferralTrailerRecord
   MOVE "T"             TO ArtRecordType
   MOVE DebtorsReferred TO ArtDebtorCount
   MOVE DebtCount       TO ArtDebtCount
   MOVE DebtTotal       TO ArtTotalAmount
   WRITE ReferralTrailerRecord
   CLOSE ReferralFile
   CLOSE PaymentsFile
   CLOSE FineFile
   CLOSE BorrowerFile

   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Fines referred to the agency:" TO PrnTotLabel
   MOVE DebtCount TO PrnTotCount
   MOVE DebtTotal TO PrnTotAmount
   WRITE ReportLine FROM TotalLine
   MOVE "Borrowers referred:" TO PrnTotLabel
   MOVE DebtorsReferred TO PrnTotCount
   MOVE ZERO TO PrnTotAmount
   WRITE ReportLine FROM TotalLine
   IF NoAddressCount > ZERO
     MOVE "Over the limits but no address:" TO PrnTotLabel
     MOVE NoAddressCount TO PrnTotCount
     MOVE ZERO TO PrnTotAmount
     WRITE ReportLine FROM TotalLine
   END-IF
   CLOSE ReportFile
   MOVE DebtCount TO AuditRecordCount
   DISPLAY "Collection referral: " DebtCount " fine(s) for "
           DebtorsReferred " borrower(s) written to "
           "AgencyReferral.dat; see CollectionReferral.prt.".

*> What the borrower owes on fines the referral run may send, and
*> the assessment date of the oldest of them: open fines with a
*> balance, less any the agency handed back before.
SumReferableFines.
   MOVE ZERO  TO borrowerOwed
   MOVE 99999999 TO oldestFineDate
   MOVE BorrowerNumber TO FineBorrowerNumber
   MOVE ZEROS          TO FineSequence
   START FineFile KEY IS NOT LESS THAN FineKey
     INVALID KEY
       SET EndOfFineFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextFineRecord
   END-START
   PERFORM UNTIL EndOfFineFile
                 OR FineBorrowerNumber NOT EQUAL TO BorrowerNumber
     PERFORM CheckFineReferable
     IF fineBalance > ZERO
       ADD fineBalance TO borrowerOwed
       IF FineAssessDate < oldestFineDate
         MOVE FineAssessDate TO oldestFineDate
       END-IF
     END-IF
     PERFORM ReadNextFineRecord
   END-PERFORM.

*> Leaves the fine's open balance in fineBalance, or zero when the
*> fine is not one the referral run sends.
CheckFineReferable.
   MOVE ZERO TO fineBalance
   IF FineStatus = "O"
     MOVE "N" TO UncollectedFineStatus
     PERFORM VARYING uncollectedIndex FROM 1 BY 1
             UNTIL uncollectedIndex > UncollectedFineCount
                   OR FineWasUncollected
       IF UncBorrowerNumber(uncollectedIndex) = FineBorrowerNumber
          AND UncFineSequence(uncollectedIndex) = FineSequence
         MOVE "Y" TO UncollectedFineStatus
       END-IF
     END-PERFORM
     IF NOT FineWasUncollected AND FineAmount > FinePaidAmount
       COMPUTE fineBalance = FineAmount - FinePaidAmount
     END-IF
   END-IF.

ReferOneBorrower.
   ADD 1 TO DebtorsReferred
   MOVE SPACES            TO ReferralDebtorRecord
   MOVE "B"               TO ArbRecordType
   MOVE "LIB"             TO ArbRefPrefix
   MOVE BorrowerNumber    TO ArbRefBorrower
   MOVE BorrowerName      TO ArbName
   MOVE BorrowerStreet    TO ArbStreet
   MOVE BorrowerCity      TO ArbCity
   MOVE BorrowerPostcode  TO ArbPostcode
   MOVE BorrowerPhone     TO ArbPhone
   MOVE oldestFineDate    TO ArbOldestDebtDate
   WRITE ReferralDebtorRecord
   MOVE BorrowerNumber TO PrnDbtBorrower
   MOVE BorrowerName   TO PrnDbtName
   MOVE oldestFineDate TO PrnDbtOldest
   MOVE borrowerOwed   TO PrnDbtOwed
   WRITE ReportLine FROM DebtorLine

   MOVE BorrowerNumber TO FineBorrowerNumber
   MOVE ZEROS          TO FineSequence
   START FineFile KEY IS NOT LESS THAN FineKey
     INVALID KEY
       SET EndOfFineFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextFineRecord
   END-START
   PERFORM UNTIL EndOfFineFile
                 OR FineBorrowerNumber NOT EQUAL TO BorrowerNumber
     PERFORM CheckFineReferable
     IF fineBalance > ZERO
       PERFORM ReferOneFine
     END-IF
     PERFORM ReadNextFineRecord
   END-PERFORM
   MOVE BorrowerNumber TO AuditKeyValue
   MOVE "AGREF"        TO AuditEventType
   PERFORM LogAuditEvent.

ReferOneFine.
   MOVE "A" TO FineStatus
   REWRITE FineRecord
     INVALID KEY
       DISPLAY "Could not mark fine " FineBorrowerNumber "/"
               FineSequence " as referred, status: " FineFileStatus
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       MOVE SPACES             TO ReferralDebtRecord
       MOVE "D"                TO ArdRecordType
       MOVE "LIB"              TO ArdRefPrefix
       MOVE FineBorrowerNumber TO ArdRefBorrower
       MOVE FineSequence       TO ArdRefSequence
       MOVE FineAssessDate     TO ArdDebtDate
       MOVE FineBSN            TO ArdItemReference
       MOVE fineBalance        TO ArdAmount
       EVALUATE FineReasonCode
         WHEN "R"   MOVE "Library: lost book replacement"
                      TO ArdDescription
         WHEN "D"   MOVE "Library: damage fee" TO ArdDescription
         WHEN "E"   MOVE "Library: late equipment return"
                      TO ArdDescription
         WHEN OTHER MOVE "Library: late return fine"
                      TO ArdDescription
       END-EVALUATE
       WRITE ReferralDebtRecord
       ADD 1 TO DebtCount
       ADD fineBalance TO DebtTotal
       MOVE "R"         TO journalType
       MOVE fineBalance TO journalAmount
       PERFORM WriteJournalRecord
       MOVE FineSequence   TO PrnDebtSequence
       MOVE FineAssessDate TO PrnDebtDate
       MOVE ArdDescription TO PrnDebtDescription
       MOVE fineBalance    TO PrnDebtAmount
       WRITE ReportLine FROM DebtLine
   END-REWRITE.

*> The agency's answers: a recovery is paid in, less commission;
*> closed uncollected hands the fine back to the desk as open.
ReadAgencyReturns.
   MOVE "Collection agency returns  --  Run: " TO PrnHeadingText
   PERFORM OpenReferralReport
   OPEN INPUT AgencyReturnFile
   IF AgencyReturnFileStatus NOT EQUAL TO "00"
     MOVE "  (no AgencyReturn.dat from the agency)" TO ReportLine
     WRITE ReportLine
     CLOSE ReportFile
     DISPLAY "No AgencyReturn.dat to read (status "
             AgencyReturnFileStatus ")."
    ELSE
     PERFORM OpenFineFileIO
     PERFORM OpenPaymentsJournal
     READ AgencyReturnFile
       AT END SET EndOfAgencyReturnFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfAgencyReturnFile
       PERFORM ApplyOneAgencyReturn
       READ AgencyReturnFile
         AT END SET EndOfAgencyReturnFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE AgencyReturnFile
     CLOSE PaymentsFile
     CLOSE FineFile

     MOVE SPACES TO ReportLine
     WRITE ReportLine
     MOVE "Debts recovered by the agency:" TO PrnTotLabel
     MOVE RecoveredCount TO PrnTotCount
     MOVE RecoveredGross TO PrnTotAmount
     WRITE ReportLine FROM TotalLine
     MOVE "  of which agency commission:" TO PrnTotLabel
     MOVE ZERO TO PrnTotCount
     MOVE CommissionTotal TO PrnTotAmount
     WRITE ReportLine FROM TotalLine
     MOVE "Debts handed back uncollected:" TO PrnTotLabel
     MOVE UncollectedCount TO PrnTotCount
     MOVE UncollectedTotal TO PrnTotAmount
     WRITE ReportLine FROM TotalLine
     MOVE "Return records not applied:" TO PrnTotLabel
     MOVE RejectedCount TO PrnTotCount
     MOVE ZERO TO PrnTotAmount
     WRITE ReportLine FROM TotalLine
     CLOSE ReportFile
     ADD RejectedCount TO AuditErrorCount
     COMPUTE AuditRecordCount = RecoveredCount + UncollectedCount
     DISPLAY "Agency returns: " RecoveredCount " recovered, "
             UncollectedCount " uncollected, " RejectedCount
             " not applied; see CollectionReferral.prt."
   END-IF.

ApplyOneAgencyReturn.
   MOVE AgrDebtReference TO PrnRetReference
   MOVE AgrResult        TO PrnRetResult
   MOVE AgrGrossAmount   TO PrnRetGross
   MOVE AgrCommission    TO PrnRetCommission
   IF AgrRefPrefix NOT = "LIB" OR AgrRefBorrower IS NOT NUMERIC
      OR AgrRefSequence IS NOT NUMERIC
     MOVE "not a library debt reference" TO PrnRetOutcome
     ADD 1 TO RejectedCount
    ELSE
     MOVE AgrRefBorrower TO FineBorrowerNumber
     MOVE AgrRefSequence TO FineSequence
     READ FineFile
       INVALID KEY
         MOVE "no such fine on Fine.dat" TO PrnRetOutcome
         ADD 1 TO RejectedCount
       NOT INVALID KEY
         IF FineStatus NOT = "A"
           MOVE "fine is not with the agency; already settled?"
             TO PrnRetOutcome
           ADD 1 TO RejectedCount
          ELSE
           EVALUATE TRUE
             WHEN AgrRecovered
               PERFORM PostAgencyRecovery
             WHEN AgrClosedUncollected
               PERFORM ReturnUncollectedFine
             WHEN OTHER
               MOVE "result is neither R nor C" TO PrnRetOutcome
               ADD 1 TO RejectedCount
           END-EVALUATE
         END-IF
     END-READ
   END-IF
   WRITE ReportLine FROM ReturnLine.

*> The debtor's payment goes against the fine in full; the agency
*> remits it less its commission, and the two parts are journalled
*> apart so the ledger books the commission as a cost. A part
*> recovery leaves the fine with the agency for the rest.
PostAgencyRecovery.
   COMPUTE newPaidAmount = FinePaidAmount + AgrGrossAmount
   EVALUATE TRUE
     WHEN AgrGrossAmount = ZERO
       MOVE "recovery of nothing; not applied" TO PrnRetOutcome
       ADD 1 TO RejectedCount
     WHEN AgrCommission > AgrGrossAmount
       MOVE "commission is more than the recovery" TO PrnRetOutcome
       ADD 1 TO RejectedCount
     WHEN newPaidAmount > FineAmount
       MOVE "recovery is more than the balance owed"
         TO PrnRetOutcome
       ADD 1 TO RejectedCount
     WHEN OTHER
       MOVE newPaidAmount TO FinePaidAmount
       IF FinePaidAmount = FineAmount
         MOVE "P" TO FineStatus
       END-IF
       REWRITE FineRecord
         INVALID KEY
           MOVE "could not rewrite the fine" TO PrnRetOutcome
           ADD 1 TO RejectedCount
         NOT INVALID KEY
           COMPUTE netRemitted = AgrGrossAmount - AgrCommission
           MOVE "K"         TO journalType
           MOVE netRemitted TO journalAmount
           PERFORM WriteJournalRecord
           IF AgrCommission > ZERO
             MOVE "M"           TO journalType
             MOVE AgrCommission TO journalAmount
             PERFORM WriteJournalRecord
           END-IF
           IF FineStatus = "P"
             MOVE "recovered; fine closed as paid" TO PrnRetOutcome
            ELSE
             MOVE "part recovered; rest stays with the agency"
               TO PrnRetOutcome
           END-IF
           ADD 1 TO RecoveredCount
           ADD AgrGrossAmount TO RecoveredGross
           ADD AgrCommission  TO CommissionTotal
           MOVE FineBorrowerNumber TO AuditKeyValue
           MOVE "AGREC" TO AuditEventType
           PERFORM LogAuditEvent
       END-REWRITE
   END-EVALUATE.

ReturnUncollectedFine.
   COMPUTE journalAmount = FineAmount - FinePaidAmount
   MOVE "O" TO FineStatus
   REWRITE FineRecord
     INVALID KEY
       MOVE "could not rewrite the fine" TO PrnRetOutcome
       ADD 1 TO RejectedCount
     NOT INVALID KEY
       MOVE "U" TO journalType
       PERFORM WriteJournalRecord
       MOVE SPACES TO PrnRetOutcome
       STRING "uncollected: " AgrReason
              DELIMITED BY SIZE INTO PrnRetOutcome
       ADD 1 TO UncollectedCount
       ADD journalAmount TO UncollectedTotal
       MOVE FineBorrowerNumber TO AuditKeyValue
       MOVE "AGUNC" TO AuditEventType
       PERFORM LogAuditEvent
   END-REWRITE.

*> Every fine the journal shows handed back uncollected, so the
*> referral run can leave those with the desk.
LoadUncollectedFines.
   MOVE ZERO TO UncollectedFineCount
   OPEN INPUT PaymentsFile
   IF PaymentsFileStatus EQUAL TO "00"
     READ PaymentsFile
       AT END SET EndOfPaymentsFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfPaymentsFile
       IF PayType = "U"
         IF UncollectedFineCount < 500
           ADD 1 TO UncollectedFineCount
           MOVE PayBorrowerNumber
             TO UncBorrowerNumber(UncollectedFineCount)
           MOVE PayFineSequence
             TO UncFineSequence(UncollectedFineCount)
          ELSE
           DISPLAY "More than 500 uncollected debts on the journal; "
                   "later ones may be referred again."
           ADD 1 TO AuditErrorCount
           SET EndOfPaymentsFile TO TRUE
         END-IF
       END-IF
       IF NOT EndOfPaymentsFile
         READ PaymentsFile
           AT END SET EndOfPaymentsFile TO TRUE
         END-READ
       END-IF
     END-PERFORM
     CLOSE PaymentsFile
   END-IF.

WriteJournalRecord.
   ACCEPT PayDate FROM DATE YYYYMMDD
   ACCEPT PayTime FROM TIME
   MOVE "AGCY"             TO PayOperatorId
   MOVE FineBorrowerNumber TO PayBorrowerNumber
   MOVE FineSequence       TO PayFineSequence
   MOVE journalAmount      TO PayAmount
   MOVE journalType        TO PayType
   WRITE PaymentRecord
   IF PaymentsFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not write payment journal record, status: "
             PaymentsFileStatus
     ADD 1 TO AuditErrorCount
   END-IF.

ReadNextFineRecord.
   READ FineFile NEXT RECORD
     AT END SET EndOfFineFile TO TRUE
   END-READ.

OpenReferralReport.
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create CollectionReferral.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE referToday TO PrnRunDate
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine.

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

COPY AuditLog.

END PROGRAM CollectionReferral.
