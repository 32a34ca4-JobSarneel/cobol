IDENTIFICATION DIVISION.
PROGRAM-ID. StudentBilling.
AUTHOR. Job Sarneel.
*> Library fines billed to students' university accounts. Fines
*> owed by a student-linked borrower (BorrowerStudentId on a
*> StudentMaster.dat student) used to wait for cash at the desk and
*> mostly never came. 'b' is the billing run: every such borrower
*> whose open fines come to more than PolStudentBillMin has each
*> open fine written to StudentCharges.dat in the registrar's
*> billing format, the fine set to "T" (transferred -- the desk no
*> longer collects it) and a "T" record journalled to
*> PaymentsJournal.dat so CashUp and FinesAging see the balance
*> move off the desk's books. 'r' reads the registrar's answer,
*> StudentChargeReturn.dat: a charge collected closes its fine as
*> paid ("C" journal record); a charge bounced back reopens it for
*> the desk ("B" journal record) and the billing run does not send
*> it again. Both write StudentBilling.prt. UNATTENDED=Y takes the
*> choice from BILLINGMODE (default the billing run) so
*> NightlyBatch can run them.
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
   SELECT StudentMaster ASSIGN TO "StudentMaster.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS StudentId
          FILE STATUS IS StudentMasterStatus.
   SELECT PaymentsFile ASSIGN TO "PaymentsJournal.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentsFileStatus.
   SELECT ChargeFile ASSIGN TO "StudentCharges.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ChargeFileStatus.
   SELECT ReturnFile ASSIGN TO "StudentChargeReturn.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReturnFileStatus.
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT ReportFile ASSIGN TO "StudentBilling.prt"
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

FD StudentMaster.
COPY StudentRec.

FD PaymentsFile.
COPY PaymentRecord.

FD ChargeFile.
COPY StudentChargeRecord.

FD ReturnFile.
COPY ChargeReturnRecord.

FD LoanPolicyFile.
COPY LoanPolicyRecord.

FD ReportFile.
01 ReportLine                PIC X(90).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
COPY OperatorSignonData.
COPY LoanPolicyData.
01 FineFileStatus            PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 StudentMasterStatus       PIC XX     VALUE "00".
01 PaymentsFileStatus        PIC XX     VALUE "00".
01 ChargeFileStatus          PIC XX     VALUE "00".
01 ReturnFileStatus          PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 billChoice                PIC X      VALUE SPACE.
01 billToday                 PIC 9(8)   VALUE ZEROS.
01 fineBalance               PIC 9(5)V99 VALUE ZERO.
01 borrowerOwed              PIC 9(7)V99 VALUE ZERO.
01 journalAmount             PIC 9(4)V99 VALUE ZERO.
01 journalType               PIC X      VALUE SPACE.
01 journalOperator           PIC X(4)   VALUE SPACES.

01 BorrowersBilled           PIC 9(5)   VALUE ZERO.
01 ChargeCount               PIC 9(6)   VALUE ZERO.
01 ChargeTotal               PIC 9(9)V99 VALUE ZERO.
01 NotOnMasterCount          PIC 9(5)   VALUE ZERO.
01 CollectedCount            PIC 9(5)   VALUE ZERO.
01 CollectedTotal            PIC 9(9)V99 VALUE ZERO.
01 BouncedCount              PIC 9(5)   VALUE ZERO.
01 BouncedTotal              PIC 9(9)V99 VALUE ZERO.
01 RejectedCount             PIC 9(5)   VALUE ZERO.

*> Fines the registrar has already bounced back once: they stay
*> with the desk and are not billed again.
01 BouncedTable.
   02 BouncedFineKey         OCCURS 500 TIMES.
      03 BncBorrowerNumber   PIC 9(5).
      03 BncFineSequence     PIC 9(4).
01 BouncedFineCount          PIC 9(3)   VALUE ZERO.
01 bouncedIndex              PIC 9(3)   VALUE ZERO.
01 BouncedFineStatus         PIC X      VALUE "N".
   88 FineWasBounced                    VALUE "Y".

01 ReportHeading.
   02 PrnHeadingText         PIC X(42).
   02 PrnRunDate             PIC 9(8).
01 ChargeLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnChgBorrower         PIC 9(5).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnChgName             PIC X(25).
   02 FILLER                 PIC X(9)   VALUE " student ".
   02 PrnChgStudentId        PIC 9(8).
   02 FILLER                 PIC X(7)   VALUE " fine #".
   02 PrnChgSequence         PIC 9(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnChgAmount           PIC ZZ,ZZ9.99.
01 SkipLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSkipBorrower        PIC 9(5).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnSkipName            PIC X(25).
   02 FILLER                 PIC X(9)   VALUE " student ".
   02 PrnSkipStudentId       PIC 9(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSkipReason          PIC X(35).
01 ReturnLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRetReference        PIC X(12).
   02 FILLER                 PIC X(9)   VALUE " student ".
   02 PrnRetStudentId        PIC 9(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRetAmount           PIC ZZ,ZZ9.99.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRetOutcome          PIC X(40).
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
     MOVE "StudentBilling" TO SignonProgramName
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
   MOVE "StudentBilling" TO AuditProgramName
   MOVE "START"          TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT billToday FROM DATE YYYYMMDD
   PERFORM LoadLoanPolicy

   IF RunningUnattended
     MOVE "BILLINGMODE" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue(1:1) TO billChoice
     IF billChoice = SPACE
       MOVE "b" TO billChoice
     END-IF
     PERFORM RunBillingChoice
    ELSE
     PERFORM BillingMenu
   END-IF

   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

BillingMenu.
   DISPLAY "Press 'b' to bill student fines to university accounts, "
           "or 'r' to read the registrar's return file: "
           WITH NO ADVANCING
   ACCEPT billChoice
   PERFORM RunBillingChoice.

RunBillingChoice.
   EVALUATE billChoice
     WHEN "b" PERFORM BillStudentFines
     WHEN "r" PERFORM ReadRegistrarReturns
     WHEN OTHER
       IF RunningUnattended
         DISPLAY "BILLINGMODE '" billChoice "' is not a menu "
                 "choice. Nothing run."
         ADD 1 TO AuditErrorCount
        ELSE
         DISPLAY "That's not a 'b' or an 'r'. Try again."
         PERFORM BillingMenu
       END-IF
   END-EVALUATE.

*> The billing run: walk the borrowers, and for each one linked to
*> a student on the master whose open fines pass the threshold,
*> charge every open fine to the student's account.
BillStudentFines.
   MOVE "Student fine billing  --  Run: " TO PrnHeadingText
   PERFORM OpenBillingReport
   PERFORM LoadBouncedFines
   PERFORM OpenBorrowerFileInput
   PERFORM OpenStudentMasterInput
   PERFORM OpenFineFileIO
   PERFORM OpenPaymentsJournal
   MOVE "BILL" TO journalOperator

   OPEN OUTPUT ChargeFile
   IF ChargeFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create StudentCharges.dat, status: "
             ChargeFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE SPACES    TO ChargeHeaderRecord
   MOVE "H"       TO SchRecordType
   MOVE billToday TO SchFileDate
   MOVE "LIBRARY" TO SchSource
   WRITE ChargeHeaderRecord

   READ BorrowerFile NEXT RECORD
     AT END SET EndOfBorrowerFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBorrowerFile
     IF BorrowerStudentId > ZERO
       PERFORM SumBillableFines
       IF borrowerOwed > PolStudentBillMin
         MOVE BorrowerStudentId TO StudentId
         READ StudentMaster
           INVALID KEY
             MOVE BorrowerNumber    TO PrnSkipBorrower
             MOVE BorrowerName      TO PrnSkipName
             MOVE BorrowerStudentId TO PrnSkipStudentId
             MOVE "not on StudentMaster.dat; not billed"
               TO PrnSkipReason
             WRITE ReportLine FROM SkipLine
             ADD 1 TO NotOnMasterCount
           NOT INVALID KEY
             PERFORM BillOneBorrower
         END-READ
       END-IF
     END-IF
     READ BorrowerFile NEXT RECORD
       AT END SET EndOfBorrowerFile TO TRUE
     END-READ
   END-PERFORM

   MOVE SPACES      TO ChargeTrailerRecord
   MOVE "T"         TO SctRecordType
   MOVE ChargeCount TO SctRecordCount
   MOVE ChargeTotal TO SctTotalAmount
   WRITE ChargeTrailerRecord
   CLOSE ChargeFile
   CLOSE PaymentsFile
   CLOSE FineFile
   CLOSE StudentMaster
   CLOSE BorrowerFile

   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Fines billed to student accounts:" TO PrnTotLabel
   MOVE ChargeCount TO PrnTotCount
   MOVE ChargeTotal TO PrnTotAmount
   WRITE ReportLine FROM TotalLine
   MOVE "Students billed:" TO PrnTotLabel
   MOVE BorrowersBilled TO PrnTotCount
   MOVE ZERO TO PrnTotAmount
   WRITE ReportLine FROM TotalLine
   IF NotOnMasterCount > ZERO
     MOVE "Linked to no student on the master:" TO PrnTotLabel
     MOVE NotOnMasterCount TO PrnTotCount
     MOVE ZERO TO PrnTotAmount
     WRITE ReportLine FROM TotalLine
     ADD NotOnMasterCount TO AuditErrorCount
   END-IF
   CLOSE ReportFile
   MOVE ChargeCount TO AuditRecordCount
   DISPLAY "Student billing: " ChargeCount " fine(s) for "
           BorrowersBilled " student(s) written to "
           "StudentCharges.dat; see StudentBilling.prt.".

*> What the borrower owes on fines the billing run may send: open
*> fines with a balance, less any the registrar bounced back before.
SumBillableFines.
   MOVE ZERO TO borrowerOwed
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
     PERFORM CheckFineBillable
     IF fineBalance > ZERO
       ADD fineBalance TO borrowerOwed
     END-IF
     PERFORM ReadNextFineRecord
   END-PERFORM.

*> Leaves the fine's open balance in fineBalance, or zero when the
*> fine is not one the billing run sends.
CheckFineBillable.
   MOVE ZERO TO fineBalance
   IF FineStatus = "O"
     MOVE "N" TO BouncedFineStatus
     PERFORM VARYING bouncedIndex FROM 1 BY 1
             UNTIL bouncedIndex > BouncedFineCount OR FineWasBounced
       IF BncBorrowerNumber(bouncedIndex) = FineBorrowerNumber
          AND BncFineSequence(bouncedIndex) = FineSequence
         MOVE "Y" TO BouncedFineStatus
       END-IF
     END-PERFORM
     IF NOT FineWasBounced AND FineAmount > FinePaidAmount
       COMPUTE fineBalance = FineAmount - FinePaidAmount
     END-IF
   END-IF.

BillOneBorrower.
   ADD 1 TO BorrowersBilled
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
     PERFORM CheckFineBillable
     IF fineBalance > ZERO
       PERFORM ChargeOneFine
     END-IF
     PERFORM ReadNextFineRecord
   END-PERFORM
   MOVE BorrowerNumber TO AuditKeyValue
   MOVE "SBILL"        TO AuditEventType
   PERFORM LogAuditEvent.

ChargeOneFine.
   MOVE "T" TO FineStatus
   REWRITE FineRecord
     INVALID KEY
       DISPLAY "Could not mark fine " FineBorrowerNumber "/"
               FineSequence " as billed, status: " FineFileStatus
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       MOVE SPACES             TO ChargeDetailRecord
       MOVE "D"                TO ScdRecordType
       MOVE StudentId          TO ScdStudentId
       MOVE "LIB"              TO ScdRefPrefix
       MOVE FineBorrowerNumber TO ScdRefBorrower
       MOVE FineSequence       TO ScdRefSequence
       MOVE billToday          TO ScdChargeDate
       MOVE "LIBF"             TO ScdChargeCode
       MOVE fineBalance        TO ScdAmount
       EVALUATE FineReasonCode
         WHEN "R"   MOVE "Library: lost book replacement"
                      TO ScdDescription
         WHEN "D"   MOVE "Library: damage fee" TO ScdDescription
         WHEN "E"   MOVE "Library: late equipment return"
                      TO ScdDescription
         WHEN OTHER MOVE "Library: late return fine"
                      TO ScdDescription
       END-EVALUATE
       WRITE ChargeDetailRecord
       ADD 1 TO ChargeCount
       ADD fineBalance TO ChargeTotal
       MOVE "T"         TO journalType
       MOVE fineBalance TO journalAmount
       PERFORM WriteJournalRecord
       MOVE FineBorrowerNumber TO PrnChgBorrower
       MOVE BorrowerName       TO PrnChgName
       MOVE StudentId          TO PrnChgStudentId
       MOVE FineSequence       TO PrnChgSequence
       MOVE fineBalance        TO PrnChgAmount
       WRITE ReportLine FROM ChargeLine
   END-REWRITE.

*> The registrar's answers: collected closes the fine as paid,
*> bounced hands it back to the desk as an open fine.
ReadRegistrarReturns.
   MOVE "Registrar charge returns  --  Run: " TO PrnHeadingText
   PERFORM OpenBillingReport
   OPEN INPUT ReturnFile
   IF ReturnFileStatus NOT EQUAL TO "00"
     MOVE "  (no StudentChargeReturn.dat from the registrar)"
       TO ReportLine
     WRITE ReportLine
     CLOSE ReportFile
     DISPLAY "No StudentChargeReturn.dat to read (status "
             ReturnFileStatus ")."
    ELSE
     PERFORM OpenFineFileIO
     PERFORM OpenPaymentsJournal
     MOVE "REGR" TO journalOperator
     READ ReturnFile
       AT END SET EndOfReturnFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfReturnFile
       PERFORM ApplyOneReturn
       READ ReturnFile
         AT END SET EndOfReturnFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE ReturnFile
     CLOSE PaymentsFile
     CLOSE FineFile

     MOVE SPACES TO ReportLine
     WRITE ReportLine
     MOVE "Charges collected by the registrar:" TO PrnTotLabel
     MOVE CollectedCount TO PrnTotCount
     MOVE CollectedTotal TO PrnTotAmount
     WRITE ReportLine FROM TotalLine
     MOVE "Charges bounced back to the desk:" TO PrnTotLabel
     MOVE BouncedCount TO PrnTotCount
     MOVE BouncedTotal TO PrnTotAmount
     WRITE ReportLine FROM TotalLine
     MOVE "Return records not applied:" TO PrnTotLabel
     MOVE RejectedCount TO PrnTotCount
     MOVE ZERO TO PrnTotAmount
     WRITE ReportLine FROM TotalLine
     CLOSE ReportFile
     ADD RejectedCount TO AuditErrorCount
     COMPUTE AuditRecordCount = CollectedCount + BouncedCount
     DISPLAY "Registrar returns: " CollectedCount " collected, "
             BouncedCount " bounced, " RejectedCount
             " not applied; see StudentBilling.prt."
   END-IF.

ApplyOneReturn.
   MOVE ScrChargeReference TO PrnRetReference
   MOVE ScrStudentId       TO PrnRetStudentId
   MOVE ScrAmount          TO PrnRetAmount
   IF ScrRefPrefix NOT = "LIB" OR ScrRefBorrower IS NOT NUMERIC
      OR ScrRefSequence IS NOT NUMERIC
     MOVE "not a library charge reference" TO PrnRetOutcome
     ADD 1 TO RejectedCount
    ELSE
     MOVE ScrRefBorrower TO FineBorrowerNumber
     MOVE ScrRefSequence TO FineSequence
     READ FineFile
       INVALID KEY
         MOVE "no such fine on Fine.dat" TO PrnRetOutcome
         ADD 1 TO RejectedCount
       NOT INVALID KEY
         IF FineStatus NOT = "T"
           MOVE "fine is not billed out; already settled?"
             TO PrnRetOutcome
           ADD 1 TO RejectedCount
          ELSE
           PERFORM SettleBilledFine
         END-IF
     END-READ
   END-IF
   WRITE ReportLine FROM ReturnLine.

SettleBilledFine.
   COMPUTE journalAmount = FineAmount - FinePaidAmount
   EVALUATE TRUE
     WHEN ScrCollected
       MOVE FineAmount TO FinePaidAmount
       MOVE "P" TO FineStatus
       MOVE "C" TO journalType
     WHEN ScrBounced
       MOVE "O" TO FineStatus
       MOVE "B" TO journalType
     WHEN OTHER
       MOVE SPACE TO journalType
   END-EVALUATE
   IF journalType = SPACE
     MOVE "result is neither C nor B" TO PrnRetOutcome
     ADD 1 TO RejectedCount
    ELSE
     REWRITE FineRecord
       INVALID KEY
         MOVE "could not rewrite the fine" TO PrnRetOutcome
         ADD 1 TO RejectedCount
       NOT INVALID KEY
         PERFORM WriteJournalRecord
         MOVE FineBorrowerNumber TO AuditKeyValue
         IF ScrCollected
           MOVE "collected; fine closed as paid" TO PrnRetOutcome
           ADD 1 TO CollectedCount
           ADD journalAmount TO CollectedTotal
           MOVE "SCOLL" TO AuditEventType
          ELSE
           MOVE SPACES TO PrnRetOutcome
           STRING "bounced: " ScrReason
                  DELIMITED BY SIZE INTO PrnRetOutcome
           ADD 1 TO BouncedCount
           ADD journalAmount TO BouncedTotal
           MOVE "SBNCE" TO AuditEventType
         END-IF
         PERFORM LogAuditEvent
     END-REWRITE
   END-IF.

*> Every bounce the journal holds, so the billing run can leave
*> those fines with the desk.
LoadBouncedFines.
   MOVE ZERO TO BouncedFineCount
   OPEN INPUT PaymentsFile
   IF PaymentsFileStatus EQUAL TO "00"
     READ PaymentsFile
       AT END SET EndOfPaymentsFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfPaymentsFile
       IF PayType = "B"
         IF BouncedFineCount < 500
           ADD 1 TO BouncedFineCount
           MOVE PayBorrowerNumber
             TO BncBorrowerNumber(BouncedFineCount)
           MOVE PayFineSequence TO BncFineSequence(BouncedFineCount)
          ELSE
           DISPLAY "More than 500 bounced charges on the journal; "
                   "later ones may be billed again."
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
   MOVE journalOperator    TO PayOperatorId
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

OpenBillingReport.
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create StudentBilling.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE billToday TO PrnRunDate
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

OpenStudentMasterInput.
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

COPY LoanPolicy.

COPY AuditLog.

END PROGRAM StudentBilling.
