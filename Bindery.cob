IDENTIFICATION DIVISION.
PROGRAM-ID. Bindery.
AUTHOR. Job Sarneel.
*> Bindery and repair shipments. A copy set to "B" in CopyMaster
*> used to drop out of sight until someone remembered it; here the
*> copies going out are grouped into numbered batches in
*> BinderyBatch.dat -- binder (a Supplier.dat vendor), send date,
*> expected return date and the BudgetLines.dat line that pays --
*> with one BinderyItem.dat record per copy. 'n' opens a new batch
*> and takes its copies, 'a' adds copies to a batch still out, 'r'
*> books a batch's copies back in (repaired: available again with
*> the repair cost recorded; beyond repair: withdrawn the way
*> Weeding does it, off the title's count and into the
*> withdrawals register, through WithdrawCopy.cpy), and 'l'
*> prints BinderyOverdue.prt, the batches past their expected
*> return date with the copies still missing. Repair costs count
*> in Acquisitions' budget spend report and InsuranceValuation.
*> UNATTENDED=Y takes the choice from BINDERYMODE (default the
*> overdue list) so NightlyBatch can print it.
*> Sessions start with an OperatorSignon sign-on; an unattended
*> run takes its operator id from OPERATORID instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BatchFile ASSIGN TO "BinderyBatch.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BndBatchNumber
          FILE STATUS IS BatchFileStatus.
   SELECT ItemFile ASSIGN TO "BinderyItem.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BniKey
          FILE STATUS IS ItemFileStatus.
   SELECT CopyFile ASSIGN TO "BookCopy.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CopyKey
          FILE STATUS IS CopyFileStatus.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSN
          ALTERNATE RECORD KEY IS AuthSurname WITH DUPLICATES
          FILE STATUS IS BookFileStatus.
   SELECT WithdrawalFile ASSIGN TO "Withdrawals.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WithdrawalFileStatus.
   SELECT SupplierFile ASSIGN TO "Supplier.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SupplierCode
          FILE STATUS IS SupplierFileStatus.
   SELECT BudgetFile ASSIGN TO "BudgetLines.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BudgetLineCode
          FILE STATUS IS BudgetFileStatus.
   SELECT ReportFile ASSIGN TO "BinderyOverdue.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BatchFile.
COPY BinderyBatchRecord.

FD ItemFile.
COPY BinderyItemRecord.

FD CopyFile.
COPY BookCopyRecord.

FD BookFile.
COPY BookDetailsRecord.

FD WithdrawalFile.
COPY WithdrawalRecord.

FD SupplierFile.
01 SupplierRecord.
   88  EndOfSupplierFile                VALUE HIGH-VALUES.
   02  SupplierCode          PIC X(4).
   02  SupplierName          PIC X(30).

FD BudgetFile.
01 BudgetRecord.
   88  EndOfBudgetFile                  VALUE HIGH-VALUES.
   02  BudgetLineCode        PIC X(4).
   02  BudgetLineName        PIC X(20).
   02  BudgetAllocation      PIC 9(7)V99.

FD ReportFile.
01 ReportLine                PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
COPY OperatorSignonData.
COPY WithdrawCopyData.
01 BatchFileStatus           PIC XX     VALUE "00".
01 ItemFileStatus            PIC XX     VALUE "00".
01 CopyFileStatus            PIC XX     VALUE "00".
01 BookFileStatus            PIC XX     VALUE "00".
01 SupplierFileStatus        PIC XX     VALUE "00".
01 BudgetFileStatus          PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 bndChoice                 PIC X      VALUE SPACE.
01 bndToday                  PIC 9(8)   VALUE ZEROS.
01 batchInput                PIC 9(4)   VALUE ZERO.
01 BatchFoundStatus          PIC X      VALUE "N".
   88 BatchIsFound                      VALUE "Y".
01 nextBatchNumber           PIC 9(4)   VALUE ZERO.
01 searchBSN                 PIC X(17)  VALUE SPACES.
01 copyInput                 PIC 9(2)   VALUE ZERO.
01 turnaroundInput           PIC 9(3)   VALUE ZERO.
01 returnAnswer              PIC X      VALUE SPACE.
01 repairCostInput           PIC 9(5)V99 VALUE ZERO.
01 supplierCodeInput         PIC X(4)   VALUE SPACES.
01 supplierNameInput         PIC X(30)  VALUE SPACES.
01 SupplierOk                PIC X      VALUE "N".
   88 SupplierIsOk                      VALUE "Y".
01 budgetLineInput           PIC X(4)   VALUE SPACES.
01 BudgetLineOk              PIC X      VALUE "N".
   88 BudgetLineIsOk                    VALUE "Y".
01 copiesAdded               PIC 9(3)   VALUE ZERO.
01 copiesBack                PIC 9(3)   VALUE ZERO.
01 BatchesListed             PIC 9(4)   VALUE ZERO.

*> Turnaround when the operator gives none: six weeks is what the
*> binders quote for a standard rebind.
01 DefaultTurnaroundDays     PIC 9(3)   VALUE 42.

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithResult           PIC 9(8)   VALUE ZEROS.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".

01 ReportHeading.
   02 FILLER                 PIC X(42)
      VALUE "Bindery batches overdue  --  Run: ".
   02 PrnRunDate             PIC 9(8).
01 BatchLine.
   02 FILLER                 PIC X(6)   VALUE "Batch ".
   02 PrnBatchNumber         PIC 9(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnBinder              PIC X(30).
   02 FILLER                 PIC X(8)   VALUE "  sent: ".
   02 PrnSendDate            PIC 9(8).
   02 FILLER                 PIC X(8)   VALUE "  due: ".
   02 PrnExpectedDate        PIC 9(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnDaysLate            PIC ZZZZ9.
   02 FILLER                 PIC X(11)  VALUE " days late,".
   02 PrnOutCount            PIC ZZ9.
   02 FILLER                 PIC X(4)   VALUE " out".
01 ItemLine.
   02 FILLER                 PIC X(6)   VALUE SPACES.
   02 PrnItemBSN             PIC X(17).
   02 FILLER                 PIC X(7)   VALUE "  copy ".
   02 PrnItemCopy            PIC Z9.
01 ReportTotalLine.
   02 FILLER                 PIC X(20)
      VALUE "Batches overdue:    ".
   02 PrnBatchesListed       PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF RunningUnattended
     ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
    ELSE
     MOVE "Bindery" TO SignonProgramName
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
   MOVE "Bindery" TO AuditProgramName
   MOVE "START"   TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT bndToday FROM DATE YYYYMMDD

   IF RunningUnattended
     MOVE "BINDERYMODE" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue(1:1) TO bndChoice
     IF bndChoice = SPACE
       MOVE "l" TO bndChoice
     END-IF
     PERFORM RunBinderyChoice
    ELSE
     PERFORM BinderyMenu
   END-IF

   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

BinderyMenu.
   DISPLAY "Press 'n' to send a new batch to the binder, 'a' to "
           "add copies to a batch still out, 'r' to book a batch's "
           "copies back in, or 'l' for the overdue-bindery list: "
           WITH NO ADVANCING
   ACCEPT bndChoice
   PERFORM RunBinderyChoice.

RunBinderyChoice.
   EVALUATE bndChoice
     WHEN "n" PERFORM NewBatch
     WHEN "a" PERFORM AddToBatch
     WHEN "r" PERFORM ReturnBatch
     WHEN "l" PERFORM OverdueBinderyReport
     WHEN OTHER
       IF RunningUnattended
         DISPLAY "BINDERYMODE '" bndChoice "' is not a menu "
                 "choice. Nothing run."
         ADD 1 TO AuditErrorCount
        ELSE
         DISPLAY "That's not an 'n', 'a', 'r' or 'l'. Try again."
         PERFORM BinderyMenu
       END-IF
   END-EVALUATE.

*> A new batch takes the next free number, the binder, the line the
*> repairs are charged to and the turnaround the binder quoted; the
*> copies follow straight away.
NewBatch.
   PERFORM OpenBatchFileIO
   MOVE ZERO TO nextBatchNumber
   READ BatchFile NEXT RECORD
     AT END SET EndOfBatchFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBatchFile
     MOVE BndBatchNumber TO nextBatchNumber
     READ BatchFile NEXT RECORD
       AT END SET EndOfBatchFile TO TRUE
     END-READ
   END-PERFORM
   IF nextBatchNumber = 9999
     DISPLAY "Batch numbers are used up to 9999. Nothing sent."
     ADD 1 TO AuditErrorCount
     CLOSE BatchFile
    ELSE
     ADD 1 TO nextBatchNumber
     INITIALIZE BinderyBatchRecord
     MOVE nextBatchNumber TO BndBatchNumber
     PERFORM GetValidSupplier
     MOVE supplierCodeInput TO BndSupplierCode
     PERFORM GetBudgetedLine
     MOVE budgetLineInput TO BndBudgetLine
     DISPLAY "Turnaround in days (0 = " DefaultTurnaroundDays
             "):   " WITH NO ADVANCING
     ACCEPT turnaroundInput
     IF turnaroundInput = ZERO
       MOVE DefaultTurnaroundDays TO turnaroundInput
     END-IF
     MOVE bndToday TO BndSendDate
     MOVE "ADDD" TO DateArithFunction
     MOVE turnaroundInput TO DateArithDays
     CALL "DateArithmetic" USING DateArithFunction bndToday
                                 DateArithResult DateArithDays
                                 DateArithValid
     MOVE DateArithResult TO BndExpectedDate
     MOVE ZEROS TO BndReturnDate
     MOVE ZERO  TO BndCopyCount, BndOutCount
     MOVE "S"   TO BndStatus
     WRITE BinderyBatchRecord
       INVALID KEY
         DISPLAY "Could not write batch record, status: "
                 BatchFileStatus
         ADD 1 TO AuditErrorCount
         CLOSE BatchFile
       NOT INVALID KEY
         DISPLAY "Batch " BndBatchNumber " to " supplierNameInput
                 " is due back " BndExpectedDate "."
         MOVE BndBatchNumber TO AuditKeyValue
         MOVE "BNDNW" TO AuditEventType
         PERFORM LogAuditEvent
         PERFORM AddCopiesToBatch
         CLOSE BatchFile
     END-WRITE
   END-IF.

AddToBatch.
   PERFORM OpenBatchFileIO
   PERFORM GetOpenBatch
   IF BatchIsFound
     PERFORM AddCopiesToBatch
   END-IF
   CLOSE BatchFile.

*> Reads the batch asked for into the record area (BatchFile open
*> I-O by the caller); only a batch still at the binder will do.
GetOpenBatch.
   MOVE "N" TO BatchFoundStatus
   DISPLAY "Batch number:                " WITH NO ADVANCING
   ACCEPT batchInput
   MOVE batchInput TO BndBatchNumber
   READ BatchFile
     INVALID KEY
       DISPLAY "No bindery batch " batchInput " on file."
     NOT INVALID KEY
       IF BndStatus = "S"
         MOVE "Y" TO BatchFoundStatus
        ELSE
         DISPLAY "Batch " batchInput " came back complete on "
                 BndReturnDate "."
       END-IF
   END-READ.

*> Copies go in one at a time until a blank ISBN. A copy must be
*> on the shelf ("A") or already flagged for the bindery in
*> CopyMaster ("B"); it goes out as "B" with an item record on the
*> batch carrying the batch's budget line.
AddCopiesToBatch.
   MOVE ZERO TO copiesAdded
   PERFORM OpenItemFileIO
   PERFORM OpenCopyFileIO
   MOVE "X" TO searchBSN
   PERFORM UNTIL searchBSN = SPACES
     DISPLAY "ISBN of the copy (blank to finish): "
             WITH NO ADVANCING
     ACCEPT searchBSN
     IF searchBSN NOT = SPACES
       DISPLAY "Copy number:                 " WITH NO ADVANCING
       ACCEPT copyInput
       PERFORM SendOneCopy
     END-IF
   END-PERFORM
   CLOSE CopyFile
   CLOSE ItemFile
   IF copiesAdded > ZERO
     REWRITE BinderyBatchRecord
       INVALID KEY
         DISPLAY "Could not update batch record, status: "
                 BatchFileStatus
         ADD 1 TO AuditErrorCount
     END-REWRITE
   END-IF
   DISPLAY copiesAdded " copy(ies) added; batch " BndBatchNumber
           " now has " BndOutCount " out."
   ADD copiesAdded TO AuditRecordCount.

SendOneCopy.
   MOVE searchBSN TO CopyBSN
   MOVE copyInput TO CopyNumber
   READ CopyFile
     INVALID KEY
       DISPLAY "No copy record for " searchBSN " copy " copyInput
               ". Run CopyMaster's build first."
     NOT INVALID KEY
       IF CopyStatus = "A" OR CopyStatus = "B"
         MOVE BndBatchNumber TO BniBatchNumber
         MOVE searchBSN      TO BniBSN
         MOVE copyInput      TO BniCopyNumber
         MOVE "S"            TO BniStatus
         MOVE ZEROS          TO BniReturnDate
         MOVE ZERO           TO BniRepairCost
         MOVE BndBudgetLine  TO BniBudgetLine
         WRITE BinderyItemRecord
           INVALID KEY
             DISPLAY "That copy is already on batch "
                     BndBatchNumber "."
           NOT INVALID KEY
             MOVE "B" TO CopyStatus
             REWRITE BookCopyRecord
               INVALID KEY
                 DISPLAY "Could not update copy record, status: "
                         CopyFileStatus
                 ADD 1 TO AuditErrorCount
             END-REWRITE
             ADD 1 TO copiesAdded, BndCopyCount, BndOutCount
             MOVE searchBSN TO AuditKeyValue
             MOVE "BNDAD" TO AuditEventType
             PERFORM LogAuditEvent
         END-WRITE
        ELSE
         DISPLAY "Copy " copyInput " has status " CopyStatus
                 " -- only a copy on the shelf or flagged for the "
                 "bindery can go."
       END-IF
   END-READ.

*> Each copy still out on the batch is asked about in turn: back
*> repaired (available again, cost recorded), back beyond repair
*> (withdrawn, cost of the assessment recorded) or not back yet.
*> When the last one is in the batch closes with today's date.
ReturnBatch.
   PERFORM OpenBatchFileIO
   PERFORM GetOpenBatch
   IF BatchIsFound
     MOVE ZERO TO copiesBack
     PERFORM OpenItemFileIO
     PERFORM OpenCopyFileIO
     PERFORM OpenBookFileIO
     PERFORM OpenWithdrawalFileExtend
     MOVE bndToday TO withdrawalToday
     MOVE "R"      TO withdrawalSource
     MOVE BndBatchNumber TO BniBatchNumber
     MOVE LOW-VALUES     TO BniBSN
     MOVE ZERO           TO BniCopyNumber
     START ItemFile KEY IS NOT LESS THAN BniKey
       INVALID KEY
         SET EndOfItemFile TO TRUE
       NOT INVALID KEY
         PERFORM ReadNextItemRecord
     END-START
     PERFORM UNTIL EndOfItemFile
                OR BniBatchNumber NOT = BndBatchNumber
       IF BniStatus = "S"
         PERFORM ReturnOneCopy
       END-IF
       PERFORM ReadNextItemRecord
     END-PERFORM
     CLOSE WithdrawalFile
     CLOSE BookFile
     CLOSE CopyFile
     CLOSE ItemFile
     IF BndOutCount = ZERO
       MOVE "R"      TO BndStatus
       MOVE bndToday TO BndReturnDate
     END-IF
     REWRITE BinderyBatchRecord
       INVALID KEY
         DISPLAY "Could not update batch record, status: "
                 BatchFileStatus
         ADD 1 TO AuditErrorCount
     END-REWRITE
     DISPLAY copiesBack " copy(ies) booked back; " BndOutCount
             " still at the binder."
     ADD copiesBack TO AuditRecordCount
   END-IF
   CLOSE BatchFile.

ReturnOneCopy.
   DISPLAY BniBSN " copy " BniCopyNumber " -- 'y' back repaired, "
           "'w' back beyond repair, 'n' not yet: " WITH NO ADVANCING
   ACCEPT returnAnswer
   IF returnAnswer = "y" OR returnAnswer = "w"
     DISPLAY "Repair cost charged:         " WITH NO ADVANCING
     ACCEPT repairCostInput
     MOVE bndToday        TO BniReturnDate
     MOVE repairCostInput TO BniRepairCost
     MOVE BniBSN          TO CopyBSN, AuditKeyValue
     MOVE BniCopyNumber   TO CopyNumber
     IF returnAnswer = "y"
       MOVE "R"     TO BniStatus
       MOVE "BNDRT" TO AuditEventType
      ELSE
       MOVE "W"     TO BniStatus
       MOVE "BNDWO" TO AuditEventType
     END-IF
     REWRITE BinderyItemRecord
       INVALID KEY
         DISPLAY "Could not update bindery item, status: "
                 ItemFileStatus
         ADD 1 TO AuditErrorCount
       NOT INVALID KEY
         SUBTRACT 1 FROM BndOutCount
         ADD 1 TO copiesBack
         PERFORM LogAuditEvent
         READ CopyFile
           INVALID KEY
             DISPLAY "No copy record for " BniBSN " copy "
                     BniCopyNumber " -- item booked back only."
           NOT INVALID KEY
             IF BniStatus = "R"
               MOVE "A" TO CopyStatus
               REWRITE BookCopyRecord
                 INVALID KEY
                   DISPLAY "Could not update copy record, status: "
                           CopyFileStatus
                   ADD 1 TO AuditErrorCount
               END-REWRITE
              ELSE
               MOVE "D" TO reasonInput
               PERFORM GetWithdrawalReason
               PERFORM GetDisposal
               PERFORM WithdrawCopyFromStock
             END-IF
         END-READ
     END-REWRITE
   END-IF.

ReadNextItemRecord.
   READ ItemFile NEXT RECORD
     AT END SET EndOfItemFile TO TRUE
   END-READ.

*> Every batch still out whose expected return date has passed,
*> oldest first by batch number, with the copies not yet back.
OverdueBinderyReport.
   MOVE bndToday TO PrnRunDate
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create BinderyOverdue.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE ZERO TO BatchesListed
   PERFORM OpenBatchFileIO
   PERFORM OpenItemFileIO
   READ BatchFile NEXT RECORD
     AT END SET EndOfBatchFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBatchFile
     IF BndStatus = "S" AND BndExpectedDate < bndToday
       PERFORM PrintOverdueBatch
     END-IF
     READ BatchFile NEXT RECORD
       AT END SET EndOfBatchFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE ItemFile
   CLOSE BatchFile
   IF BatchesListed = ZERO
     MOVE "  (no bindery batches overdue)" TO ReportLine
     WRITE ReportLine
   END-IF
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE BatchesListed TO PrnBatchesListed
   WRITE ReportLine FROM ReportTotalLine
   CLOSE ReportFile
   DISPLAY "Overdue-bindery list written to BinderyOverdue.prt ("
           BatchesListed " batch(es) late)."
   MOVE BatchesListed TO AuditRecordCount.

PrintOverdueBatch.
   MOVE BndSupplierCode TO supplierCodeInput
   PERFORM ValidateSupplierCode
   IF SupplierIsOk
     MOVE supplierNameInput TO PrnBinder
    ELSE
     MOVE BndSupplierCode TO PrnBinder
   END-IF
   MOVE "DIFF" TO DateArithFunction
   CALL "DateArithmetic" USING DateArithFunction BndExpectedDate
                               bndToday DateArithDays
                               DateArithValid
   IF NOT DateArithIsValid OR DateArithDays < ZERO
     MOVE ZERO TO DateArithDays
   END-IF
   MOVE BndBatchNumber  TO PrnBatchNumber
   MOVE BndSendDate     TO PrnSendDate
   MOVE BndExpectedDate TO PrnExpectedDate
   MOVE DateArithDays   TO PrnDaysLate
   MOVE BndOutCount     TO PrnOutCount
   WRITE ReportLine FROM BatchLine
   ADD 1 TO BatchesListed
   MOVE BndBatchNumber TO BniBatchNumber
   MOVE LOW-VALUES     TO BniBSN
   MOVE ZERO           TO BniCopyNumber
   START ItemFile KEY IS NOT LESS THAN BniKey
     INVALID KEY
       SET EndOfItemFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextItemRecord
   END-START
   PERFORM UNTIL EndOfItemFile
              OR BniBatchNumber NOT = BndBatchNumber
     IF BniStatus = "S"
       MOVE BniBSN        TO PrnItemBSN
       MOVE BniCopyNumber TO PrnItemCopy
       WRITE ReportLine FROM ItemLine
     END-IF
     PERFORM ReadNextItemRecord
   END-PERFORM.

*> The same supplier validation as order entry in Acquisitions.
GetValidSupplier.
   MOVE "N" TO SupplierOk
   PERFORM UNTIL SupplierIsOk
     DISPLAY "Binder's supplier code:      " WITH NO ADVANCING
     ACCEPT supplierCodeInput
     PERFORM ValidateSupplierCode
     IF SupplierIsOk
       DISPLAY "Sending to " supplierNameInput
      ELSE
       DISPLAY "No supplier '" supplierCodeInput "' on file "
               "(add it in Acquisitions, 'u'). Try again."
     END-IF
   END-PERFORM.

ValidateSupplierCode.
   MOVE "N" TO SupplierOk
   PERFORM OpenSupplierFileInput
   MOVE supplierCodeInput TO SupplierCode
   READ SupplierFile
     INVALID KEY
       MOVE SPACES TO supplierNameInput
     NOT INVALID KEY
       MOVE "Y" TO SupplierOk
       MOVE SupplierName TO supplierNameInput
   END-READ
   CLOSE SupplierFile.

GetBudgetedLine.
   MOVE "N" TO BudgetLineOk
   PERFORM UNTIL BudgetLineIsOk
     DISPLAY "Budget line for the repairs: " WITH NO ADVANCING
     ACCEPT budgetLineInput
     PERFORM OpenBudgetFileInput
     MOVE budgetLineInput TO BudgetLineCode
     READ BudgetFile
       INVALID KEY
         DISPLAY "No budget line '" budgetLineInput "' on file "
                 "(add it in Acquisitions, 'b'). Try again."
       NOT INVALID KEY
         MOVE "Y" TO BudgetLineOk
     END-READ
     CLOSE BudgetFile
   END-PERFORM.

OpenBatchFileIO.
   OPEN I-O BatchFile
   IF BatchFileStatus EQUAL TO "35"
     OPEN OUTPUT BatchFile
     CLOSE BatchFile
     OPEN I-O BatchFile
   END-IF
   IF BatchFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BinderyBatch.dat, status: "
             BatchFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenItemFileIO.
   OPEN I-O ItemFile
   IF ItemFileStatus EQUAL TO "35"
     OPEN OUTPUT ItemFile
     CLOSE ItemFile
     OPEN I-O ItemFile
   END-IF
   IF ItemFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BinderyItem.dat, status: "
             ItemFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenCopyFileIO.
   OPEN I-O CopyFile
   IF CopyFileStatus EQUAL TO "35"
     OPEN OUTPUT CopyFile
     CLOSE CopyFile
     OPEN I-O CopyFile
   END-IF
   IF CopyFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookCopy.dat, status: " CopyFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenBookFileIO.
   OPEN I-O BookFile
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenWithdrawalFileExtend.
   OPEN EXTEND WithdrawalFile
   IF WithdrawalFileStatus NOT EQUAL TO "00"
     OPEN OUTPUT WithdrawalFile
   END-IF
   IF WithdrawalFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Withdrawals.dat, status: "
             WithdrawalFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenSupplierFileInput.
   OPEN INPUT SupplierFile
   IF SupplierFileStatus EQUAL TO "35"
     OPEN OUTPUT SupplierFile
     CLOSE SupplierFile
     OPEN INPUT SupplierFile
   END-IF
   IF SupplierFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Supplier.dat, status: "
             SupplierFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenBudgetFileInput.
   OPEN INPUT BudgetFile
   IF BudgetFileStatus EQUAL TO "35"
     OPEN OUTPUT BudgetFile
     CLOSE BudgetFile
     OPEN INPUT BudgetFile
   END-IF
   IF BudgetFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BudgetLines.dat, status: "
             BudgetFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY WithdrawCopy.

COPY AuditLog.

END PROGRAM Bindery.
