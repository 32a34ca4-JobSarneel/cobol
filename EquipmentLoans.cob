IDENTIFICATION DIVISION.
PROGRAM-ID. EquipmentLoans.
AUTHOR. Job Sarneel.
*> Hourly loans of laptops, chargers, calculators and other devices.
*> These used to go out on a clipboard at the desk, because
*> BookLoan.dat only knows ISBN copies lent for days. Equipment.dat
*> holds each device under its asset tag (what it is, where it
*> lives, its replacement cost, how many hours a loan runs and the
*> rate per hour overdue); EquipmentLoan.dat holds each loan,
*> stamped with the date and time it went out as RecordNewLoan
*> stamps a book loan. 'e' adds or amends a device (a blank tag
*> lists them). 'l' lends one -- refusing a borrower
*> CheckBorrowerBlocked would refuse a book loan, or one with a
*> device already out past its due time -- due back EqpLoanHours
*> later but never after closing that day, from ClosedDays' opening
*> hours. 'r' takes a device back; returned late, the overdue time
*> counted only in opening hours, less ReturnGraceMinutes, is
*> charged per started hour at EqpHourlyRate (at most the device's
*> replacement cost) as a Fine.dat fine with reason code "E", so
*> the ledger keeps equipment fines apart from book fines. 's'
*> prints EquipmentOut.prt, the end-of-day sweep: every device not
*> back by closing, with the borrower's name and phone number.
*> UNATTENDED=Y takes the choice from EQUIPMODE (default the sweep)
*> so NightlyBatch can print it after closing.
*> Sessions start with an OperatorSignon sign-on; an unattended
*> run takes its operator id from OPERATORID instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT EquipmentFile ASSIGN TO "Equipment.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EqpAssetTag
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS EquipmentFileStatus.
   SELECT EquipLoanFile ASSIGN TO "EquipmentLoan.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ElnKey
          ALTERNATE RECORD KEY IS ElnBorrowerNumber WITH DUPLICATES
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS EquipLoanFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS BorrowerFileStatus.
   SELECT LoanFile ASSIGN TO "BookLoan.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS LoanFileStatus.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FineKey
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS FineFileStatus.
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT ReportFile ASSIGN TO DYNAMIC ReportFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD EquipmentFile.
COPY EquipmentRecord.

FD EquipLoanFile.
COPY EquipmentLoanRecord.

FD BorrowerFile.
COPY BorrowerRecord.

FD LoanFile.
COPY LoanRecord.

FD FineFile.
COPY FineRecord.

FD LoanPolicyFile.
COPY LoanPolicyRecord.

FD ReportFile.
01 ReportLine                PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
COPY OperatorSignonData.
COPY LoanPolicyData.
01 EquipmentFileStatus       PIC XX     VALUE "00".
01 EquipLoanFileStatus       PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 FineFileStatus            PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".
01 ReportFileName            PIC X(20)  VALUE SPACES.

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 equipChoice               PIC X      VALUE SPACE.
01 eqpToday                  PIC 9(8)   VALUE ZEROS.
01 eqpClock                  PIC 9(8)   VALUE ZEROS.
01 eqpNow                    PIC 9(4)   VALUE ZERO.
01 operatorInput             PIC X(4)   VALUE SPACES.

*> A new device goes out for DefaultLoanHours unless given its own
*> period; a device back within ReturnGraceMinutes of its due time
*> is not fined. The late-hours count walks at most MaxLateDays
*> days past the due date.
01 DefaultLoanHours          PIC 9(2)   VALUE 4.
01 ReturnGraceMinutes        PIC 9(3)   VALUE 10.
01 MaxLateDays               PIC 9(3)   VALUE 60.

01 assetTagInput             PIC X(8)   VALUE SPACES.
01 typeInput                 PIC X(4)   VALUE SPACES.
01 descriptionInput          PIC X(30)  VALUE SPACES.
01 serialInput               PIC X(20)  VALUE SPACES.
01 branchInput               PIC X(3)   VALUE SPACES.
01 sectionInput              PIC X(4)   VALUE SPACES.
01 costInput                 PIC 9(5)V99 VALUE ZERO.
01 loanHoursInput            PIC X(2)   VALUE SPACES.
01 rateInput                 PIC 9(2)V99 VALUE ZERO.
01 statusInput               PIC X      VALUE SPACE.
01 DetailCheckStatus         PIC X      VALUE "N".
   88 DetailIsValid                     VALUE "Y".
01 EquipFoundStatus          PIC X      VALUE "N".
   88 EquipIsFound                      VALUE "Y".
01 DevicesListed             PIC 9(4)   VALUE ZERO.
01 equipStatusText           PIC X(10)  VALUE SPACES.

01 borrowerInput             PIC 9(5)   VALUE ZEROS.
01 LendCheckStatus           PIC X      VALUE "N".
   88 LendIsOk                          VALUE "Y".
01 LoanFoundStatus           PIC X      VALUE "N".
   88 OpenLoanIsFound                   VALUE "Y".
01 openLoanKey               PIC X(24)  VALUE SPACES.

*> HHMM to minutes past midnight and back.
01 timeValue                 PIC 9(4)   VALUE ZERO.
01 timeHours                 PIC 9(2)   VALUE ZERO.
01 timeMinutes               PIC 9(2)   VALUE ZERO.
01 minuteValue               PIC 9(5)   VALUE ZERO.
01 nowMinute                 PIC 9(5)   VALUE ZERO.
01 dueMinute                 PIC 9(5)   VALUE ZERO.
01 fromMinute                PIC 9(5)   VALUE ZERO.
01 toMinute                  PIC 9(5)   VALUE ZERO.

01 hoursDate                 PIC 9(8)   VALUE ZEROS.
01 dayOpenTime               PIC 9(4)   VALUE ZERO.
01 dayCloseTime              PIC 9(4)   VALUE ZERO.
01 lateDate                  PIC 9(8)   VALUE ZEROS.
01 lateDaysWalked            PIC 9(3)   VALUE ZERO.
01 lateMinutes               PIC 9(6)   VALUE ZERO.
01 lateHours                 PIC 9(4)   VALUE ZERO.
01 newFineAmount             PIC 9(6)V99 VALUE ZERO.
01 NextFineSequence          PIC 9(4)   VALUE ZERO.
01 PrnFineAmount             PIC Z,ZZ9.99.

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithResult           PIC 9(8)   VALUE ZEROS.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".
01 ClosedDaysFunction        PIC X(4).
01 ClosedDaysResult          PIC 9(8)   VALUE ZEROS.
01 ClosedDaysHours REDEFINES ClosedDaysResult.
   02 ClosedDaysOpenTime     PIC 9(4).
   02 ClosedDaysCloseTime    PIC 9(4).
01 ClosedDaysCount           PIC S9(5)  VALUE ZERO.
01 ClosedDaysValid           PIC X      VALUE "N".
   88 ClosedDaysIsValid                 VALUE "Y".

01 JournalFileCode           PIC X(4)   VALUE SPACES.
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

*> CheckBorrowerBlocked's inputs, as at the circulation desk.
COPY BorrowerBlockCheckData.
01 fineOutstanding           PIC 9(4)V99 VALUE ZERO.
01 BorrowerOpenLoans         PIC 9(3)   VALUE ZERO.

01 DevicesOut                PIC 9(4)   VALUE ZERO.
01 DevicesOutValue           PIC 9(7)V99 VALUE ZERO.

01 EquipListLine.
   02 PrnListTag             PIC X(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnListType            PIC X(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnListDescription     PIC X(25).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnListBranch          PIC X(3).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnListSection         PIC X(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnListHours           PIC Z9.
   02 FILLER                 PIC X(2)   VALUE "h ".
   02 PrnListRate            PIC Z9.99.
   02 FILLER                 PIC X(3)   VALUE "/h ".
   02 PrnListStatus          PIC X(10).
01 EquipCostLine.
   02 FILLER                 PIC X(10)  VALUE SPACES.
   02 FILLER                 PIC X(8)   VALUE "serial ".
   02 PrnCostSerial          PIC X(20).
   02 FILLER                 PIC X(20)  VALUE "  replacement cost ".
   02 PrnCostValue           PIC ZZ,ZZ9.99.

01 SweepHeading.
   02 FILLER                 PIC X(36)
      VALUE "Equipment not back by closing, ".
   02 PrnSweepDate           PIC 9(8).
   02 FILLER                 PIC X(8)   VALUE "  closed".
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnSweepClose          PIC 9(4).
01 SweepColumnHeading.
   02 FILLER                 PIC X(21)  VALUE
      "Tag       Type Borr. ".
   02 FILLER                 PIC X(21)  VALUE "Name".
   02 FILLER                 PIC X(26)  VALUE
      "Phone        Due      Time".
01 SweepLine.
   02 PrnOutTag              PIC X(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnOutType             PIC X(4).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnOutBorrower         PIC 9(5).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnOutName             PIC X(20).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnOutPhone            PIC X(12).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnOutDueDate          PIC 9(8).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnOutDueTime          PIC 9(4).
01 SweepDescriptionLine.
   02 FILLER                 PIC X(10)  VALUE SPACES.
   02 PrnOutDescription      PIC X(30).
   02 FILLER                 PIC X(14)  VALUE "  out since ".
   02 PrnOutLoanDate         PIC 9(8).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnOutLoanTime         PIC 9(4).
01 SweepEmptyLine            PIC X(40)
   VALUE "Every device lent is back.".
01 SweepTotalLine.
   02 FILLER                 PIC X(20)  VALUE "Devices not back:   ".
   02 PrnSweepCount          PIC ZZZ9.
   02 FILLER                 PIC X(22)
      VALUE "   replacement value ".
   02 PrnSweepValue          PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   MOVE " No equipment loans." TO BlockClosedTail
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF RunningUnattended
     ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
    ELSE
     MOVE "EquipmentLoans" TO SignonProgramName
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
   MOVE "EquipmentLoans" TO AuditProgramName
   MOVE SignonOperatorId TO operatorInput
   MOVE operatorInput TO AuditOperatorId
   MOVE "START"       TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT eqpToday FROM DATE YYYYMMDD
   PERFORM LoadLoanPolicy

   IF RunningUnattended
     MOVE "EQUIPMODE" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue(1:1) TO equipChoice
     IF equipChoice = SPACE
       MOVE "s" TO equipChoice
     END-IF
     PERFORM RunEquipChoice
    ELSE
     PERFORM EquipMenu
   END-IF

   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

EquipMenu.
   DISPLAY "Press 'l' to lend a device, 'r' to take one back, 'e' "
           "to add or amend a device or 's' for the devices not "
           "back: " WITH NO ADVANCING
   ACCEPT equipChoice
   PERFORM RunEquipChoice.

RunEquipChoice.
   EVALUATE equipChoice
     WHEN "l" PERFORM LendDevice
     WHEN "r" PERFORM ReturnDevice
     WHEN "e" PERFORM EquipmentMaintenance
     WHEN "s" PERFORM EquipmentSweep
     WHEN OTHER
       IF RunningUnattended
         DISPLAY "EQUIPMODE '" equipChoice "' is not a menu "
                 "choice. Nothing run."
         ADD 1 TO AuditErrorCount
        ELSE
         DISPLAY "That's not an 'l', 'r', 'e' or 's'. Try again."
         PERFORM EquipMenu
       END-IF
   END-EVALUATE.

*> A tag on file is amended (Enter keeps each field), a new tag is
*> added; a blank tag lists the devices instead. A device out on
*> loan keeps its "L" until it comes back through 'r'.
EquipmentMaintenance.
   DISPLAY "Asset tag (blank lists the devices): " WITH NO ADVANCING
   MOVE SPACES TO assetTagInput
   ACCEPT assetTagInput
   INSPECT assetTagInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   PERFORM OpenEquipmentFileIO
   IF assetTagInput = SPACES
     PERFORM ListEquipment
    ELSE
     MOVE assetTagInput TO EqpAssetTag
     READ EquipmentFile
       INVALID KEY
         MOVE "N" TO EquipFoundStatus
         INITIALIZE EquipmentRecord
         MOVE assetTagInput    TO EqpAssetTag
         MOVE DefaultLoanHours TO EqpLoanHours
         MOVE eqpToday         TO EqpAcquiredDate
         MOVE "A"              TO EqpStatus
         DISPLAY "New device " assetTagInput "."
       NOT INVALID KEY
         MOVE "Y" TO EquipFoundStatus
         PERFORM DisplayEquipment
         DISPLAY "Press Enter at any prompt to keep what is there."
     END-READ
     PERFORM GetEquipmentDetails
     IF EquipIsFound
       REWRITE EquipmentRecord
         INVALID KEY
           DISPLAY "Could not rewrite device " EqpAssetTag
                   ", status: " EquipmentFileStatus
           ADD 1 TO AuditErrorCount
       END-REWRITE
      ELSE
       WRITE EquipmentRecord
         INVALID KEY
           DISPLAY "Could not write device " EqpAssetTag
                   ", status: " EquipmentFileStatus
           ADD 1 TO AuditErrorCount
       END-WRITE
     END-IF
     IF EquipmentFileStatus = "00"
       DISPLAY "Device " EqpAssetTag " saved."
       MOVE EqpAssetTag TO AuditKeyValue
       MOVE "EQPMW" TO AuditEventType
       PERFORM LogAuditEvent
     END-IF
   END-IF
   CLOSE EquipmentFile.

GetEquipmentDetails.
   DISPLAY "Type (LAPT laptop, CHRG charger, CALC calculator, "
           "OTHR other): " WITH NO ADVANCING
   MOVE SPACES TO typeInput
   ACCEPT typeInput
   INSPECT typeInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   EVALUATE TRUE
     WHEN typeInput = SPACES AND EqpType NOT = SPACES
       CONTINUE
     WHEN typeInput = "LAPT" OR typeInput = "CHRG"
          OR typeInput = "CALC"
       MOVE typeInput TO EqpType
     WHEN OTHER
       MOVE "OTHR" TO EqpType
   END-EVALUATE
   DISPLAY "Description:                 " WITH NO ADVANCING
   MOVE SPACES TO descriptionInput
   ACCEPT descriptionInput
   IF descriptionInput NOT = SPACES
     MOVE descriptionInput TO EqpDescription
   END-IF
   DISPLAY "Serial number:               " WITH NO ADVANCING
   MOVE SPACES TO serialInput
   ACCEPT serialInput
   IF serialInput NOT = SPACES
     MOVE serialInput TO EqpSerialNumber
   END-IF
   DISPLAY "Branch (MN main, AX annex):  " WITH NO ADVANCING
   MOVE SPACES TO branchInput
   ACCEPT branchInput
   INSPECT branchInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   IF branchInput NOT = SPACES
     MOVE branchInput TO EqpBranch
   END-IF
   DISPLAY "Shelf section:               " WITH NO ADVANCING
   MOVE SPACES TO sectionInput
   ACCEPT sectionInput
   INSPECT sectionInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   IF sectionInput NOT = SPACES
     MOVE sectionInput TO EqpSection
   END-IF
   DISPLAY "Replacement cost:            " WITH NO ADVANCING
   MOVE ZERO TO costInput
   ACCEPT costInput
   IF costInput > ZERO
     MOVE costInput TO EqpReplacementCost
   END-IF
   MOVE "N" TO DetailCheckStatus
   PERFORM UNTIL DetailIsValid
     DISPLAY "Loan period in hours (" EqpLoanHours "):      "
             WITH NO ADVANCING
     MOVE SPACES TO loanHoursInput
     ACCEPT loanHoursInput
     EVALUATE TRUE
       WHEN loanHoursInput = SPACES AND EqpLoanHours > ZERO
         MOVE "Y" TO DetailCheckStatus
       WHEN loanHoursInput(2:1) = SPACE AND
            loanHoursInput(1:1) IS NUMERIC AND
            loanHoursInput(1:1) NOT = "0"
         MOVE loanHoursInput(1:1) TO EqpLoanHours
         MOVE "Y" TO DetailCheckStatus
       WHEN loanHoursInput IS NUMERIC AND loanHoursInput NOT = "00"
         MOVE loanHoursInput TO EqpLoanHours
         MOVE "Y" TO DetailCheckStatus
       WHEN OTHER
         DISPLAY "The loan period is a number of hours, 1 to 99."
     END-EVALUATE
   END-PERFORM
   DISPLAY "Fine per hour overdue:       " WITH NO ADVANCING
   MOVE ZERO TO rateInput
   ACCEPT rateInput
   IF rateInput > ZERO
     MOVE rateInput TO EqpHourlyRate
   END-IF
   IF EqpIsOnLoan
     DISPLAY "Device is out on loan; its status stays 'on loan' "
             "until it is taken back."
    ELSE
     DISPLAY "Status (A at desk, R repair, M missing, W withdrawn): "
             WITH NO ADVANCING
     MOVE SPACE TO statusInput
     ACCEPT statusInput
     INSPECT statusInput CONVERTING "armw" TO "ARMW"
     IF statusInput = "A" OR statusInput = "R" OR
        statusInput = "M" OR statusInput = "W"
       MOVE statusInput TO EqpStatus
     END-IF
   END-IF.

ListEquipment.
   MOVE ZERO TO DevicesListed
   MOVE LOW-VALUES TO EqpAssetTag
   START EquipmentFile KEY IS NOT LESS THAN EqpAssetTag
     INVALID KEY
       SET EndOfEquipmentFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextEquipmentRecord
   END-START
   PERFORM UNTIL EndOfEquipmentFile
     ADD 1 TO DevicesListed
     PERFORM DisplayEquipment
     PERFORM ReadNextEquipmentRecord
   END-PERFORM
   IF DevicesListed = ZERO
     DISPLAY "No devices on file yet."
   END-IF.

DisplayEquipment.
   MOVE EqpAssetTag        TO PrnListTag
   MOVE EqpType            TO PrnListType
   MOVE EqpDescription     TO PrnListDescription
   MOVE EqpBranch          TO PrnListBranch
   MOVE EqpSection         TO PrnListSection
   MOVE EqpLoanHours       TO PrnListHours
   MOVE EqpHourlyRate      TO PrnListRate
   PERFORM SetEquipStatusText
   MOVE equipStatusText    TO PrnListStatus
   DISPLAY EquipListLine
   MOVE EqpSerialNumber    TO PrnCostSerial
   MOVE EqpReplacementCost TO PrnCostValue
   DISPLAY EquipCostLine.

SetEquipStatusText.
   EVALUATE EqpStatus
     WHEN "A"   MOVE "at desk"   TO equipStatusText
     WHEN "L"   MOVE "on loan"   TO equipStatusText
     WHEN "R"   MOVE "at repair" TO equipStatusText
     WHEN "M"   MOVE "missing"   TO equipStatusText
     WHEN "W"   MOVE "withdrawn" TO equipStatusText
     WHEN OTHER MOVE "unknown"   TO equipStatusText
   END-EVALUATE.

*> Borrower first, as for a book loan, then the device. The loan
*> runs EqpLoanHours from now but is due back by closing at the
*> latest: the desk is not there to take it after that.
LendDevice.
   MOVE "Y" TO LendCheckStatus
   DISPLAY "Borrower number:             " WITH NO ADVANCING
   ACCEPT borrowerInput
   PERFORM OpenBorrowerFileInput
   MOVE borrowerInput TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       DISPLAY "No borrower " borrowerInput " on file. Equipment "
               "is lent to registered borrowers."
       MOVE "N" TO LendCheckStatus
     NOT INVALID KEY
       MOVE BorrowerName       TO CurrentBorrowerName
       MOVE BorrowerExpiryDate TO CurrentExpiryDate
       MOVE BorrowerCloseFlag  TO CurrentCloseFlag
   END-READ
   CLOSE BorrowerFile
   IF LendIsOk
     MOVE "Y" TO BorrowerCheckStatus
     PERFORM CountBorrowerOpenLoans
     PERFORM CheckBorrowerBlocked
     IF NOT BorrowerIsOk
       MOVE "N" TO LendCheckStatus
     END-IF
   END-IF
   ACCEPT eqpClock FROM TIME
   MOVE eqpClock(1:4) TO eqpNow
   MOVE eqpNow TO timeValue
   PERFORM TimeToMinutes
   MOVE minuteValue TO nowMinute
   PERFORM OpenEquipLoanFileIO
   IF LendIsOk
     PERFORM CheckOverdueDevices
   END-IF
   IF LendIsOk
     MOVE eqpToday TO hoursDate
     PERFORM GetOpeningHours
     MOVE dayCloseTime TO timeValue
     PERFORM TimeToMinutes
     IF dayOpenTime = ZERO AND dayCloseTime = ZERO
       DISPLAY "The library is closed today; no equipment goes out."
       MOVE "N" TO LendCheckStatus
      ELSE
       IF nowMinute NOT < minuteValue
         DISPLAY "It is past closing (" dayCloseTime "); no "
                 "equipment goes out."
         MOVE "N" TO LendCheckStatus
       END-IF
     END-IF
   END-IF
   IF LendIsOk
     PERFORM OpenEquipmentFileIO
     DISPLAY "Asset tag:                   " WITH NO ADVANCING
     MOVE SPACES TO assetTagInput
     ACCEPT assetTagInput
     INSPECT assetTagInput CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE assetTagInput TO EqpAssetTag
     READ EquipmentFile
       INVALID KEY
         DISPLAY "No device " assetTagInput " on file ('e' with a "
                 "blank tag lists them)."
         MOVE "N" TO LendCheckStatus
       NOT INVALID KEY
         IF NOT EqpIsAvailable
           PERFORM SetEquipStatusText
           DISPLAY "Device " EqpAssetTag " is " equipStatusText
                   "; only a device at the desk can be lent."
           MOVE "N" TO LendCheckStatus
         END-IF
     END-READ
     IF LendIsOk
       PERFORM WriteEquipLoan
     END-IF
     CLOSE EquipmentFile
   END-IF
   CLOSE EquipLoanFile
   IF NOT LendIsOk
     MOVE borrowerInput TO AuditKeyValue
     MOVE "EQDEN" TO AuditEventType
     PERFORM LogAuditEvent
   END-IF.

*> A device the borrower still has out past its due time -- any
*> earlier day, or today by the clock -- stops another going out.
CheckOverdueDevices.
   MOVE borrowerInput TO ElnBorrowerNumber
   START EquipLoanFile KEY IS EQUAL TO ElnBorrowerNumber
     INVALID KEY
       SET EndOfEquipLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextEquipLoanRecord
   END-START
   PERFORM UNTIL EndOfEquipLoanFile OR NOT LendIsOk
                 OR ElnBorrowerNumber NOT = borrowerInput
     IF ElnIsOut AND
        (ElnDueDate < eqpToday OR
         (ElnDueDate = eqpToday AND ElnDueTime < eqpNow))
       DISPLAY CurrentBorrowerName " still has device "
               ElnAssetTag ", due back " ElnDueDate " "
               ElnDueTime ". Refused until it is returned."
       ADD 1 TO AuditErrorCount
       MOVE "N" TO LendCheckStatus
     END-IF
     PERFORM ReadNextEquipLoanRecord
   END-PERFORM.

*> The loan is written first; the device only turns "L" once the
*> loan is on file.
WriteEquipLoan.
   COMPUTE dueMinute = nowMinute + EqpLoanHours * 60
   MOVE dayCloseTime TO timeValue
   PERFORM TimeToMinutes
   IF dueMinute > minuteValue
     MOVE minuteValue TO dueMinute
   END-IF
   MOVE dueMinute TO minuteValue
   PERFORM MinutesToTime
   INITIALIZE EquipLoanRecord
   MOVE EqpAssetTag   TO ElnAssetTag
   MOVE eqpToday      TO ElnLoanDate
   MOVE eqpClock      TO ElnLoanTime
   MOVE borrowerInput TO ElnBorrowerNumber
   MOVE eqpToday      TO ElnDueDate
   MOVE timeValue     TO ElnDueTime
   MOVE ZEROS         TO ElnReturnDate, ElnReturnTime, ElnLateHours
   MOVE operatorInput TO ElnOperatorId
   MOVE "O"           TO ElnStatus
   WRITE EquipLoanRecord
     INVALID KEY
       DISPLAY "Could not write the loan, status: "
               EquipLoanFileStatus
       ADD 1 TO AuditErrorCount
       MOVE "N" TO LendCheckStatus
   END-WRITE
   IF LendIsOk
     MOVE "L" TO EqpStatus
     REWRITE EquipmentRecord
       INVALID KEY
         DISPLAY "Could not rewrite device " EqpAssetTag
                 ", status: " EquipmentFileStatus
         ADD 1 TO AuditErrorCount
     END-REWRITE
     DISPLAY EqpDescription " (" EqpAssetTag ") lent to "
             CurrentBorrowerName ", due back today at "
             ElnDueTime "."
     MOVE EqpAssetTag TO AuditKeyValue
     MOVE "EQOUT" TO AuditEventType
     PERFORM LogAuditEvent
   END-IF.

*> The device comes back to the desk: its open loan is closed, any
*> late fine raised, and the device is at the desk again.
ReturnDevice.
   DISPLAY "Asset tag:                   " WITH NO ADVANCING
   MOVE SPACES TO assetTagInput
   ACCEPT assetTagInput
   INSPECT assetTagInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   PERFORM OpenEquipmentFileIO
   PERFORM OpenEquipLoanFileIO
   MOVE assetTagInput TO EqpAssetTag
   READ EquipmentFile
     INVALID KEY
       DISPLAY "No device " assetTagInput " on file."
     NOT INVALID KEY
       PERFORM FindOpenEquipLoan
       IF NOT OpenLoanIsFound
         DISPLAY "Device " EqpAssetTag " is not out on loan."
        ELSE
         PERFORM CloseEquipLoan
       END-IF
   END-READ
   CLOSE EquipLoanFile
   CLOSE EquipmentFile.

*> The device's loans read back in date and time order; the last
*> one still out is the one being returned.
FindOpenEquipLoan.
   MOVE "N" TO LoanFoundStatus
   MOVE EqpAssetTag TO ElnAssetTag
   MOVE ZEROS       TO ElnLoanDate, ElnLoanTime
   START EquipLoanFile KEY IS NOT LESS THAN ElnKey
     INVALID KEY
       SET EndOfEquipLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextEquipLoanRecord
   END-START
   PERFORM UNTIL EndOfEquipLoanFile
                 OR ElnAssetTag NOT = EqpAssetTag
     IF ElnIsOut
       MOVE "Y"    TO LoanFoundStatus
       MOVE ElnKey TO openLoanKey
     END-IF
     PERFORM ReadNextEquipLoanRecord
   END-PERFORM
   IF OpenLoanIsFound
     MOVE openLoanKey TO ElnKey
     READ EquipLoanFile
       INVALID KEY
         MOVE "N" TO LoanFoundStatus
     END-READ
   END-IF.

CloseEquipLoan.
   ACCEPT eqpClock FROM TIME
   MOVE eqpClock(1:4) TO eqpNow
   MOVE eqpNow TO timeValue
   PERFORM TimeToMinutes
   MOVE minuteValue TO nowMinute
   PERFORM CountLateMinutes
   MOVE ZERO TO lateHours
   IF lateMinutes > ReturnGraceMinutes
     COMPUTE lateHours = (lateMinutes + 59) / 60
     IF lateHours > 999
       MOVE 999 TO lateHours
     END-IF
   END-IF
   MOVE eqpToday  TO ElnReturnDate
   MOVE eqpNow    TO ElnReturnTime
   MOVE lateHours TO ElnLateHours
   MOVE "R"       TO ElnStatus
   REWRITE EquipLoanRecord
     INVALID KEY
       DISPLAY "Could not rewrite the loan, status: "
               EquipLoanFileStatus
       ADD 1 TO AuditErrorCount
   END-REWRITE
   IF EquipLoanFileStatus = "00"
     MOVE "A" TO EqpStatus
     REWRITE EquipmentRecord
       INVALID KEY
         DISPLAY "Could not rewrite device " EqpAssetTag
                 ", status: " EquipmentFileStatus
         ADD 1 TO AuditErrorCount
     END-REWRITE
     DISPLAY EqpDescription " (" EqpAssetTag ") is back from "
             "borrower " ElnBorrowerNumber "."
     MOVE EqpAssetTag TO AuditKeyValue
     MOVE "EQRTN" TO AuditEventType
     PERFORM LogAuditEvent
     IF lateHours > ZERO AND EqpHourlyRate > ZERO
       PERFORM AssessEquipmentFine
     END-IF
   END-IF.

*> Minutes overdue while the library was open: day by day from the
*> due time on the due date up to now, each day counted only within
*> its opening hours, so a laptop kept over a closed Sunday is not
*> charged for the Sunday.
CountLateMinutes.
   MOVE ZERO       TO lateMinutes, lateDaysWalked
   MOVE ElnDueTime TO timeValue
   PERFORM TimeToMinutes
   MOVE minuteValue TO dueMinute
   MOVE ElnDueDate TO lateDate
   PERFORM UNTIL lateDate > eqpToday OR lateDaysWalked > MaxLateDays
     MOVE lateDate TO hoursDate
     PERFORM GetOpeningHours
     IF dayOpenTime NOT = ZERO OR dayCloseTime NOT = ZERO
       MOVE dayOpenTime TO timeValue
       PERFORM TimeToMinutes
       MOVE minuteValue TO fromMinute
       MOVE dayCloseTime TO timeValue
       PERFORM TimeToMinutes
       MOVE minuteValue TO toMinute
       IF lateDate = ElnDueDate AND dueMinute > fromMinute
         MOVE dueMinute TO fromMinute
       END-IF
       IF lateDate = eqpToday AND nowMinute < toMinute
         MOVE nowMinute TO toMinute
       END-IF
       IF toMinute > fromMinute
         COMPUTE lateMinutes = lateMinutes + toMinute - fromMinute
       END-IF
     END-IF
     MOVE "ADDD" TO DateArithFunction
     MOVE 1 TO DateArithDays
     CALL "DateArithmetic" USING DateArithFunction lateDate
                                 DateArithResult DateArithDays
                                 DateArithValid
     MOVE DateArithResult TO lateDate
     ADD 1 TO lateDaysWalked
   END-PERFORM.

*> Every started hour late at the device's own rate, never more than
*> it would cost to replace. The fine carries the asset tag where a
*> book fine carries the ISBN, and the hours where it carries days.
AssessEquipmentFine.
   COMPUTE newFineAmount = lateHours * EqpHourlyRate
   IF EqpReplacementCost > ZERO AND
      newFineAmount > EqpReplacementCost
     MOVE EqpReplacementCost TO newFineAmount
   END-IF
   IF newFineAmount > 9999.99
     MOVE 9999.99 TO newFineAmount
   END-IF
   PERFORM OpenFineFileIO
   PERFORM FindNextFineSequence
   MOVE ElnBorrowerNumber TO FineBorrowerNumber
   MOVE NextFineSequence  TO FineSequence
   MOVE SPACES            TO FineBSN
   MOVE EqpAssetTag       TO FineBSN
   MOVE eqpToday          TO FineAssessDate
   MOVE lateHours         TO FineDaysLate
   MOVE newFineAmount     TO FineAmount
   MOVE ZEROS             TO FinePaidAmount
   MOVE "O"               TO FineStatus
   MOVE "E"               TO FineReasonCode
   WRITE FineRecord
     INVALID KEY
       DISPLAY "Could not write fine record, status: "
               FineFileStatus
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       MOVE "FINE" TO JournalFileCode
       MOVE "W"    TO JournalOperation
       MOVE FineRecord TO JournalAfter
       PERFORM WriteJournalEntry
       MOVE newFineAmount TO PrnFineAmount
       DISPLAY "Returned " lateHours " hour(s) late; fine of "
               PrnFineAmount " recorded against borrower "
               ElnBorrowerNumber "."
       MOVE FineKey TO AuditKeyValue
       MOVE "EQFIN" TO AuditEventType
       PERFORM LogAuditEvent
   END-WRITE
   CLOSE FineFile.

FindNextFineSequence.
   MOVE 1 TO NextFineSequence
   MOVE ElnBorrowerNumber TO FineBorrowerNumber
   MOVE ZEROS             TO FineSequence
   START FineFile KEY IS NOT LESS THAN FineKey
     INVALID KEY
       SET EndOfFineFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextFineRecord
   END-START
   PERFORM UNTIL EndOfFineFile
                 OR FineBorrowerNumber NOT EQUAL TO ElnBorrowerNumber
     COMPUTE NextFineSequence = FineSequence + 1
     PERFORM ReadNextFineRecord
   END-PERFORM.

*> The end-of-day sweep: every loan still out whose due time has
*> passed -- all of them, once the desk has closed -- with who has
*> the device and how to reach them, for the morning's phone calls.
EquipmentSweep.
   ACCEPT eqpClock FROM TIME
   MOVE eqpClock(1:4) TO eqpNow
   MOVE eqpToday TO hoursDate
   PERFORM GetOpeningHours
   MOVE "EquipmentOut.prt" TO ReportFileName
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open EquipmentOut.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE eqpToday     TO PrnSweepDate
   MOVE dayCloseTime TO PrnSweepClose
   WRITE ReportLine FROM SweepHeading
   WRITE ReportLine FROM SweepColumnHeading
   MOVE ZERO TO DevicesOut, DevicesOutValue
   PERFORM OpenEquipmentFileInput
   PERFORM OpenEquipLoanFileInput
   PERFORM OpenBorrowerFileInput
   MOVE LOW-VALUES TO ElnKey
   START EquipLoanFile KEY IS NOT LESS THAN ElnKey
     INVALID KEY
       SET EndOfEquipLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextEquipLoanRecord
   END-START
   PERFORM UNTIL EndOfEquipLoanFile
     IF ElnIsOut AND
        (ElnDueDate < eqpToday OR
         (ElnDueDate = eqpToday AND ElnDueTime NOT > eqpNow))
       PERFORM PrintSweepLine
     END-IF
     PERFORM ReadNextEquipLoanRecord
   END-PERFORM
   CLOSE BorrowerFile
   CLOSE EquipLoanFile
   CLOSE EquipmentFile
   IF DevicesOut = ZERO
     WRITE ReportLine FROM SweepEmptyLine
   END-IF
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE DevicesOut      TO PrnSweepCount
   MOVE DevicesOutValue TO PrnSweepValue
   WRITE ReportLine FROM SweepTotalLine
   CLOSE ReportFile
   MOVE DevicesOut TO AuditRecordCount
   DISPLAY "EquipmentOut.prt written, " DevicesOut
           " device(s) not back.".

PrintSweepLine.
   ADD 1 TO DevicesOut
   MOVE ElnAssetTag TO EqpAssetTag
   READ EquipmentFile
     INVALID KEY
       INITIALIZE EquipmentRecord
       MOVE "(not on Equipment.dat)" TO EqpDescription
   END-READ
   ADD EqpReplacementCost TO DevicesOutValue
   MOVE ElnBorrowerNumber TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       MOVE "(unknown borrower)" TO BorrowerName
       MOVE SPACES TO BorrowerPhone
   END-READ
   MOVE ElnAssetTag       TO PrnOutTag
   MOVE EqpType           TO PrnOutType
   MOVE ElnBorrowerNumber TO PrnOutBorrower
   MOVE BorrowerName      TO PrnOutName
   MOVE BorrowerPhone     TO PrnOutPhone
   MOVE ElnDueDate        TO PrnOutDueDate
   MOVE ElnDueTime        TO PrnOutDueTime
   WRITE ReportLine FROM SweepLine
   MOVE EqpDescription    TO PrnOutDescription
   MOVE ElnLoanDate       TO PrnOutLoanDate
   MOVE ElnLoanTime(1:4)  TO PrnOutLoanTime
   WRITE ReportLine FROM SweepDescriptionLine.

*> Opening hours for hoursDate from ClosedDays; zeros when the
*> library is shut that day.
GetOpeningHours.
   MOVE "HOUR" TO ClosedDaysFunction
   CALL "ClosedDays" USING ClosedDaysFunction hoursDate
                           ClosedDaysResult ClosedDaysCount
                           ClosedDaysValid
   IF ClosedDaysIsValid AND ClosedDaysCount = 1
     MOVE ClosedDaysOpenTime  TO dayOpenTime
     MOVE ClosedDaysCloseTime TO dayCloseTime
    ELSE
     MOVE ZERO TO dayOpenTime, dayCloseTime
   END-IF.

TimeToMinutes.
   DIVIDE timeValue BY 100 GIVING timeHours REMAINDER timeMinutes
   COMPUTE minuteValue = timeHours * 60 + timeMinutes.

MinutesToTime.
   DIVIDE minuteValue BY 60 GIVING timeHours REMAINDER timeMinutes
   COMPUTE timeValue = timeHours * 100 + timeMinutes.

CountBorrowerOpenLoans.
   ACCEPT blockCheckToday FROM DATE YYYYMMDD
   MOVE ZERO TO BorrowerOpenLoans, BorrowerOverdueLoans
   PERFORM OpenLoanFileInput
   MOVE borrowerInput TO LoanBorrowerNumber
   START LoanFile KEY IS EQUAL TO LoanBorrowerNumber
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextLoanRecord
   END-START
   PERFORM UNTIL EndOfLoanFile
                 OR LoanBorrowerNumber NOT EQUAL TO borrowerInput
     IF LoanReturnDate = ZEROS
       ADD 1 TO BorrowerOpenLoans
       IF LoanDueDate < blockCheckToday AND LoanClaimDate = ZEROS
         ADD 1 TO BorrowerOverdueLoans
       END-IF
     END-IF
     PERFORM ReadNextLoanRecord
   END-PERFORM
   CLOSE LoanFile.

WriteJournalEntry.
   CALL "JournalWriter" USING JournalFileCode JournalOperation
                              JournalBefore JournalAfter
   MOVE SPACES TO JournalBefore, JournalAfter.

ReadNextEquipmentRecord.
   READ EquipmentFile NEXT RECORD
     AT END SET EndOfEquipmentFile TO TRUE
   END-READ.

ReadNextEquipLoanRecord.
   READ EquipLoanFile NEXT RECORD
     AT END SET EndOfEquipLoanFile TO TRUE
   END-READ.

ReadNextLoanRecord.
   READ LoanFile NEXT RECORD
     AT END SET EndOfLoanFile TO TRUE
   END-READ.

ReadNextFineRecord.
   READ FineFile NEXT RECORD
     AT END SET EndOfFineFile TO TRUE
   END-READ.

OpenEquipmentFileIO.
   OPEN I-O EquipmentFile
   IF EquipmentFileStatus EQUAL TO "35"
     OPEN OUTPUT EquipmentFile
     CLOSE EquipmentFile
     OPEN I-O EquipmentFile
   END-IF
   IF EquipmentFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Equipment.dat, status: "
             EquipmentFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenEquipmentFileInput.
   OPEN INPUT EquipmentFile
   IF EquipmentFileStatus EQUAL TO "35"
     OPEN OUTPUT EquipmentFile
     CLOSE EquipmentFile
     OPEN INPUT EquipmentFile
   END-IF
   IF EquipmentFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Equipment.dat, status: "
             EquipmentFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenEquipLoanFileIO.
   OPEN I-O EquipLoanFile
   IF EquipLoanFileStatus EQUAL TO "35"
     OPEN OUTPUT EquipLoanFile
     CLOSE EquipLoanFile
     OPEN I-O EquipLoanFile
   END-IF
   IF EquipLoanFileStatus EQUAL TO "93" OR
      EquipLoanFileStatus EQUAL TO "94"
     DISPLAY "EquipmentLoan.dat is locked by the other desk. "
             "Try again in a moment."
   END-IF
   IF EquipLoanFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open EquipmentLoan.dat, status: "
             EquipLoanFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenEquipLoanFileInput.
   OPEN INPUT EquipLoanFile
   IF EquipLoanFileStatus EQUAL TO "35"
     OPEN OUTPUT EquipLoanFile
     CLOSE EquipLoanFile
     OPEN INPUT EquipLoanFile
   END-IF
   IF EquipLoanFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open EquipmentLoan.dat, status: "
             EquipLoanFileStatus
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

COPY AuditLog.

COPY BorrowerBlockCheck.

COPY LoanPolicy.

END PROGRAM EquipmentLoans.
