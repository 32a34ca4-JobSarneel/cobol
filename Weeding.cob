IDENTIFICATION DIVISION.
PROGRAM-ID. Weeding.
AUTHOR. Job Sarneel.
*> Withdrawal and disposal of stock. CirculationStats lists the
*> titles nobody borrows (WeedingCandidates.dat); here the copies
*> actually come out of stock, one decision per copy. 'c' works
*> through the candidate list title by title, asking for each copy
*> on the shelf, missing or written off as lost whether to withdraw
*> it, keep it (logged as WKEEP, so the next list can be read
*> against it) or leave it for now; 'b' withdraws copies keyed in
*> by barcode. A withdrawal asks why the copy goes and where to
*> (sold -- with the money taken --, discarded, or sent to another
*> library), sets the copy to "W" in BookCopy.dat, takes it off
*> BookCopyCount and onto BookWithdrawnCopies, and when the last
*> copy goes closes the title (BookClosedDate). A title with a copy
*> out on loan, a hold waiting or queued, or a place on any course
*> reading list in Reserves.dat is refused whole -- clear those
*> first. Every withdrawal is appended to Withdrawals.dat, the
*> register, which 'r' prints for a year to Withdrawals.prt with
*> totals by reason and disposal, sale income and titles closed --
*> the stock-withdrawn figures for the annual return. Book.dat
*> changes are journalled. Sessions start with an OperatorSignon
*> sign-on; UNATTENDED=Y takes the choice from WEEDINGMODE (only the
*> register can run unattended) and the year from WEEDREGYEAR
*> (default this year) so NightlyBatch can print it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSN
          ALTERNATE RECORD KEY IS AuthSurname WITH DUPLICATES
          FILE STATUS IS BookFileStatus.
   SELECT CopyFile ASSIGN TO "BookCopy.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CopyKey
          FILE STATUS IS CopyFileStatus.
   SELECT LoanFile ASSIGN TO "BookLoan.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT HoldFile ASSIGN TO "Hold.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
   SELECT ReserveFile ASSIGN TO "Reserves.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RsvKey
          FILE STATUS IS ReserveFileStatus.
   SELECT CandidateFile ASSIGN TO "WeedingCandidates.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CandidateFileStatus.
   SELECT WithdrawalFile ASSIGN TO "Withdrawals.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WithdrawalFileStatus.
   SELECT ReportFile ASSIGN TO "Withdrawals.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BookFile.
COPY BookDetailsRecord.

FD CopyFile.
COPY BookCopyRecord.

FD LoanFile.
COPY LoanRecord.

FD HoldFile.
COPY HoldRecord.

FD ReserveFile.
COPY ReserveRecord.

FD CandidateFile.
COPY WeedingCandidateRecord.

FD WithdrawalFile.
COPY WithdrawalRecord.

FD ReportFile.
01 ReportLine                PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
COPY SystemParameterData.
COPY WithdrawCopyData.
01 BookFileStatus            PIC XX     VALUE "00".
01 CopyFileStatus            PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 HoldFileStatus            PIC XX     VALUE "00".
01 ReserveFileStatus         PIC XX     VALUE "00".
01 CandidateFileStatus       PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 weedChoice                PIC X      VALUE SPACE.
01 copyAnswer                PIC X      VALUE SPACE.
01 barcodeInput              PIC X(15)  VALUE SPACES.
01 yearInput                 PIC X(4)   VALUE SPACES.
01 registerYear              PIC 9(4)   VALUE ZERO.
01 copyNumberLimit           PIC 9(3)   VALUE ZERO.
01 copyIndex                 PIC 9(3)   VALUE ZERO.
01 refuseReason              PIC X(50)  VALUE SPACES.
01 copiesOffered             PIC 9(3)   VALUE ZERO.
01 withdrawnThisRun          PIC 9(5)   VALUE ZERO.
01 keptThisRun               PIC 9(5)   VALUE ZERO.
01 closedThisRun             PIC 9(5)   VALUE ZERO.
01 refusedThisRun            PIC 9(5)   VALUE ZERO.

01 CandidateQuitFlag         PIC X      VALUE "N".
   88 CandidateListQuit                 VALUE "Y".
01 CopyEligibleFlag          PIC X      VALUE "N".
   88 CopyIsEligible                    VALUE "Y".

*> Register totals for the year printed.
01 ReasonTallies.
   02 ReasonTally            PIC 9(5)   OCCURS 6 TIMES.
01 DisposalTallies.
   02 DisposalTally          PIC 9(5)   OCCURS 3 TIMES.
01 RegisterCopies            PIC 9(6)   VALUE ZERO.
01 RegisterTitlesClosed      PIC 9(5)   VALUE ZERO.
01 RegisterSaleIncome        PIC 9(7)V99 VALUE ZERO.
01 RegisterBookValue         PIC 9(9)V99 VALUE ZERO.
01 RegisterOtherCodes        PIC 9(5)   VALUE ZERO.

01 ReportHeading.
   02 FILLER                 PIC X(26)
      VALUE "Withdrawals register for ".
   02 PrnHeadYear            PIC 9(4).
   02 FILLER                 PIC X(12)  VALUE "  --  Run: ".
   02 PrnRunDate             PIC 9(8).
01 ColumnHeading.
   02 FILLER                 PIC X(38)
      VALUE "  Date      ISBN              Cp Title".
   02 FILLER                 PIC X(22)  VALUE SPACES.
   02 FILLER                 PIC X(37)
      VALUE "R D      Sale  Recipient / closed".
01 DetailLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnDate                PIC 9(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnBSN                 PIC X(17).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnCopy                PIC 99.
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnTitle               PIC X(25).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnReason              PIC X.
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnDisposal            PIC X.
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnSale                PIC ZZ,ZZ9.99.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRecipient           PIC X(25).
01 TallyLine.
   02 FILLER                 PIC X(4)   VALUE SPACES.
   02 PrnTallyName           PIC X(32).
   02 PrnTallyCount          PIC ZZ,ZZ9.
01 TotalLine.
   02 PrnTotLabel            PIC X(36).
   02 PrnTotCount            PIC ZZ,ZZ9.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnTotAmount           PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF NOT RunningUnattended
     MOVE "Weeding" TO SignonProgramName
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
   MOVE "Weeding" TO AuditProgramName
   MOVE "START"   TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT withdrawalToday FROM DATE YYYYMMDD

   IF RunningUnattended
     MOVE "WEEDINGMODE" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue(1:1) TO weedChoice
     IF weedChoice = SPACE
       MOVE "r" TO weedChoice
     END-IF
     IF weedChoice = "r"
       PERFORM PrintWithdrawalsRegister
      ELSE
       DISPLAY "WEEDINGMODE '" weedChoice "' cannot run unattended "
               "-- only the register ('r') can. Nothing run."
       ADD 1 TO AuditErrorCount
     END-IF
    ELSE
     PERFORM WeedingMenu UNTIL weedChoice = "q"
   END-IF

   MOVE SPACES TO AuditKeyValue
   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

WeedingMenu.
   DISPLAY "Press 'c' to work through the weeding list, 'b' to "
           "withdraw copies by barcode, 'r' to print the "
           "withdrawals register, or 'q' to quit: "
           WITH NO ADVANCING
   ACCEPT weedChoice
   EVALUATE weedChoice
     WHEN "c" PERFORM WorkCandidateList
     WHEN "b" PERFORM WithdrawByBarcode
     WHEN "r" PERFORM PrintWithdrawalsRegister
     WHEN "q" CONTINUE
     WHEN OTHER
       DISPLAY "That's not a 'c', 'b', 'r' or 'q'. Try again."
   END-EVALUATE.

*> The weeding list, title by title. Titles since closed or gone
*> from the catalog are passed over; a refused title says why and
*> the list moves on.
WorkCandidateList.
   OPEN INPUT CandidateFile
   IF CandidateFileStatus NOT EQUAL TO "00"
     DISPLAY "No weeding list to work through (WeedingCandidates"
             ".dat, status " CandidateFileStatus "). Run "
             "CirculationStats first."
    ELSE
     PERFORM OpenWeedingFiles
     MOVE ZERO TO withdrawnThisRun, keptThisRun, closedThisRun,
                  refusedThisRun
     MOVE "N" TO CandidateQuitFlag
     MOVE "C" TO withdrawalSource
     READ CandidateFile
       AT END SET EndOfCandidateFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfCandidateFile OR CandidateListQuit
       PERFORM WeighCandidateTitle
       IF NOT CandidateListQuit
         READ CandidateFile
           AT END SET EndOfCandidateFile TO TRUE
         END-READ
       END-IF
     END-PERFORM
     CLOSE CandidateFile
     PERFORM CloseWeedingFiles
     DISPLAY "Weeding list: " withdrawnThisRun " copy(ies) "
             "withdrawn, " keptThisRun " kept, " closedThisRun
             " title(s) closed, " refusedThisRun " title(s) "
             "refused."
   END-IF.

WeighCandidateTitle.
   MOVE WcdBSN TO BSN
   READ BookFile
     INVALID KEY
       DISPLAY WcdBSN " " WcdTitle " -- no longer in the catalog; "
               "passed over."
     NOT INVALID KEY
       IF BookClosedDate NOT = ZEROS
         DISPLAY WcdBSN " " WcdTitle " -- already closed on "
                 BookClosedDate "; passed over."
        ELSE
         DISPLAY " "
         DISPLAY BSN " " BookTitle " " AuthSurname
         DISPLAY "  listed " WcdListDate ": " WcdReason
         PERFORM CheckTitleWithdrawable
         IF refuseReason NOT = SPACES
           DISPLAY "  Refused -- " refuseReason
           ADD 1 TO refusedThisRun
          ELSE
           PERFORM OfferTitleCopies
         END-IF
       END-IF
   END-READ.

*> Each copy still in stock that may go is offered in turn. Copies
*> at the bindery, in transit, lent through ILL or already
*> withdrawn are not offered.
OfferTitleCopies.
   COMPUTE copyNumberLimit = BookCopyCount + BookWithdrawnCopies
   IF copyNumberLimit = ZERO
     MOVE 1 TO copyNumberLimit
   END-IF
   MOVE ZERO TO copiesOffered
   PERFORM VARYING copyIndex FROM 1 BY 1
           UNTIL copyIndex > copyNumberLimit OR CandidateListQuit
                 OR BookClosedDate NOT = ZEROS
     MOVE BSN       TO CopyBSN
     MOVE copyIndex TO CopyNumber
     READ CopyFile
       INVALID KEY
         DISPLAY "  Copy " copyIndex " has no copy record -- run "
                 "CopyMaster's build first."
       NOT INVALID KEY
         PERFORM CheckCopyEligible
         IF CopyIsEligible
           ADD 1 TO copiesOffered
           PERFORM DecideOneCopy
         END-IF
     END-READ
   END-PERFORM
   IF copiesOffered = ZERO AND NOT CandidateListQuit
     DISPLAY "  No copy of this title can be withdrawn just now."
   END-IF.

DecideOneCopy.
   MOVE SPACE TO copyAnswer
   PERFORM UNTIL copyAnswer = "w" OR "k" OR "s" OR "q"
     DISPLAY "  Copy " CopyNumber " (status " CopyStatus ") -- 'w' "
             "withdraw, 'k' keep, 's' skip, 'q' stop the list: "
             WITH NO ADVANCING
     ACCEPT copyAnswer
   END-PERFORM
   EVALUATE copyAnswer
     WHEN "w"
       MOVE "U" TO reasonInput
       PERFORM WithdrawOneCopy
     WHEN "k"
       ADD 1 TO keptThisRun
       MOVE BSN        TO AuditKeyValue
       MOVE CopyNumber TO AuditOldValue
       MOVE "WKEEP"    TO AuditEventType
       PERFORM LogAuditEvent
       MOVE SPACES     TO AuditOldValue
     WHEN "q"
       SET CandidateListQuit TO TRUE
     WHEN OTHER
       CONTINUE
   END-EVALUATE.

*> Barcode entry: the pocket label is the ISBN's 13 digits and the
*> copy number, so it resolves straight to the copy record.
WithdrawByBarcode.
   PERFORM OpenWeedingFiles
   MOVE ZERO TO withdrawnThisRun, closedThisRun, refusedThisRun
   MOVE "B" TO withdrawalSource
   MOVE "X" TO barcodeInput
   PERFORM UNTIL barcodeInput = SPACES
     DISPLAY " "
     DISPLAY "Barcode of the copy (blank to finish): "
             WITH NO ADVANCING
     ACCEPT barcodeInput
     IF barcodeInput NOT = SPACES
       PERFORM WithdrawScannedCopy
     END-IF
   END-PERFORM
   PERFORM CloseWeedingFiles
   DISPLAY "Barcode withdrawals: " withdrawnThisRun " copy(ies) "
           "withdrawn, " closedThisRun " title(s) closed, "
           refusedThisRun " refused.".

WithdrawScannedCopy.
   IF barcodeInput(1:13) IS NOT NUMERIC
      OR barcodeInput(14:2) IS NOT NUMERIC
     DISPLAY "That is not a copy barcode (13-digit ISBN and "
             "2-digit copy number)."
    ELSE
     MOVE SPACES TO BSN
     MOVE barcodeInput(1:13) TO BSN(1:13)
     READ BookFile
       INVALID KEY
         DISPLAY "No title " BSN(1:13) " in the catalog."
       NOT INVALID KEY
         MOVE BSN                 TO CopyBSN
         MOVE barcodeInput(14:2)  TO CopyNumber
         READ CopyFile
           INVALID KEY
             DISPLAY "No copy record for " BSN(1:13) " copy "
                     CopyNumber ". Run CopyMaster's build first."
           NOT INVALID KEY
             PERFORM WeighScannedCopy
         END-READ
     END-READ
   END-IF.

WeighScannedCopy.
   DISPLAY BSN " " BookTitle " copy " CopyNumber " (status "
           CopyStatus ")"
   PERFORM CheckCopyEligible
   IF NOT CopyIsEligible
     DISPLAY "  Only a copy on the shelf, missing or written off as "
             "lost can be withdrawn."
    ELSE
     PERFORM CheckTitleWithdrawable
     IF refuseReason NOT = SPACES
       DISPLAY "  Refused -- " refuseReason
       ADD 1 TO refusedThisRun
      ELSE
       MOVE SPACE TO reasonInput
       PERFORM WithdrawOneCopy
     END-IF
   END-IF.

CheckCopyEligible.
   IF CopyStatus = "A" OR CopyStatus = "M" OR CopyStatus = "S"
     MOVE "Y" TO CopyEligibleFlag
    ELSE
     MOVE "N" TO CopyEligibleFlag
   END-IF.

*> A title is withdrawable only when nothing is pending on it: no
*> copy out on loan, no hold queued or waiting on the pickup shelf,
*> and no course (running or off-season) listing it for reserve.
*> Leaves the first obstacle found in refuseReason.
CheckTitleWithdrawable.
   MOVE SPACES TO refuseReason
   IF BookClosedDate NOT = ZEROS
     MOVE "the title is already closed" TO refuseReason
   END-IF
   IF refuseReason = SPACES
     PERFORM CheckOpenLoans
   END-IF
   IF refuseReason = SPACES
     PERFORM CheckOpenHolds
   END-IF
   IF refuseReason = SPACES
     PERFORM CheckCourseReserves
   END-IF.

CheckOpenLoans.
   MOVE BSN   TO LoanBSN
   MOVE ZEROS TO LoanCopyNumber
   START LoanFile KEY IS NOT LESS THAN LoanKey
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextLoanRecord
   END-START
   PERFORM UNTIL EndOfLoanFile OR LoanBSN NOT = BSN
                 OR refuseReason NOT = SPACES
     IF LoanReturnDate = ZEROS
       STRING "copy " LoanCopyNumber " is out on loan"
              DELIMITED BY SIZE INTO refuseReason
     END-IF
     PERFORM ReadNextLoanRecord
   END-PERFORM.

CheckOpenHolds.
   MOVE BSN   TO HoldBSN
   MOVE ZEROS TO HoldSequence
   START HoldFile KEY IS NOT LESS THAN HoldKey
     INVALID KEY
       SET EndOfHoldFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextHoldRecord
   END-START
   PERFORM UNTIL EndOfHoldFile OR HoldBSN NOT = BSN
                 OR refuseReason NOT = SPACES
     IF HoldStatus = "Q" OR HoldStatus = "R"
       STRING "borrower " HoldBorrowerNumber " has a hold on it"
              DELIMITED BY SIZE INTO refuseReason
     END-IF
     PERFORM ReadNextHoldRecord
   END-PERFORM.

*> Reserves.dat is keyed by course first, so the whole file is read.
CheckCourseReserves.
   MOVE LOW-VALUES TO RsvKey
   START ReserveFile KEY IS NOT LESS THAN RsvKey
     INVALID KEY
       SET EndOfReserveFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextReserveRecord
   END-START
   PERFORM UNTIL EndOfReserveFile OR refuseReason NOT = SPACES
     IF RsvBSN = BSN
       STRING "it is on course " RsvCourseCode "'s reading list"
              DELIMITED BY SIZE INTO refuseReason
     END-IF
     PERFORM ReadNextReserveRecord
   END-PERFORM.

*> The decision for one copy: why it goes (the weeding list offers
*> "unused" as the default) and where to, then the copy, the title
*> and the register are brought up to date.
WithdrawOneCopy.
   PERFORM GetWithdrawalReason
   PERFORM GetDisposal
   PERFORM WithdrawCopyFromStock
   IF WithdrawalDone
     ADD 1 TO withdrawnThisRun
     IF TitleWasClosed
       ADD 1 TO closedThisRun
     END-IF
   END-IF.

*> The register for one year: every withdrawal dated in it, then
*> the counts by reason and by disposal, the sale income, the
*> replacement value written off and the titles closed.
PrintWithdrawalsRegister.
   PERFORM GetRegisterYear
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create Withdrawals.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE registerYear TO PrnHeadYear
   MOVE withdrawalToday    TO PrnRunDate
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   WRITE ReportLine FROM ColumnHeading

   INITIALIZE ReasonTallies, DisposalTallies
   MOVE ZERO TO RegisterCopies, RegisterTitlesClosed,
                RegisterSaleIncome, RegisterBookValue,
                RegisterOtherCodes
   OPEN INPUT WithdrawalFile
   IF WithdrawalFileStatus EQUAL TO "00"
     READ WithdrawalFile
       AT END SET EndOfWithdrawalFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfWithdrawalFile
       IF WdrDate(1:4) = registerYear
         PERFORM PrintRegisterEntry
       END-IF
       READ WithdrawalFile
         AT END SET EndOfWithdrawalFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE WithdrawalFile
   END-IF
   PERFORM PrintRegisterTotals
   CLOSE ReportFile
   MOVE RegisterCopies TO AuditRecordCount
   DISPLAY "Withdrawals register " registerYear ": "
           RegisterCopies " copy(ies); see Withdrawals.prt.".

GetRegisterYear.
   MOVE SPACES TO yearInput
   IF RunningUnattended
     MOVE "WEEDREGYEAR" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue(1:4) TO yearInput
    ELSE
     DISPLAY "Register for which year (blank for this year): "
             WITH NO ADVANCING
     ACCEPT yearInput
   END-IF
   IF yearInput IS NUMERIC AND yearInput NOT = "0000"
     MOVE yearInput TO registerYear
    ELSE
     MOVE withdrawalToday(1:4) TO registerYear
   END-IF.

PrintRegisterEntry.
   ADD 1 TO RegisterCopies
   ADD WdrSaleAmount TO RegisterSaleIncome
   ADD WdrBookValue  TO RegisterBookValue
   MOVE WdrDate       TO PrnDate
   MOVE WdrBSN        TO PrnBSN
   MOVE WdrCopyNumber TO PrnCopy
   MOVE WdrTitle      TO PrnTitle
   MOVE WdrReason     TO PrnReason
   MOVE WdrDisposal   TO PrnDisposal
   MOVE WdrSaleAmount TO PrnSale
   MOVE WdrRecipient  TO PrnRecipient
   IF WdrTitleClosed = "Y"
     ADD 1 TO RegisterTitlesClosed
     IF WdrRecipient = SPACES
       MOVE "(title closed)" TO PrnRecipient
     END-IF
   END-IF
   WRITE ReportLine FROM DetailLine
   PERFORM VARYING reasonIndex FROM 1 BY 1
           UNTIL reasonIndex > ReasonCount
                 OR ReasonCode(reasonIndex) = WdrReason
     CONTINUE
   END-PERFORM
   PERFORM VARYING disposalIndex FROM 1 BY 1
           UNTIL disposalIndex > DisposalCount
                 OR DisposalCode(disposalIndex) = WdrDisposal
     CONTINUE
   END-PERFORM
   IF reasonIndex > ReasonCount OR disposalIndex > DisposalCount
     ADD 1 TO RegisterOtherCodes
   END-IF
   IF reasonIndex NOT > ReasonCount
     ADD 1 TO ReasonTally(reasonIndex)
   END-IF
   IF disposalIndex NOT > DisposalCount
     ADD 1 TO DisposalTally(disposalIndex)
   END-IF.

PrintRegisterTotals.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Withdrawn, by reason:" TO ReportLine
   WRITE ReportLine
   PERFORM VARYING reasonIndex FROM 1 BY 1
           UNTIL reasonIndex > ReasonCount
     MOVE SPACES TO PrnTallyName
     STRING ReasonCode(reasonIndex) "  " ReasonName(reasonIndex)
            DELIMITED BY SIZE INTO PrnTallyName
     MOVE ReasonTally(reasonIndex) TO PrnTallyCount
     WRITE ReportLine FROM TallyLine
   END-PERFORM
   MOVE "Withdrawn, by disposal:" TO ReportLine
   WRITE ReportLine
   PERFORM VARYING disposalIndex FROM 1 BY 1
           UNTIL disposalIndex > DisposalCount
     MOVE SPACES TO PrnTallyName
     STRING DisposalCode(disposalIndex) "  "
            DisposalName(disposalIndex)
            DELIMITED BY SIZE INTO PrnTallyName
     MOVE DisposalTally(disposalIndex) TO PrnTallyCount
     WRITE ReportLine FROM TallyLine
   END-PERFORM
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Copies withdrawn:" TO PrnTotLabel
   MOVE RegisterCopies      TO PrnTotCount
   MOVE RegisterBookValue   TO PrnTotAmount
   WRITE ReportLine FROM TotalLine
   MOVE "Sale income:" TO PrnTotLabel
   MOVE DisposalTally(1)    TO PrnTotCount
   MOVE RegisterSaleIncome  TO PrnTotAmount
   WRITE ReportLine FROM TotalLine
   MOVE "Titles closed:" TO PrnTotLabel
   MOVE RegisterTitlesClosed TO PrnTotCount
   MOVE ZERO                TO PrnTotAmount
   WRITE ReportLine FROM TotalLine
   IF RegisterOtherCodes > ZERO
     MOVE "Entries with an unknown code:" TO PrnTotLabel
     MOVE RegisterOtherCodes TO PrnTotCount
     MOVE ZERO               TO PrnTotAmount
     WRITE ReportLine FROM TotalLine
     ADD 1 TO AuditErrorCount
   END-IF.

ReadNextLoanRecord.
   READ LoanFile NEXT RECORD
     AT END SET EndOfLoanFile TO TRUE
   END-READ.

ReadNextHoldRecord.
   READ HoldFile NEXT RECORD
     AT END SET EndOfHoldFile TO TRUE
   END-READ.

ReadNextReserveRecord.
   READ ReserveFile NEXT RECORD
     AT END SET EndOfReserveFile TO TRUE
   END-READ.

*> Everything a withdrawal touches: the catalog and copy records
*> for update, loans, holds and reserves to check against, and the
*> register to append to.
OpenWeedingFiles.
   OPEN I-O BookFile
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   OPEN I-O CopyFile
   IF CopyFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookCopy.dat, status: " CopyFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
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
   END-IF
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
   END-IF
   OPEN INPUT ReserveFile
   IF ReserveFileStatus EQUAL TO "35"
     OPEN OUTPUT ReserveFile
     CLOSE ReserveFile
     OPEN INPUT ReserveFile
   END-IF
   IF ReserveFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Reserves.dat, status: "
             ReserveFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
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

CloseWeedingFiles.
   CLOSE WithdrawalFile
   CLOSE ReserveFile
   CLOSE HoldFile
   CLOSE LoanFile
   CLOSE CopyFile
   CLOSE BookFile.

COPY WithdrawCopy.

COPY AuditLog.

END PROGRAM Weeding.
