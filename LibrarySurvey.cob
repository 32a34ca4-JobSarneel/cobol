IDENTIFICATION DIVISION.
PROGRAM-ID. LibrarySurvey.
AUTHOR. Job Sarneel.
*> Annual return for the national library survey. The survey form
*> used to be filled in by hand from half a dozen reports; this
*> gathers its figures for the survey year (SURVEYYEAR, default the
*> year just ended) and writes LibrarySurvey.dat in the survey's
*> fixed layout, under our survey code (SURVEYLIBCODE, default the
*> INSTCODE the ministry return uses):
*>   "H" + library code + survey year + extract date      header
*>   "D" + survey item code + value                      one per item
*>   "T" + record count + sum of the values               trailer
*> Stock comes from Book.dat and BookCopy.dat: a copy is held from
*> its acquisition date until the Withdrawals.dat register says it
*> went, so the stock at the start and end of the year can be
*> told apart from what was added and withdrawn in it; a title with
*> no copy records is counted as BookCopyCount copies (zero read as
*> 1) held from the day it was added. Loans and active borrowers
*> (anyone who borrowed in the year) come from LoanHistory.dat by
*> the borrower's category in Borrower.dat; registered borrowers
*> are the cards valid at the year end. ILL in is what partners
*> supplied to us (ILL.dat outbound requests that arrived in the
*> year), ILL out what we lent them; visits are the door counters'
*> GateCounts.dat; fines income is the money the PaymentsJournal.dat
*> took in the year, refunds off, the way YearEndClose counts it, in
*> whole units. As with MinistryExtract, the file is only called
*> good when it balances: the return is read back against its own
*> trailer, loans and active borrowers by type must add up to their
*> totals, and stock at the start plus stock added less the
*> register's withdrawals must come to the stock counted at the
*> year end. A mismatch abends with RETURN-CODE 12 and the print
*> says not to submit. LibrarySurvey.prt is the readable copy for
*> sign-off, and what was read and written also goes to
*> ControlTotals.dat.

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
   SELECT HistoryFile ASSIGN TO "LoanHistory.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          FILE STATUS IS BorrowerFileStatus.
   SELECT IllFile ASSIGN TO "ILL.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IllKey
          FILE STATUS IS IllFileStatus.
   SELECT WithdrawalFile ASSIGN TO "Withdrawals.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WithdrawalFileStatus.
   SELECT GateCountFile ASSIGN TO "GateCounts.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GateCountFileStatus.
   SELECT PaymentsFile ASSIGN TO "PaymentsJournal.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentsFileStatus.
   SELECT SurveyFile ASSIGN TO "LibrarySurvey.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SurveyFileStatus.
   SELECT ReportFile ASSIGN TO "LibrarySurvey.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.
   SELECT ControlTotalFile ASSIGN TO "ControlTotals.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ControlTotalFileStatus.

DATA DIVISION.
FILE SECTION.
FD BookFile.
COPY BookDetailsRecord.

FD CopyFile.
COPY BookCopyRecord.

FD HistoryFile.
COPY HistoryRecord.

FD BorrowerFile.
COPY BorrowerRecord.

*> The InterlibraryLoan record shape.
FD IllFile.
01 IllRecord.
   88 EndOfIllFile                      VALUE HIGH-VALUES.
   02 IllKey.
      03 IllDirection        PIC X.
      03 IllSequence         PIC 9(4).
   02 IllPartner             PIC X(20).
   02 IllBSN                 PIC X(17).
   02 IllCopyNumber          PIC 9(2).
   02 IllBorrowerNumber      PIC 9(5).
   02 IllTitle               PIC X(25).
   02 IllRequestDate         PIC 9(8).
   02 IllReceiveDate         PIC 9(8).
   02 IllReturnByDate        PIC 9(8).
   02 IllStatus              PIC X.

FD WithdrawalFile.
COPY WithdrawalRecord.

FD GateCountFile.
COPY GateCountRecord.

FD PaymentsFile.
COPY PaymentRecord.

FD SurveyFile.
01 SurveyRecord              PIC X(40).
01 SurveyReadRecord.
   88 EndOfSurveyFile                   VALUE HIGH-VALUES.
   02 SrvRecordType          PIC X.
   02 SrvItemCode            PIC X(6).
   02 SrvItemValue           PIC 9(10).
   02 FILLER                 PIC X(23).

FD ReportFile.
01 ReportLine                PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

FD ControlTotalFile.
COPY ControlTotalRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
COPY ControlTotalData.
01 BookFileStatus            PIC XX     VALUE "00".
01 CopyFileStatus            PIC XX     VALUE "00".
01 HistoryFileStatus         PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 IllFileStatus             PIC XX     VALUE "00".
01 WithdrawalFileStatus      PIC XX     VALUE "00".
01 GateCountFileStatus       PIC XX     VALUE "00".
01 PaymentsFileStatus        PIC XX     VALUE "00".
01 SurveyFileStatus          PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 SurveyLibraryCode         PIC X(8)   VALUE SPACES.
01 SurveyYear                PIC 9(4)   VALUE ZERO.
01 YearStartDate             PIC 9(8)   VALUE ZEROS.
01 YearEndDate               PIC 9(8)   VALUE ZEROS.
01 ExtractDate               PIC 9(8)   VALUE ZEROS.

*> The survey's items, in the order the form asks for them: the
*> item code the survey prescribes and what it means. ItemValue
*> below runs parallel to it. Loans (items 7-11) and active
*> borrowers (items 13-17) are by borrower category in the order
*> of CategoryCodes.
01 SurveyItemValues.
   02 FILLER PIC X(51)
      VALUE "STK001Titles held at the year end".
   02 FILLER PIC X(51)
      VALUE "STK002Copies held at the start of the year".
   02 FILLER PIC X(51)
      VALUE "STK003Copies added in the year".
   02 FILLER PIC X(51)
      VALUE "STK004Titles added in the year".
   02 FILLER PIC X(51)
      VALUE "STK005Copies withdrawn in the year".
   02 FILLER PIC X(51)
      VALUE "STK006Copies held at the year end".
   02 FILLER PIC X(51)
      VALUE "LNS001Loans to students".
   02 FILLER PIC X(51)
      VALUE "LNS002Loans to staff".
   02 FILLER PIC X(51)
      VALUE "LNS003Loans to external members".
   02 FILLER PIC X(51)
      VALUE "LNS004Loans to children".
   02 FILLER PIC X(51)
      VALUE "LNS005Loans to other borrowers".
   02 FILLER PIC X(51)
      VALUE "LNS000Loans, all borrowers".
   02 FILLER PIC X(51)
      VALUE "BOR001Active borrowers, students".
   02 FILLER PIC X(51)
      VALUE "BOR002Active borrowers, staff".
   02 FILLER PIC X(51)
      VALUE "BOR003Active borrowers, external members".
   02 FILLER PIC X(51)
      VALUE "BOR004Active borrowers, children".
   02 FILLER PIC X(51)
      VALUE "BOR005Active borrowers, other".
   02 FILLER PIC X(51)
      VALUE "BOR000Active borrowers, all".
   02 FILLER PIC X(51)
      VALUE "BOR010Registered borrowers at the year end".
   02 FILLER PIC X(51)
      VALUE "ILL001Interlibrary loans received from partners".
   02 FILLER PIC X(51)
      VALUE "ILL002Interlibrary loans supplied to partners".
   02 FILLER PIC X(51)
      VALUE "VIS001Visits".
   02 FILLER PIC X(51)
      VALUE "FIN001Fines and charges income (whole units)".
01 SurveyItemTable REDEFINES SurveyItemValues.
   02 SurveyItem             OCCURS 23 TIMES.
      03 ItemCode            PIC X(6).
      03 ItemDescription     PIC X(45).
01 SurveyItemFigures.
   02 ItemValue              PIC 9(10)  OCCURS 23 TIMES.
01 ItemCount                 PIC 99     VALUE 23.
01 itemIndex                 PIC 99     VALUE ZERO.

*> Borrower categories in the order of the loan and active-borrower
*> items; anything else (a space, or a borrower no longer on file)
*> counts as "other", the fifth.
01 CategoryCodes             PIC X(4)   VALUE "SFEC".
01 categoryIndex             PIC 9      VALUE ZERO.

*> Who has borrowed this year, so each borrower is counted active
*> once: one byte per possible borrower number.
01 ActiveBorrowerTable.
   02 ActiveBorrowerFlag     PIC X      OCCURS 99999 TIMES.

*> The register's withdrawal date for every withdrawn copy, so a
*> "W" copy leaves the stock on the right day.
01 WithdrawalDateTable.
   02 WithdrawalDateEntry    OCCURS 5000 TIMES.
      03 WdtBSN              PIC X(17).
      03 WdtCopyNumber       PIC 9(2).
      03 WdtDate             PIC 9(8).
01 WithdrawalDateCount       PIC 9(4)   VALUE ZERO.
01 withdrawalIndex           PIC 9(4)   VALUE ZERO.

01 copyAcquired              PIC 9(8)   VALUE ZEROS.
01 copyWithdrawn             PIC 9(8)   VALUE ZEROS.
01 legacyCopies              PIC 9(2)   VALUE ZERO.
01 titleCopiesFound          PIC 9(3)   VALUE ZERO.
01 TitleHeldFlag             PIC X      VALUE "N".
   88 TitleHeldAtYearEnd                VALUE "Y".
01 CopyCountedFlag           PIC X      VALUE "Y".
   88 CopyIsCounted                     VALUE "Y".

*> Working figures behind the items, and the balancing.
01 CopiesWithdrawnByCopyFile PIC 9(7)   VALUE ZERO.
01 OutsideRegisterCount      PIC 9(7)   VALUE ZERO.
01 LegacyTitleCount          PIC 9(7)   VALUE ZERO.
01 ExpectedStockEnd          PIC S9(9)  VALUE ZERO.
01 StockDifference           PIC S9(9)  VALUE ZERO.
01 LoansReadCount            PIC 9(9)   VALUE ZERO.
01 LoansUnknownBorrower      PIC 9(7)   VALUE ZERO.
01 LoanTypeSum               PIC 9(10)  VALUE ZERO.
01 ActiveTypeSum             PIC 9(10)  VALUE ZERO.
01 GateDaysCounted           PIC 9(5)   VALUE ZERO.
01 GateCountsFound           PIC X      VALUE "N".
   88 GateCountsWereFound               VALUE "Y".
01 FinesCollectedGross       PIC 9(7)V99 VALUE ZERO.
01 FinesRefunded             PIC 9(7)V99 VALUE ZERO.
01 FinesIncomeNet            PIC 9(7)V99 VALUE ZERO.
01 DetailCount               PIC 9(6)   VALUE ZERO.
01 DetailValueTotal          PIC 9(12)  VALUE ZERO.
01 ReadBackCount             PIC 9(6)   VALUE ZERO.
01 ReadBackTotal             PIC 9(12)  VALUE ZERO.
01 ReadBackTrailerCount      PIC 9(6)   VALUE ZERO.
01 ReadBackTrailerTotal      PIC 9(12)  VALUE ZERO.
01 ReadBackHeaderSeen        PIC X      VALUE "N".
   88 ReadBackHadHeader                 VALUE "Y".
01 ReadBackTrailerSeen       PIC X      VALUE "N".
   88 ReadBackHadTrailer                VALUE "Y".
01 BalanceFailures           PIC 9      VALUE ZERO.

01 HeaderRecord.
   02 FILLER                 PIC X      VALUE "H".
   02 HdrLibraryCode         PIC X(8).
   02 HdrSurveyYear          PIC 9(4).
   02 HdrExtractDate         PIC 9(8).
01 DetailRecord.
   02 FILLER                 PIC X      VALUE "D".
   02 DetItemCode            PIC X(6).
   02 DetItemValue           PIC 9(10).
01 TrailerRecord.
   02 FILLER                 PIC X      VALUE "T".
   02 TrlRecordCount         PIC 9(6).
   02 TrlValueTotal          PIC 9(12).

01 ReportHeading.
   02 FILLER                 PIC X(32)
      VALUE "National library survey return ".
   02 PrnHeadYear            PIC 9(4).
   02 FILLER                 PIC X(10)  VALUE "  library ".
   02 PrnHeadLibrary         PIC X(8).
   02 FILLER                 PIC X(8)   VALUE "  Run: ".
   02 PrnRunDate             PIC 9(8).
01 ItemLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnItemCode            PIC X(6).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnItemDescription     PIC X(45).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnItemValue           PIC Z,ZZZ,ZZZ,ZZ9.
01 NoteLine.
   02 FILLER                 PIC X(4)   VALUE SPACES.
   02 PrnNoteLabel           PIC X(51).
   02 PrnNoteValue           PIC -,---,---,--9.
01 MoneyLine.
   02 FILLER                 PIC X(4)   VALUE SPACES.
   02 PrnMoneyLabel          PIC X(51).
   02 PrnMoneyValue          PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   PERFORM OpenAuditLog
   MOVE "LibrarySurvey" TO AuditProgramName
   MOVE "START"         TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT ExtractDate FROM DATE YYYYMMDD
   PERFORM LoadSurveyParameters
   INITIALIZE SurveyItemFigures

   PERFORM CountStock
   PERFORM CountLoansAndActiveBorrowers
   PERFORM CountRegisteredBorrowers
   PERFORM CountInterlibraryLoans
   PERFORM CountVisits
   PERFORM CountFinesIncome

   PERFORM WriteSurveyReturn
   PERFORM ReadBackSurveyReturn
   PERFORM CheckSurveyBalances
   PERFORM RecordExtractTotals
   PERFORM PrintSurveyFigures

   IF BalanceFailures > ZERO
     DISPLAY "*** RETURN DOES NOT BALANCE -- see LibrarySurvey.prt."
             " Do NOT submit LibrarySurvey.dat."
     MOVE 12 TO RETURN-CODE
    ELSE
     DISPLAY "Library survey return for " SurveyYear " written to "
             "LibrarySurvey.dat (" DetailCount " item(s); "
             "balanced); see LibrarySurvey.prt."
   END-IF

   MOVE "END"       TO AuditEventType
   MOVE DetailCount TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

*> The survey year (a four-digit year, else the one just ended) and
*> our code with the survey.
LoadSurveyParameters.
   MOVE "SURVEYYEAR" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue(1:4) IS NUMERIC AND SysParmValue(1:4) NOT < "1900"
     MOVE SysParmValue(1:4) TO SurveyYear
    ELSE
     COMPUTE SurveyYear = ExtractDate / 10000 - 1
   END-IF
   COMPUTE YearStartDate = SurveyYear * 10000 + 0101
   COMPUTE YearEndDate   = SurveyYear * 10000 + 1231
   MOVE "SURVEYLIBCODE" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue TO SurveyLibraryCode
   IF SurveyLibraryCode = SPACES
     MOVE "INSTCODE" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue TO SurveyLibraryCode
   END-IF
   IF SurveyLibraryCode = SPACES
     MOVE "INST0001" TO SurveyLibraryCode
   END-IF.

*> Stock, title by title: each title's copy records say when every
*> copy came in and (through the register) when it went; a title
*> from before copy tracking counts as its BookCopyCount.
CountStock.
   PERFORM LoadWithdrawalDates
   OPEN INPUT BookFile
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   OPEN INPUT CopyFile
   IF CopyFileStatus EQUAL TO "35"
     OPEN OUTPUT CopyFile
     CLOSE CopyFile
     OPEN INPUT CopyFile
   END-IF
   IF CopyFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookCopy.dat, status: " CopyFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   READ BookFile NEXT RECORD
     AT END SET EndOfBookFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBookFile
     PERFORM CountOneTitle
     READ BookFile NEXT RECORD
       AT END SET EndOfBookFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE CopyFile
   CLOSE BookFile.

CountOneTitle.
   MOVE "N"  TO TitleHeldFlag
   MOVE ZERO TO titleCopiesFound
   IF BookAddedDate NOT < YearStartDate
      AND BookAddedDate NOT > YearEndDate
     ADD 1 TO ItemValue(4)
   END-IF
   MOVE BSN   TO CopyBSN
   MOVE ZEROS TO CopyNumber
   START CopyFile KEY IS NOT LESS THAN CopyKey
     INVALID KEY
       SET EndOfCopyFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextCopyRecord
   END-START
   PERFORM UNTIL EndOfCopyFile OR CopyBSN NOT = BSN
     ADD 1 TO titleCopiesFound
     PERFORM CountOneCopy
     PERFORM ReadNextCopyRecord
   END-PERFORM
   IF titleCopiesFound = ZERO
     PERFORM CountLegacyTitle
   END-IF
   IF TitleHeldAtYearEnd
     ADD 1 TO ItemValue(1)
   END-IF.

*> A copy is in stock from its acquisition date (unknown counts as
*> before the year) until its withdrawal. A "W" copy the register
*> has no date for went out some other way, on a day nobody wrote
*> down; it is left out of every stock figure and reported.
CountOneCopy.
   MOVE "Y" TO CopyCountedFlag
   IF CopyAcquireDate IS NUMERIC
     MOVE CopyAcquireDate TO copyAcquired
    ELSE
     MOVE ZEROS TO copyAcquired
   END-IF
   MOVE ZEROS TO copyWithdrawn
   IF CopyStatus = "W"
     PERFORM VARYING withdrawalIndex FROM 1 BY 1
             UNTIL withdrawalIndex > WithdrawalDateCount
                   OR copyWithdrawn NOT = ZEROS
       IF WdtBSN(withdrawalIndex) = CopyBSN
          AND WdtCopyNumber(withdrawalIndex) = CopyNumber
         MOVE WdtDate(withdrawalIndex) TO copyWithdrawn
       END-IF
     END-PERFORM
     IF copyWithdrawn = ZEROS
       MOVE "N" TO CopyCountedFlag
       ADD 1 TO OutsideRegisterCount
     END-IF
   END-IF
   IF CopyIsCounted
     IF copyAcquired < YearStartDate
        AND (copyWithdrawn = ZEROS OR
             copyWithdrawn NOT < YearStartDate)
       ADD 1 TO ItemValue(2)
     END-IF
     IF copyAcquired NOT < YearStartDate
        AND copyAcquired NOT > YearEndDate
       ADD 1 TO ItemValue(3)
     END-IF
     IF copyWithdrawn NOT < YearStartDate
        AND copyWithdrawn NOT > YearEndDate
       ADD 1 TO CopiesWithdrawnByCopyFile
     END-IF
     IF copyAcquired NOT > YearEndDate
        AND (copyWithdrawn = ZEROS OR copyWithdrawn > YearEndDate)
       ADD 1 TO ItemValue(6)
       MOVE "Y" TO TitleHeldFlag
     END-IF
   END-IF.

CountLegacyTitle.
   IF BookClosedDate = ZEROS
     ADD 1 TO LegacyTitleCount
     MOVE BookCopyCount TO legacyCopies
     IF legacyCopies = ZERO
       MOVE 1 TO legacyCopies
     END-IF
     EVALUATE TRUE
       WHEN BookAddedDate < YearStartDate
         ADD legacyCopies TO ItemValue(2), ItemValue(6)
         MOVE "Y" TO TitleHeldFlag
       WHEN BookAddedDate NOT > YearEndDate
         ADD legacyCopies TO ItemValue(3), ItemValue(6)
         MOVE "Y" TO TitleHeldFlag
       WHEN OTHER
         CONTINUE
     END-EVALUATE
   END-IF.

*> The register: every withdrawal's date by copy, and the year's
*> withdrawals, which is the figure the survey gets.
LoadWithdrawalDates.
   MOVE ZERO TO WithdrawalDateCount
   OPEN INPUT WithdrawalFile
   IF WithdrawalFileStatus EQUAL TO "00"
     READ WithdrawalFile
       AT END SET EndOfWithdrawalFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfWithdrawalFile
       IF WdrDate NOT < YearStartDate AND WdrDate NOT > YearEndDate
         ADD 1 TO ItemValue(5)
       END-IF
       IF WithdrawalDateCount < 5000
         ADD 1 TO WithdrawalDateCount
         MOVE WdrBSN        TO WdtBSN(WithdrawalDateCount)
         MOVE WdrCopyNumber TO WdtCopyNumber(WithdrawalDateCount)
         MOVE WdrDate       TO WdtDate(WithdrawalDateCount)
        ELSE
         DISPLAY "More than 5000 withdrawals on the register; "
                 "later ones are not dated in the stock figures."
         ADD 1 TO AuditErrorCount
       END-IF
       READ WithdrawalFile
         AT END SET EndOfWithdrawalFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE WithdrawalFile
   END-IF.

*> Every loan made in the year, by the borrower's category; the
*> first loan of the year makes the borrower active.
CountLoansAndActiveBorrowers.
   MOVE ALL "N" TO ActiveBorrowerTable
   OPEN INPUT HistoryFile
   IF HistoryFileStatus EQUAL TO "35"
     OPEN OUTPUT HistoryFile
     CLOSE HistoryFile
     OPEN INPUT HistoryFile
   END-IF
   IF HistoryFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open LoanHistory.dat, status: "
             HistoryFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   PERFORM OpenBorrowerFileInput
   READ HistoryFile NEXT RECORD
     AT END SET EndOfHistoryFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfHistoryFile
     IF HistLoanDate NOT < YearStartDate
        AND HistLoanDate NOT > YearEndDate
       PERFORM CountOneLoan
     END-IF
     READ HistoryFile NEXT RECORD
       AT END SET EndOfHistoryFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE BorrowerFile
   CLOSE HistoryFile.

CountOneLoan.
   ADD 1 TO LoansReadCount, ItemValue(12)
   MOVE 5 TO categoryIndex
   MOVE HistBorrowerNumber TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       ADD 1 TO LoansUnknownBorrower
     NOT INVALID KEY
       PERFORM VARYING categoryIndex FROM 1 BY 1
               UNTIL categoryIndex > 4
                     OR CategoryCodes(categoryIndex:1)
                        = BorrowerCategory
         CONTINUE
       END-PERFORM
   END-READ
   ADD 1 TO ItemValue(categoryIndex + 6)
   IF HistBorrowerNumber > ZERO
     IF ActiveBorrowerFlag(HistBorrowerNumber) = "N"
       MOVE "Y" TO ActiveBorrowerFlag(HistBorrowerNumber)
       ADD 1 TO ItemValue(categoryIndex + 12), ItemValue(18)
     END-IF
   END-IF.

*> Cards valid on the last day of the year: registered by then,
*> not lapsed before it, and not closed.
CountRegisteredBorrowers.
   PERFORM OpenBorrowerFileInput
   READ BorrowerFile NEXT RECORD
     AT END SET EndOfBorrowerFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBorrowerFile
     IF BorrowerRegisteredDate NOT > YearEndDate
        AND (BorrowerExpiryDate = ZEROS OR
             BorrowerExpiryDate NOT < YearEndDate)
        AND BorrowerCloseFlag NOT = "C"
       ADD 1 TO ItemValue(19)
     END-IF
     READ BorrowerFile NEXT RECORD
       AT END SET EndOfBorrowerFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE BorrowerFile.

*> ILL in: our requests a partner supplied, by the day they
*> arrived. ILL out: our copies lent to partners, by the day they
*> went.
CountInterlibraryLoans.
   OPEN INPUT IllFile
   IF IllFileStatus EQUAL TO "00"
     READ IllFile NEXT RECORD
       AT END SET EndOfIllFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfIllFile
       EVALUATE IllDirection
         WHEN "O"
           IF IllReceiveDate NOT < YearStartDate
              AND IllReceiveDate NOT > YearEndDate
             ADD 1 TO ItemValue(20)
           END-IF
         WHEN "I"
           IF IllRequestDate NOT < YearStartDate
              AND IllRequestDate NOT > YearEndDate
             ADD 1 TO ItemValue(21)
           END-IF
         WHEN OTHER
           CONTINUE
       END-EVALUATE
       READ IllFile NEXT RECORD
         AT END SET EndOfIllFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE IllFile
   END-IF.

*> The door counters' daily figures for the year. None at all is
*> worth a warning: the survey wants a visits figure.
CountVisits.
   OPEN INPUT GateCountFile
   IF GateCountFileStatus EQUAL TO "00"
     READ GateCountFile
       AT END SET EndOfGateCountFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfGateCountFile
       IF GateCountDate NOT < YearStartDate
          AND GateCountDate NOT > YearEndDate
         ADD GateVisitCount TO ItemValue(22)
         ADD 1 TO GateDaysCounted
         MOVE "Y" TO GateCountsFound
       END-IF
       READ GateCountFile
         AT END SET EndOfGateCountFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE GateCountFile
   END-IF
   IF NOT GateCountsWereFound
     DISPLAY "No door-counter figures for " SurveyYear " in "
             "GateCounts.dat -- visits are reported as zero."
     ADD 1 TO AuditErrorCount
   END-IF.

*> Money taken in the year on fines and charges: payments at the
*> desk, the registrar's collections and the agency's remittances,
*> less found-book refunds. Debt moved, waived or reversed is not
*> income (the YearEndClose rules).
CountFinesIncome.
   OPEN INPUT PaymentsFile
   IF PaymentsFileStatus EQUAL TO "00"
     READ PaymentsFile
       AT END SET EndOfPaymentsFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfPaymentsFile
       IF PayDate NOT < YearStartDate AND PayDate NOT > YearEndDate
         EVALUATE PayType
           WHEN "W"
           WHEN "A"
           WHEN "T"
           WHEN "B"
           WHEN "R"
           WHEN "U"
           WHEN "M"
           WHEN "V"
             CONTINUE
           WHEN "F"
             ADD PayAmount TO FinesRefunded
           WHEN OTHER
             ADD PayAmount TO FinesCollectedGross
         END-EVALUATE
       END-IF
       READ PaymentsFile
         AT END SET EndOfPaymentsFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE PaymentsFile
   END-IF
   IF FinesRefunded > FinesCollectedGross
     MOVE ZERO TO FinesIncomeNet
    ELSE
     COMPUTE FinesIncomeNet = FinesCollectedGross - FinesRefunded
   END-IF
   COMPUTE ItemValue(23) ROUNDED = FinesIncomeNet.

WriteSurveyReturn.
   OPEN OUTPUT SurveyFile
   IF SurveyFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create LibrarySurvey.dat, status: "
             SurveyFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE SurveyLibraryCode TO HdrLibraryCode
   MOVE SurveyYear        TO HdrSurveyYear
   MOVE ExtractDate       TO HdrExtractDate
   WRITE SurveyRecord FROM HeaderRecord
   MOVE ZERO TO DetailCount, DetailValueTotal
   PERFORM VARYING itemIndex FROM 1 BY 1 UNTIL itemIndex > ItemCount
     MOVE ItemCode(itemIndex)  TO DetItemCode
     MOVE ItemValue(itemIndex) TO DetItemValue
     WRITE SurveyRecord FROM DetailRecord
     ADD 1 TO DetailCount
     ADD ItemValue(itemIndex) TO DetailValueTotal
   END-PERFORM
   MOVE DetailCount      TO TrlRecordCount
   MOVE DetailValueTotal TO TrlValueTotal
   WRITE SurveyRecord FROM TrailerRecord
   CLOSE SurveyFile.

*> The file as it landed on disk, counted again and held against
*> its own trailer, so a short write cannot go to the survey.
ReadBackSurveyReturn.
   MOVE ZERO TO ReadBackCount, ReadBackTotal,
                ReadBackTrailerCount, ReadBackTrailerTotal
   OPEN INPUT SurveyFile
   IF SurveyFileStatus EQUAL TO "00"
     READ SurveyFile
       AT END SET EndOfSurveyFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfSurveyFile
       EVALUATE SrvRecordType
         WHEN "H"
           MOVE "Y" TO ReadBackHeaderSeen
         WHEN "D"
           ADD 1 TO ReadBackCount
           ADD SrvItemValue TO ReadBackTotal
         WHEN "T"
           MOVE "Y" TO ReadBackTrailerSeen
           MOVE SurveyReadRecord(2:6)  TO ReadBackTrailerCount
           MOVE SurveyReadRecord(8:12) TO ReadBackTrailerTotal
         WHEN OTHER
           CONTINUE
       END-EVALUATE
       READ SurveyFile
         AT END SET EndOfSurveyFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE SurveyFile
   END-IF.

CheckSurveyBalances.
   MOVE ZERO TO BalanceFailures
   IF NOT ReadBackHadHeader OR NOT ReadBackHadTrailer
      OR ReadBackCount NOT = ReadBackTrailerCount
      OR ReadBackTotal NOT = ReadBackTrailerTotal
      OR ReadBackCount NOT = ItemCount
     ADD 1 TO BalanceFailures
   END-IF
   MOVE ZERO TO LoanTypeSum, ActiveTypeSum
   PERFORM VARYING categoryIndex FROM 1 BY 1 UNTIL categoryIndex > 5
     ADD ItemValue(categoryIndex + 6)  TO LoanTypeSum
     ADD ItemValue(categoryIndex + 12) TO ActiveTypeSum
   END-PERFORM
   IF LoanTypeSum NOT = ItemValue(12)
      OR LoanTypeSum NOT = LoansReadCount
     ADD 1 TO BalanceFailures
   END-IF
   IF ActiveTypeSum NOT = ItemValue(18)
     ADD 1 TO BalanceFailures
   END-IF
   COMPUTE ExpectedStockEnd = ItemValue(2) + ItemValue(3)
                            - ItemValue(5)
   COMPUTE StockDifference = ItemValue(6) - ExpectedStockEnd
   IF StockDifference NOT = ZERO
     ADD 1 TO BalanceFailures
   END-IF.

*> What was read and what was written, for ControlBalance.
RecordExtractTotals.
   PERFORM OpenControlTotals
   MOVE "LibrarySurvey"  TO ControlStepName
   MOVE "LOANSREAD"      TO ControlCounterName
   MOVE LoansReadCount   TO ControlCounterValue
   PERFORM RecordControlTotal
   MOVE "REGWITHDRAWN"   TO ControlCounterName
   MOVE ItemValue(5)     TO ControlCounterValue
   PERFORM RecordControlTotal
   MOVE "STOCKEND"       TO ControlCounterName
   MOVE ItemValue(6)     TO ControlCounterValue
   PERFORM RecordControlTotal
   MOVE "DETAILCOUNT"    TO ControlCounterName
   MOVE DetailCount      TO ControlCounterValue
   PERFORM RecordControlTotal
   MOVE "DETAILSUM"      TO ControlCounterName
   MOVE DetailValueTotal TO ControlCounterValue
   PERFORM RecordControlTotal
   CLOSE ControlTotalFile.

*> The readable copy: every item as it went in the return, then how
*> the figures balance and what lies behind them, and the sign-off.
PrintSurveyFigures.
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create LibrarySurvey.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE SurveyYear        TO PrnHeadYear
   MOVE SurveyLibraryCode TO PrnHeadLibrary
   MOVE ExtractDate       TO PrnRunDate
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   PERFORM VARYING itemIndex FROM 1 BY 1 UNTIL itemIndex > ItemCount
     MOVE ItemCode(itemIndex)        TO PrnItemCode
     MOVE ItemDescription(itemIndex) TO PrnItemDescription
     MOVE ItemValue(itemIndex)       TO PrnItemValue
     WRITE ReportLine FROM ItemLine
   END-PERFORM

   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Stock reconciliation (copies):" TO ReportLine
   WRITE ReportLine
   MOVE "Held at the start of the year" TO PrnNoteLabel
   MOVE ItemValue(2) TO PrnNoteValue
   WRITE ReportLine FROM NoteLine
   MOVE "plus added in the year" TO PrnNoteLabel
   MOVE ItemValue(3) TO PrnNoteValue
   WRITE ReportLine FROM NoteLine
   MOVE "less withdrawn in the year (register)" TO PrnNoteLabel
   MOVE ItemValue(5) TO PrnNoteValue
   WRITE ReportLine FROM NoteLine
   MOVE "should leave at the year end" TO PrnNoteLabel
   MOVE ExpectedStockEnd TO PrnNoteValue
   WRITE ReportLine FROM NoteLine
   MOVE "counted at the year end" TO PrnNoteLabel
   MOVE ItemValue(6) TO PrnNoteValue
   WRITE ReportLine FROM NoteLine
   MOVE "difference" TO PrnNoteLabel
   MOVE StockDifference TO PrnNoteValue
   WRITE ReportLine FROM NoteLine
   MOVE "withdrawn in the year per BookCopy.dat" TO PrnNoteLabel
   MOVE CopiesWithdrawnByCopyFile TO PrnNoteValue
   WRITE ReportLine FROM NoteLine
   MOVE "withdrawn outside the register (left out)"
     TO PrnNoteLabel
   MOVE OutsideRegisterCount TO PrnNoteValue
   WRITE ReportLine FROM NoteLine
   MOVE "titles without copy records (counted)" TO PrnNoteLabel
   MOVE LegacyTitleCount TO PrnNoteValue
   WRITE ReportLine FROM NoteLine

   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Behind the other figures:" TO ReportLine
   WRITE ReportLine
   MOVE "loans to borrowers no longer on file (other)"
     TO PrnNoteLabel
   MOVE LoansUnknownBorrower TO PrnNoteValue
   WRITE ReportLine FROM NoteLine
   MOVE "door-counter days in the visits figure" TO PrnNoteLabel
   MOVE GateDaysCounted TO PrnNoteValue
   WRITE ReportLine FROM NoteLine
   MOVE "fines and charges collected" TO PrnMoneyLabel
   MOVE FinesCollectedGross TO PrnMoneyValue
   WRITE ReportLine FROM MoneyLine
   MOVE "less found-book refunds" TO PrnMoneyLabel
   MOVE FinesRefunded TO PrnMoneyValue
   WRITE ReportLine FROM MoneyLine
   MOVE "income (the return rounds to whole units)"
     TO PrnMoneyLabel
   MOVE FinesIncomeNet TO PrnMoneyValue
   WRITE ReportLine FROM MoneyLine

   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE SPACES TO ReportLine
   IF BalanceFailures > ZERO
     STRING "*** DOES NOT BALANCE (" BalanceFailures
            " check(s) failed) -- do NOT submit this return."
            DELIMITED BY SIZE INTO ReportLine
    ELSE
     STRING "Balanced: " DetailCount " items, value total "
            DetailValueTotal ", trailer agrees."
            DELIMITED BY SIZE INTO ReportLine
   END-IF
   WRITE ReportLine
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Prepared by: ______________________  Date: __________"
     TO ReportLine
   WRITE ReportLine
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Approved by: ______________________  Date: __________"
     TO ReportLine
   WRITE ReportLine
   CLOSE ReportFile.

ReadNextCopyRecord.
   READ CopyFile NEXT RECORD
     AT END SET EndOfCopyFile TO TRUE
   END-READ.

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
COPY ControlTotal.

END PROGRAM LibrarySurvey.
