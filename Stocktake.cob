*>      (missing/stolen -- the shortfall per title is shown), and
*>   3. more copies seen/accounted for than the catalog says we own
*>      (on the shelf while recorded as on loan, or a miscount).
*> It closes with the shelf-search list: every copy whose loan is
*> in a claimed-returned dispute, so the counters look for it on
*> the shelves while they are there anyway.
*> Lendable equipment is counted by asset tag in the same scan: a
*> tag on Equipment.dat is not a stray, and the equipment section
*> lists each device expected in the counted branch and sections
*> but not seen (unless it is out on an hourly loan, at repair or
*> already recorded missing) and each device scanned while the file
*> says it is out on loan. Equipment shelf sections join the
*> rolling-cycle coverage ledger alongside the book sections.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT CopyFile ASSIGN TO "BookCopy.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CopyKey
          FILE STATUS IS CopyFileStatus.
   SELECT EquipmentFile ASSIGN TO "Equipment.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EqpAssetTag
          FILE STATUS IS EquipmentFileStatus.
   SELECT ShelfScanFile ASSIGN TO "ShelfScan.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ShelfScanStatus.
FD CopyFile.
COPY BookCopyRecord.

FD EquipmentFile.
COPY EquipmentRecord.

FD ShelfScanFile.
01 ShelfScanRecord.
   88 EndOfShelfScan                    VALUE HIGH-VALUES.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
01 BookFileStatus            PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 CopyFileStatus            PIC XX     VALUE "00".
01 ShelfScanStatus           PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".
01 EquipmentFileStatus       PIC XX     VALUE "00".
*> No Equipment.dat means no equipment to count: the run is the
*> book count alone.
01 EquipmentFilePresent      PIC X      VALUE "N".
   88 EquipmentIsOnFile                 VALUE "Y".
01 EquipExceptionCount       PIC 9(4)   VALUE ZERO.
01 DevicesCounted            PIC 9(4)   VALUE ZERO.
01 deviceSeen                PIC 9(3)   VALUE ZERO.

*> The shelf scan collapsed to one entry per distinct ISBN with how
*> many copies the scanners saw.
01 StrayCount                PIC 9(4)   VALUE ZERO.
01 MissingCount              PIC 9(4)   VALUE ZERO.
01 SurplusCount              PIC 9(4)   VALUE ZERO.
01 ClaimSearchCount          PIC 9(4)   VALUE ZERO.
01 copiesOwned               PIC 9(3)   VALUE ZERO.
01 copiesOnLoan              PIC 9(3)   VALUE ZERO.
01 copiesSeen                PIC 9(3)   VALUE ZERO.
*> not a fresh alarm every count.
01 copiesOffShelfKnown       PIC 9(3)   VALUE ZERO.
01 copyRecordCount           PIC 9(3)   VALUE ZERO.
*> The STOCKBRANCH system parameter narrows the count to one site's
*> shelves: only copies homed at that branch are expected, so the
*> annex can scan its own room without the main building's stock
*> reading as missing. Spaces = the whole collection, the original
01 BranchFilter              PIC X(3)   VALUE SPACES.
   88 CountWholeCollection              VALUE SPACES.
01 copyHomeBranch            PIC X(3)   VALUE SPACES.
*> STOCKMODE CYCLE turns the run into a rolling cycle count: only
*> the shelf sections tagged in tonight's ShelfScan.dat batch are
*> matched, the coverage ledger gets their count date, and the
*> report ends with the sections overdue for a count (older than
   MOVE "START"     TO AuditEventType
   PERFORM LogAuditEvent

   MOVE "STOCKBRANCH" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue TO BranchFilter
   IF NOT CountWholeCollection
     DISPLAY "Counting branch " BranchFilter " only."
   END-IF
   MOVE "STOCKMODE" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue TO StockModeInput
   IF CycleCountMode
     MOVE "STOCKCYCLEDAYS" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue TO CycleDaysInput
     IF CycleDaysInput(1:3) IS NUMERIC AND
        CycleDaysInput NOT = "000"
       MOVE CycleDaysInput TO CycleDays
   PERFORM OpenBookFileInput
   PERFORM OpenLoanFileInput
   PERFORM OpenCopyFileInput
   OPEN INPUT EquipmentFile
   IF EquipmentFileStatus EQUAL TO "00"
     MOVE "Y" TO EquipmentFilePresent
   END-IF
   PERFORM ReportStrays
   PERFORM ReportMissingAndSurplus
   IF EquipmentIsOnFile
     PERFORM ReportEquipment
   END-IF
   PERFORM ReportClaimedReturned
   IF CycleCountMode
     PERFORM UpdateCoverageLedger
   END-IF
   IF EquipmentIsOnFile
     CLOSE EquipmentFile
   END-IF
   CLOSE CopyFile
   CLOSE LoanFile
   CLOSE BookFile

   CLOSE ReportFile
   DISPLAY "Stocktake complete: " StrayCount " stray(s), "
           MissingCount " missing, " SurplusCount " surplus, "
           ClaimSearchCount " claimed-returned to search for "
           "(see Stocktake.prt)."
   MOVE "END" TO AuditEventType
   MOVE ScanRecordCount TO AuditRecordCount
     MOVE ShelfBSN(ShelfIndex) TO BSN
     READ BookFile
       INVALID KEY
         PERFORM CheckScannedAssetTag
         IF EquipmentFileStatus NOT = "00"
           MOVE ShelfBSN(ShelfIndex) TO PrnExcBSN
           MOVE "(not cataloged)" TO PrnExcTitle
           MOVE "Scanned on shelf; no Book.dat record"
             TO PrnExcDetail
           WRITE ReportLine FROM ExceptionLine
           ADD 1 TO StrayCount
         END-IF
       NOT INVALID KEY
         CONTINUE
     END-READ
   MOVE SPACES TO ReportLine
   WRITE ReportLine.

*> A scanned code that is not an ISBN may be an asset tag: status
*> "00" when it is a device on Equipment.dat.
CheckScannedAssetTag.
   MOVE "23" TO EquipmentFileStatus
   IF EquipmentIsOnFile AND ShelfBSN(ShelfIndex)(9:9) = SPACES
     MOVE ShelfBSN(ShelfIndex)(1:8) TO EqpAssetTag
     READ EquipmentFile
       INVALID KEY
         CONTINUE
     END-READ
   END-IF.

*> One pass over the catalog settles the other two lists: for each
*> title, copies owned vs copies seen on the shelf plus copies out
*> on open loans.
     WRITE ReportLine
   END-IF.

*> Every device not withdrawn, homed (branch, and section in a
*> cycle count) where tonight's scan looked: one at the desk that
*> was not scanned is missing, one scanned while out on an hourly
*> loan means the loan was never taken back. A device at repair or
*> already recorded missing is accounted for; scanned, the file
*> needs putting right.
ReportEquipment.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "=== Equipment by asset tag ===" TO SectionHeading
   WRITE ReportLine FROM SectionHeading
   MOVE LOW-VALUES TO EqpAssetTag
   START EquipmentFile KEY IS NOT LESS THAN EqpAssetTag
     INVALID KEY
       SET EndOfEquipmentFile TO TRUE
   END-START
   IF NOT EndOfEquipmentFile
     READ EquipmentFile NEXT RECORD
       AT END SET EndOfEquipmentFile TO TRUE
     END-READ
   END-IF
   PERFORM UNTIL EndOfEquipmentFile
     IF NOT EqpIsWithdrawn
       PERFORM CheckOneDevice
     END-IF
     READ EquipmentFile NEXT RECORD
       AT END SET EndOfEquipmentFile TO TRUE
     END-READ
   END-PERFORM
   IF EquipExceptionCount = ZERO
     MOVE "  (none)" TO ReportLine
     WRITE ReportLine
   END-IF
   DISPLAY DevicesCounted " device(s) counted by asset tag.".

CheckOneDevice.
   IF EqpBranch = SPACES
     MOVE "MN" TO copyHomeBranch
    ELSE
     MOVE EqpBranch TO copyHomeBranch
   END-IF
   IF EqpSection = SPACES
     MOVE "GEN" TO copyHomeSection
    ELSE
     MOVE EqpSection TO copyHomeSection
   END-IF
   IF CycleCountMode
     MOVE "N" TO SectionInScan
     PERFORM VARYING scannedIndex FROM 1 BY 1
             UNTIL scannedIndex > ScannedSectionCount
                   OR SectionWasScanned
       IF ScannedSection(scannedIndex) = copyHomeSection
         MOVE "Y" TO SectionInScan
       END-IF
     END-PERFORM
    ELSE
     MOVE "Y" TO SectionInScan
   END-IF
   IF (CountWholeCollection OR copyHomeBranch = BranchFilter)
      AND SectionWasScanned
     ADD 1 TO DevicesCounted
     MOVE ZERO TO deviceSeen
     PERFORM VARYING ShelfIndex FROM 1 BY 1
             UNTIL ShelfIndex > ShelfCount
       IF ShelfBSN(ShelfIndex) = EqpAssetTag
         MOVE ShelfSeenCount(ShelfIndex) TO deviceSeen
       END-IF
     END-PERFORM
     MOVE EqpAssetTag    TO PrnExcBSN
     MOVE EqpDescription TO PrnExcTitle
     MOVE SPACES         TO PrnExcDetail
     EVALUATE TRUE
       WHEN EqpIsAvailable AND deviceSeen = ZERO
         MOVE "Not scanned; recorded at the desk"
           TO PrnExcDetail
         ADD 1 TO MissingCount
       WHEN EqpIsOnLoan AND deviceSeen > ZERO
         MOVE "Scanned while recorded on hourly loan"
           TO PrnExcDetail
         ADD 1 TO SurplusCount
       WHEN EqpStatus = "R" AND deviceSeen > ZERO
         MOVE "Scanned while recorded at repair"
           TO PrnExcDetail
         ADD 1 TO SurplusCount
       WHEN EqpStatus = "M" AND deviceSeen > ZERO
         MOVE "Scanned while recorded missing -- found"
           TO PrnExcDetail
         ADD 1 TO SurplusCount
     END-EVALUATE
     IF PrnExcDetail NOT = SPACES
       WRITE ReportLine FROM ExceptionLine
       ADD 1 TO EquipExceptionCount
     END-IF
   END-IF.

*> Claimed-returned loans stay open while the dispute runs; the
*> copies are listed with the claim date and the borrower number so
*> a copy found on the shelf can be settled at the desk ('c', found
*> on the shelf). The whole file is listed whatever the branch or
*> cycle filter -- there are never many.
ReportClaimedReturned.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "=== Shelf search: loans claimed returned ==="
     TO SectionHeading
   WRITE ReportLine FROM SectionHeading
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
     IF LoanReturnDate = ZEROS AND LoanClaimDate NOT = ZEROS
       MOVE LoanBSN TO BSN PrnExcBSN
       READ BookFile
         INVALID KEY
           MOVE "(title not in Book.dat)" TO PrnExcTitle
         NOT INVALID KEY
           MOVE BookTitle TO PrnExcTitle
       END-READ
       MOVE SPACES TO PrnExcDetail
       STRING "Copy " LoanCopyNumber " claimed " LoanClaimDate
              " by " LoanBorrowerNumber
              DELIMITED BY SIZE INTO PrnExcDetail
       WRITE ReportLine FROM ExceptionLine
       ADD 1 TO ClaimSearchCount
     END-IF
     READ LoanFile NEXT RECORD
       AT END SET EndOfLoanFile TO TRUE
     END-READ
   END-PERFORM
   IF ClaimSearchCount = ZERO
     MOVE "  (none)" TO ReportLine
     WRITE ReportLine
   END-IF.

*> With per-copy records the count is against the copies we actually
*> own in service: withdrawn copies drop out of the expected total,
*> and copies at the bindery or already recorded missing count as
     CLOSE CoverageFile
   END-IF
   PERFORM FoldCopySectionsIntoLedger
   IF EquipmentIsOnFile
     PERFORM FoldEquipmentSectionsIntoLedger
   END-IF
   PERFORM VARYING scannedIndex FROM 1 BY 1
           UNTIL scannedIndex > ScannedSectionCount
     MOVE ScannedSection(scannedIndex) TO copyHomeSection
     END-READ
   END-PERFORM.

FoldEquipmentSectionsIntoLedger.
   MOVE LOW-VALUES TO EqpAssetTag
   START EquipmentFile KEY IS NOT LESS THAN EqpAssetTag
     INVALID KEY
       SET EndOfEquipmentFile TO TRUE
   END-START
   IF NOT EndOfEquipmentFile
     READ EquipmentFile NEXT RECORD
       AT END SET EndOfEquipmentFile TO TRUE
     END-READ
   END-IF
   PERFORM UNTIL EndOfEquipmentFile
     IF EqpSection = SPACES
       MOVE "GEN" TO copyHomeSection
      ELSE
       MOVE EqpSection TO copyHomeSection
     END-IF
     PERFORM FindCoverageEntry
     IF coverageMatched = ZERO AND NOT EqpIsWithdrawn
       IF CoverageCount < 200
         ADD 1 TO CoverageCount
         MOVE copyHomeSection TO TblCovSection(CoverageCount)
         MOVE ZEROS TO TblCovLastCount(CoverageCount)
        ELSE
         DISPLAY "More than 200 shelf sections, more than the "
                 "coverage ledger supports -- later ones are not "
                 "tracked."
         ADD 1 TO AuditErrorCount
       END-IF
     END-IF
     READ EquipmentFile NEXT RECORD
       AT END SET EndOfEquipmentFile TO TRUE
     END-READ
   END-PERFORM.

FindCoverageEntry.
   MOVE ZERO TO coverageMatched
   PERFORM VARYING coverageIndex FROM 1 BY 1
