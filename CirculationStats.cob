*> CirculationStats.prt with: the most-borrowed titles, loans per
*> publisher and per year of appearance, and -- the part shelf space
*> depends on -- a weeding list of BSNs never loaned at all or not
*> loaned in over two years (the WEEDINGYEARS system parameter).
*> The weeding list is also written to WeedingCandidates.dat, which
*> the Weeding program works through; titles already closed by
*> weeding are left off it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT CopyFile ASSIGN TO "BookCopy.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CopyKey
          FILE STATUS IS CopyFileStatus.
   SELECT CandidateFile ASSIGN TO "WeedingCandidates.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CandidateFileStatus.
   SELECT ReportFile ASSIGN TO "CirculationStats.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
FD CopyFile.
COPY BookCopyRecord.

FD CandidateFile.
COPY WeedingCandidateRecord.

FD ReportFile.
01 ReportLine                PIC X(90).


WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
01 BookFileStatus            PIC XX     VALUE "00".
01 HistoryFileStatus         PIC XX     VALUE "00".
01 CopyFileStatus            PIC XX     VALUE "00".
01 CandidateFileStatus       PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".
01 inServiceCopies           PIC 9(3)   VALUE ZERO.
01 lostCopies                PIC 9(3)   VALUE ZERO.

01 TodaysDate                PIC 9(8).
01 WeedingCutoffDate         PIC 9(8).
01 WeedingYears              PIC 9(3)   VALUE 2.
01 weedingYearsShown         PIC Z9.
01 WeedingReason             PIC X(30)  VALUE SPACES.
01 HistoryEventCount         PIC 9(6)   VALUE ZERO.

*> Per-BSN circulation tallies accumulated from the history ledger,
   PERFORM LogAuditEvent

   ACCEPT TodaysDate FROM DATE YYYYMMDD
   *> WEEDINGYEARS calendar years back (two unless set); the
   *> YYYYMMDD shape makes that a plain subtraction on the year
   *> digits.
   MOVE "WEEDINGYEARS" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue(1:3) IS NUMERIC AND SysParmValue(1:3) NOT = "000"
      AND SysParmValue(1:3) < "100"
     MOVE SysParmValue(1:3) TO WeedingYears
   END-IF
   COMPUTE WeedingCutoffDate = TodaysDate - (WeedingYears * 10000)
   MOVE WeedingYears TO weedingYearsShown
   IF WeedingYears = 1
     MOVE "Not loaned in over a year" TO WeedingReason
    ELSE
     IF WeedingYears < 10
       STRING "Not loaned in over " weedingYearsShown(2:1) " years"
              DELIMITED BY SIZE INTO WeedingReason
      ELSE
       STRING "Not loaned in over " weedingYearsShown " years"
              DELIMITED BY SIZE INTO WeedingReason
     END-IF
   END-IF

   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
   CLOSE BookFile.

JoinOneTitle.
   IF BookCopyCount = ZERO AND BookClosedDate NOT = ZEROS
     *> Weeded down to nothing already: no shelf space to win back.
     CONTINUE
    ELSE
     PERFORM JoinHeldTitle
   END-IF.

JoinHeldTitle.
   MOVE ZERO TO matchedStatsIndex
   PERFORM VARYING BsnStatsIndex FROM 1 BY 1
           UNTIL BsnStatsIndex > BsnStatsCount
       IF inServiceCopies > ZERO AND lostCopies = inServiceCopies
         MOVE "All copies lost" TO PrnWeedReason
        ELSE
         MOVE WeedingReason TO PrnWeedReason
       END-IF
       PERFORM HoldWeedingLine
     END-IF
   MOVE SPACES TO ReportLine
   WRITE ReportLine.

*> The same lines go to WeedingCandidates.dat for the withdrawal
*> workflow, replacing the last run's list.
PrintWeedingList.
   MOVE "=== Weeding candidates ===" TO SectionHeading
   WRITE ReportLine FROM SectionHeading
   OPEN OUTPUT CandidateFile
   IF CandidateFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create WeedingCandidates.dat, status: "
             CandidateFileStatus
     ADD 1 TO AuditErrorCount
   END-IF
   PERFORM VARYING WeedingHoldIndex FROM 1 BY 1
           UNTIL WeedingHoldIndex > WeedingHoldCount
     MOVE WeedingHoldEntry(WeedingHoldIndex) TO ReportLine
     WRITE ReportLine
     IF CandidateFileStatus EQUAL TO "00"
       MOVE WeedingHoldEntry(WeedingHoldIndex) TO WeedingLine
       MOVE PrnWeedBSN    TO WcdBSN
       MOVE PrnWeedTitle  TO WcdTitle
       MOVE PrnWeedReason TO WcdReason
       MOVE TodaysDate    TO WcdListDate
       WRITE WeedingCandidateRecord
     END-IF
   END-PERFORM
   IF CandidateFileStatus EQUAL TO "00"
     CLOSE CandidateFile
   END-IF
   IF WeedingHoldCount = ZERO
     MOVE "  (none)" TO ReportLine
     WRITE ReportLine
