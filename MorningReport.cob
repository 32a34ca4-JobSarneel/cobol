*> abended), highlights any day/program with a nonzero error count,
*> and summarizes records processed per program per day. "Did last
*> night run clean?" is one look at MorningReport.prt.
*> It closes with the open items on ExceptionWorklist.dat counted
*> per source, so the rejects nobody has fixed yet are on the same
*> page (the ages and owners are in ExceptionWorklist.prt).
*> Last come the reports whose generation swung hard against the
*> night before, as ReportCompare's nightly run left them in
*> ReportSwings.dat (the detail is in ReportCompare.prt).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.
    SELECT WorklistFile ASSIGN TO "ExceptionWorklist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorklistFileStatus.
    SELECT SwingFile ASSIGN TO "ReportSwings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SwingFileStatus.
    SELECT ReportFile ASSIGN TO "MorningReport.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
FD AuditLogFile.
COPY AuditLogRecord.

FD WorklistFile.
COPY ExceptionWorklistRecord.

FD SwingFile.
COPY ReportSwingRecord.

FD ReportFile.
01 ReportLine            PIC X(100).

WORKING-STORAGE SECTION.
01 AuditLogFileStatus    PIC XX.
01 ReportFileStatus      PIC XX.
01 WorklistFileStatus    PIC XX.
01 SwingFileStatus       PIC XX.
01 EndOfLogFlag          PIC X        VALUE "N".
   88 EndOfAuditLog                   VALUE "Y".

01 SummaryIndex          PIC 9(3)     VALUE ZERO.
01 CurrentSummaryIndex   PIC 9(3)     VALUE ZERO.

01 WorklistSourceTable.
   02 WorklistSourceEntry OCCURS 10 TIMES.
      03 WlsSource       PIC X(8).
      03 WlsOpenCount    PIC 9(6).
      03 WlsOldestSeen   PIC 9(8).
01 WorklistSourceCount   PIC 9(2)     VALUE ZERO.
01 WorklistSourceIndex   PIC 9(2)     VALUE ZERO.
01 CurrentSourceIndex    PIC 9(2)     VALUE ZERO.
01 WorklistOpenTotal     PIC 9(6)     VALUE ZERO.
01 SwingComparedCount    PIC 9(4)     VALUE ZERO.
01 SwingFlaggedCount     PIC 9(4)     VALUE ZERO.

01 LogRecordCount        PIC 9(6)     VALUE ZERO.
01 TroubleRuns           PIC 9(4)     VALUE ZERO.

   02 PrnSumErrors       PIC ZZZZZZZ9.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnSumFlags        PIC X(30).
01 WorklistHeading       PIC X(80)    VALUE
   "Open exceptions  Source    Open  Oldest since".
01 WorklistLine.
   02 FILLER             PIC X(17)    VALUE SPACES.
   02 PrnWlsSource       PIC X(8).
   02 PrnWlsOpen         PIC ZZZZZ9.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnWlsOldest       PIC 9(8).
01 SwingHeading.
   02 FILLER             PIC X(29)
      VALUE "Report swings    compared on ".
   02 PrnSwgRunDate      PIC 9(8).
01 SwingColumnHeading.
   02 FILLER             PIC X(34)    VALUE
      "  Report                   Then   ".
   02 FILLER             PIC X(34)    VALUE
      "    Now    Lines then    now Swing".
01 SwingDetailLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnSwgReport       PIC X(20).
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnSwgThen         PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnSwgNow          PIC 9(8).
   02 FILLER             PIC X(8)     VALUE SPACES.
   02 PrnSwgLinesThen    PIC ZZZZZ9.
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnSwgLinesNow     PIC ZZZZZ9.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnSwgPercent      PIC ZZ9.
   02 FILLER             PIC X(1)     VALUE "%".
01 SwingNoneLine.
   02 FILLER             PIC X(18)    VALUE "                 (".
   02 PrnSwgCompared     PIC ZZZ9.
   02 FILLER             PIC X(40)
      VALUE " report(s) compared, none swung past its".
   02 FILLER             PIC X(7)     VALUE " limit)".

PROCEDURE DIVISION.
Begin.
          UNTIL SummaryIndex > SummaryCount
    PERFORM WriteSummaryEntry
  END-PERFORM
  PERFORM WriteWorklistCounts
  PERFORM WriteReportSwings
  CLOSE ReportFile
  DISPLAY "Morning report written to MorningReport.prt ("
          LogRecordCount " log entries, " TroubleRuns
  WRITE ReportLine FROM SummaryLine
  DISPLAY SummaryLine.

WriteWorklistCounts.
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  OPEN INPUT WorklistFile
  IF WorklistFileStatus NOT EQUAL TO "00"
    MOVE "Open exceptions: no ExceptionWorklist.dat yet." TO ReportLine
    WRITE ReportLine
    DISPLAY ReportLine
   ELSE
    READ WorklistFile
      AT END SET EndOfWorklistFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWorklistFile
      PERFORM TallyWorklistRecord
      READ WorklistFile
        AT END SET EndOfWorklistFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE WorklistFile
    WRITE ReportLine FROM WorklistHeading
    DISPLAY WorklistHeading
    PERFORM VARYING WorklistSourceIndex FROM 1 BY 1
            UNTIL WorklistSourceIndex > WorklistSourceCount
      MOVE WlsSource(WorklistSourceIndex)     TO PrnWlsSource
      MOVE WlsOpenCount(WorklistSourceIndex)  TO PrnWlsOpen
      MOVE WlsOldestSeen(WorklistSourceIndex) TO PrnWlsOldest
      WRITE ReportLine FROM WorklistLine
      DISPLAY WorklistLine
    END-PERFORM
    IF WorklistOpenTotal = ZERO
      MOVE "                 (none open)" TO ReportLine
      WRITE ReportLine
      DISPLAY ReportLine
    END-IF
  END-IF.

TallyWorklistRecord.
  ADD 1 TO WorklistOpenTotal
  MOVE ZERO TO CurrentSourceIndex
  PERFORM VARYING WorklistSourceIndex FROM 1 BY 1
          UNTIL WorklistSourceIndex > WorklistSourceCount
                OR CurrentSourceIndex > ZERO
    IF WlsSource(WorklistSourceIndex) = WklSource
      MOVE WorklistSourceIndex TO CurrentSourceIndex
    END-IF
  END-PERFORM
  IF CurrentSourceIndex = ZERO AND WorklistSourceCount < 10
    ADD 1 TO WorklistSourceCount
    MOVE WorklistSourceCount TO CurrentSourceIndex
    MOVE WklSource TO WlsSource(CurrentSourceIndex)
    MOVE ZERO TO WlsOpenCount(CurrentSourceIndex)
    MOVE WklFirstSeen TO WlsOldestSeen(CurrentSourceIndex)
  END-IF
  IF CurrentSourceIndex > ZERO
    ADD 1 TO WlsOpenCount(CurrentSourceIndex)
    IF WklFirstSeen < WlsOldestSeen(CurrentSourceIndex)
      MOVE WklFirstSeen TO WlsOldestSeen(CurrentSourceIndex)
    END-IF
  END-IF.

WriteReportSwings.
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  OPEN INPUT SwingFile
  IF SwingFileStatus NOT EQUAL TO "00"
    MOVE "Report swings: no ReportSwings.dat yet." TO ReportLine
    WRITE ReportLine
    DISPLAY ReportLine
   ELSE
    READ SwingFile
      AT END SET EndOfSwingFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSwingFile
      ADD 1 TO SwingComparedCount
      IF SwingComparedCount = 1
        MOVE SwgRunDate TO PrnSwgRunDate
        WRITE ReportLine FROM SwingHeading
        DISPLAY SwingHeading
      END-IF
      IF SwgLargeSwing
        ADD 1 TO SwingFlaggedCount
        IF SwingFlaggedCount = 1
          WRITE ReportLine FROM SwingColumnHeading
          DISPLAY SwingColumnHeading
        END-IF
        MOVE SwgReportName TO PrnSwgReport
        MOVE SwgThenDate   TO PrnSwgThen
        MOVE SwgNowDate    TO PrnSwgNow
        MOVE SwgLinesThen  TO PrnSwgLinesThen
        MOVE SwgLinesNow   TO PrnSwgLinesNow
        MOVE SwgPercent    TO PrnSwgPercent
        WRITE ReportLine FROM SwingDetailLine
        DISPLAY SwingDetailLine
      END-IF
      READ SwingFile
        AT END SET EndOfSwingFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE SwingFile
    IF SwingComparedCount = ZERO
      MOVE "Report swings: no reports compared last night."
        TO ReportLine
      WRITE ReportLine
      DISPLAY ReportLine
    END-IF
    IF SwingComparedCount > ZERO AND SwingFlaggedCount = ZERO
      MOVE SwingComparedCount TO PrnSwgCompared
      WRITE ReportLine FROM SwingNoneLine
      DISPLAY SwingNoneLine
    END-IF
  END-IF.

END PROGRAM MorningReport.
