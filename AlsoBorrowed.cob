IDENTIFICATION DIVISION.
PROGRAM-ID. AlsoBorrowed.
AUTHOR. Job Sarneel.
*> "Borrowers of this also borrowed" reading suggestions, worked
*> out every night from the years of LoanHistory.dat that until
*> now only fed statistics and the purge. The ledger is read in
*> borrower order (the HistBorrowerNumber alternate key); each
*> borrower's distinct titles are paired off, and a sort brings
*> every pair together so it can be counted: the number of
*> distinct borrowers who had both titles. A pair is kept only
*> when that count reaches ALSOMINCOUNT (three unless set) and the
*> privacy floor ALSOMINBORROWERS (three unless set, and never
*> taken below three whatever the parameter says) -- fewer than
*> that and the pair could point at a person. For each title the
*> best ALSOTOPCOUNT pairs (five at most, five unless set) go to
*> AlsoBorrowed.dat keyed on BSN, rebuilt from scratch each run
*> with no borrower number in it; FindBook and the public
*> catalog kiosk show them with the title. Titles no longer in
*> Book.dat are left out. AlsoBorrowed.prt is the run's control
*> report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSN
          ALTERNATE RECORD KEY IS AuthSurname WITH DUPLICATES
          FILE STATUS IS BookFileStatus.
   SELECT HistoryFile ASSIGN TO "LoanHistory.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT AlsoBorrowedFile ASSIGN TO "AlsoBorrowed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AlbBSN
          FILE STATUS IS AlsoBorrowedFileStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT ReportFile ASSIGN TO "AlsoBorrowed.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BookFile.
COPY BookDetailsRecord.

FD HistoryFile.
COPY HistoryRecord.

FD AlsoBorrowedFile.
COPY AlsoBorrowedRecord.

SD SortFile.
01 PairRecord.
   88  EndOfPairFile                    VALUE HIGH-VALUES.
   02  PairBSN               PIC X(17).
   02  PairOtherBSN          PIC X(17).

FD ReportFile.
01 ReportLine                PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
01 BookFileStatus            PIC XX     VALUE "00".
01 HistoryFileStatus         PIC XX     VALUE "00".
01 AlsoBorrowedFileStatus    PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 TodaysDate                PIC 9(8)   VALUE ZEROS.
01 MinTogetherCount          PIC 9(3)   VALUE 3.
01 PrivacyFloor              PIC 9(3)   VALUE 3.
01 PairThreshold             PIC 9(3)   VALUE 3.
01 TopCount                  PIC 9      VALUE 5.

*> One borrower's distinct titles while the ledger is read.
01 currentBorrower           PIC 9(5)   VALUE ZERO.
01 BorrowerTitleTable.
   02 BorrowerTitle          OCCURS 300 TIMES PIC X(17).
01 BorrowerTitleCount        PIC 9(3)   VALUE ZERO.
01 titleIndex                PIC 9(3)   VALUE ZERO.
01 otherIndex                PIC 9(3)   VALUE ZERO.
01 TitleSeenStatus           PIC X      VALUE "N".
   88 TitleAlreadySeen                  VALUE "Y".

*> The current title's best pairs, best first.
01 TopPairTable.
   02 TopPairEntry           OCCURS 5 TIMES.
      03 TopOtherBSN         PIC X(17).
      03 TopOtherSurname     PIC X(15).
      03 TopOtherTitle       PIC X(25).
      03 TopTogetherCount    PIC 9(4).
01 TopPairCount              PIC 9      VALUE ZERO.
01 topIndex                  PIC 9      VALUE ZERO.
01 insertAt                  PIC 9      VALUE ZERO.

01 currentBSN                PIC X(17)  VALUE SPACES.
01 currentOtherBSN           PIC X(17)  VALUE SPACES.
01 togetherCount             PIC 9(4)   VALUE ZERO.
01 candidateSurname          PIC X(15)  VALUE SPACES.
01 candidateTitle            PIC X(25)  VALUE SPACES.

01 HistoryEventsRead         PIC 9(7)   VALUE ZERO.
01 BorrowersRead             PIC 9(6)   VALUE ZERO.
01 BorrowersCapped           PIC 9(5)   VALUE ZERO.
01 PairsReleased             PIC 9(9)   VALUE ZERO.
01 DistinctPairs             PIC 9(7)   VALUE ZERO.
01 PairsBelowFloor           PIC 9(7)   VALUE ZERO.
01 PairsNotInCatalog         PIC 9(7)   VALUE ZERO.
01 TitlesWritten             PIC 9(6)   VALUE ZERO.

01 ReportHeading.
   02 FILLER                 PIC X(44)
      VALUE "Also-borrowed reading suggestions  --  Run: ".
   02 PrnRunDate             PIC 9(8).
01 ThresholdLine.
   02 FILLER                 PIC X(36)
      VALUE "Pairs kept at this many borrowers: ".
   02 PrnThreshold           PIC ZZ9.
01 CountLine.
   02 PrnCountLabel          PIC X(36).
   02 PrnCountValue          PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   PERFORM OpenAuditLog
   MOVE "AlsoBorrowed" TO AuditProgramName
   ACCEPT AuditOperatorId FROM ENVIRONMENT "OPERATORID"
   IF AuditOperatorId = SPACES
     MOVE "BTCH" TO AuditOperatorId
   END-IF
   MOVE "START" TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT TodaysDate FROM DATE YYYYMMDD
   PERFORM GetPairThreshold

   OPEN INPUT HistoryFile
   IF HistoryFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open LoanHistory.dat, status: "
             HistoryFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   OPEN INPUT BookFile
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   OPEN OUTPUT AlsoBorrowedFile
   IF AlsoBorrowedFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create AlsoBorrowed.dat, status: "
             AlsoBorrowedFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF

   SORT SortFile ON ASCENDING KEY PairBSN PairOtherBSN
        INPUT PROCEDURE IS ReleaseBorrowerPairs
        OUTPUT PROCEDURE IS CountPairs

   CLOSE AlsoBorrowedFile
   CLOSE BookFile
   CLOSE HistoryFile
   PERFORM WriteControlReport

   DISPLAY "Also-borrowed: " TitlesWritten " title(s) with "
           "suggestions from " BorrowersRead " borrower(s); "
           PairsBelowFloor " pair(s) under " PairThreshold
           " borrowers dropped."
   MOVE TitlesWritten TO AuditRecordCount
   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

*> The higher of the two minimums wins, and the privacy floor
*> never goes below three however it is set.
GetPairThreshold.
   MOVE "ALSOMINCOUNT" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue(1:3) IS NUMERIC AND SysParmValue(1:3) NOT = "000"
     MOVE SysParmValue(1:3) TO MinTogetherCount
   END-IF
   MOVE "ALSOMINBORROWERS" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue(1:3) IS NUMERIC AND SysParmValue(1:3) > "003"
     MOVE SysParmValue(1:3) TO PrivacyFloor
   END-IF
   MOVE "ALSOTOPCOUNT" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue(1:3) IS NUMERIC AND SysParmValue(1:3) NOT = "000"
      AND SysParmValue(1:3) < "006"
     MOVE SysParmValue(3:1) TO TopCount
   END-IF
   IF MinTogetherCount > PrivacyFloor
     MOVE MinTogetherCount TO PairThreshold
    ELSE
     MOVE PrivacyFloor TO PairThreshold
   END-IF.

*> ---------------------------------------------------------------
*> Input side: the ledger in borrower order.
*> ---------------------------------------------------------------
ReleaseBorrowerPairs.
   MOVE ZERO TO HistBorrowerNumber
   START HistoryFile KEY IS NOT LESS THAN HistBorrowerNumber
     INVALID KEY
       SET EndOfHistoryFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextHistoryRecord
   END-START
   MOVE ZERO TO currentBorrower, BorrowerTitleCount
   PERFORM UNTIL EndOfHistoryFile
     ADD 1 TO HistoryEventsRead
     IF HistBorrowerNumber NOT = currentBorrower
       PERFORM ReleaseOneBorrower
       MOVE HistBorrowerNumber TO currentBorrower
       MOVE ZERO TO BorrowerTitleCount
       ADD 1 TO BorrowersRead
     END-IF
     PERFORM NoteBorrowerTitle
     PERFORM ReadNextHistoryRecord
   END-PERFORM
   PERFORM ReleaseOneBorrower.

NoteBorrowerTitle.
   MOVE "N" TO TitleSeenStatus
   PERFORM VARYING titleIndex FROM 1 BY 1
           UNTIL titleIndex > BorrowerTitleCount OR TitleAlreadySeen
     IF BorrowerTitle(titleIndex) = HistBSN
       MOVE "Y" TO TitleSeenStatus
     END-IF
   END-PERFORM
   IF NOT TitleAlreadySeen
     IF BorrowerTitleCount < 300
       ADD 1 TO BorrowerTitleCount
       MOVE HistBSN TO BorrowerTitle(BorrowerTitleCount)
      ELSE
       IF BorrowerTitleCount = 300
         ADD 1 TO BorrowersCapped
         ADD 1 TO BorrowerTitleCount
       END-IF
     END-IF
   END-IF.

*> Every ordered pair of the borrower's distinct titles, so each
*> title's partners sort together under it.
ReleaseOneBorrower.
   IF BorrowerTitleCount > 300
     MOVE 300 TO BorrowerTitleCount
   END-IF
   IF BorrowerTitleCount > 1
     PERFORM VARYING titleIndex FROM 1 BY 1
             UNTIL titleIndex > BorrowerTitleCount
       PERFORM VARYING otherIndex FROM 1 BY 1
               UNTIL otherIndex > BorrowerTitleCount
         IF otherIndex NOT = titleIndex
           MOVE BorrowerTitle(titleIndex) TO PairBSN
           MOVE BorrowerTitle(otherIndex) TO PairOtherBSN
           RELEASE PairRecord
           ADD 1 TO PairsReleased
         END-IF
       END-PERFORM
     END-PERFORM
   END-IF.

ReadNextHistoryRecord.
   READ HistoryFile NEXT RECORD
     AT END SET EndOfHistoryFile TO TRUE
   END-READ.

*> ---------------------------------------------------------------
*> Output side: count each pair, keep each title's best.
*> ---------------------------------------------------------------
CountPairs.
   MOVE SPACES TO currentBSN, currentOtherBSN
   MOVE ZERO TO togetherCount, TopPairCount
   RETURN SortFile AT END SET EndOfPairFile TO TRUE END-RETURN
   PERFORM UNTIL EndOfPairFile
     IF PairBSN NOT = currentBSN OR PairOtherBSN NOT = currentOtherBSN
       PERFORM FinishPair
       IF PairBSN NOT = currentBSN
         PERFORM WriteSuggestions
         MOVE PairBSN TO currentBSN
         MOVE ZERO TO TopPairCount
       END-IF
       MOVE PairOtherBSN TO currentOtherBSN
       MOVE ZERO TO togetherCount
     END-IF
     ADD 1 TO togetherCount
     RETURN SortFile AT END SET EndOfPairFile TO TRUE END-RETURN
   END-PERFORM
   PERFORM FinishPair
   PERFORM WriteSuggestions.

FinishPair.
   IF togetherCount > ZERO
     ADD 1 TO DistinctPairs
     IF togetherCount < PairThreshold
       ADD 1 TO PairsBelowFloor
      ELSE
       PERFORM ConsiderTopPair
     END-IF
   END-IF.

*> Slots in the pair where it ranks among the title's best so far;
*> on a tie the earlier pair keeps its place.
ConsiderTopPair.
   MOVE ZERO TO insertAt
   PERFORM VARYING topIndex FROM 1 BY 1
           UNTIL topIndex > TopPairCount OR insertAt > ZERO
     IF togetherCount > TopTogetherCount(topIndex)
       MOVE topIndex TO insertAt
     END-IF
   END-PERFORM
   IF insertAt = ZERO AND TopPairCount < TopCount
     COMPUTE insertAt = TopPairCount + 1
   END-IF
   IF insertAt > ZERO
     MOVE currentOtherBSN TO BSN
     READ BookFile
       INVALID KEY
         ADD 1 TO PairsNotInCatalog
         MOVE ZERO TO insertAt
       NOT INVALID KEY
         MOVE AuthSurname TO candidateSurname
         MOVE BookTitle   TO candidateTitle
     END-READ
   END-IF
   IF insertAt > ZERO
     IF TopPairCount < TopCount
       ADD 1 TO TopPairCount
     END-IF
     PERFORM VARYING topIndex FROM TopPairCount BY -1
             UNTIL topIndex NOT > insertAt
       MOVE TopPairEntry(topIndex - 1) TO TopPairEntry(topIndex)
     END-PERFORM
     MOVE currentOtherBSN  TO TopOtherBSN(insertAt)
     MOVE candidateSurname TO TopOtherSurname(insertAt)
     MOVE candidateTitle   TO TopOtherTitle(insertAt)
     MOVE togetherCount    TO TopTogetherCount(insertAt)
   END-IF.

WriteSuggestions.
   IF TopPairCount > ZERO
     MOVE currentBSN TO BSN
     READ BookFile
       INVALID KEY
         MOVE ZERO TO TopPairCount
     END-READ
   END-IF
   IF TopPairCount > ZERO
     MOVE SPACES        TO AlsoBorrowedRecord
     MOVE currentBSN    TO AlbBSN
     MOVE TodaysDate    TO AlbRunDate
     MOVE TopPairCount  TO AlbSuggestionCount
     PERFORM VARYING topIndex FROM 1 BY 1
             UNTIL topIndex > TopPairCount
       MOVE TopPairEntry(topIndex) TO AlbSuggestion(topIndex)
     END-PERFORM
     WRITE AlsoBorrowedRecord
       INVALID KEY
         DISPLAY "Could not write suggestions for " currentBSN
                 ", status: " AlsoBorrowedFileStatus
         ADD 1 TO AuditErrorCount
       NOT INVALID KEY
         ADD 1 TO TitlesWritten
     END-WRITE
   END-IF.

WriteControlReport.
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create AlsoBorrowed.prt, status: "
             ReportFileStatus
     ADD 1 TO AuditErrorCount
    ELSE
     MOVE TodaysDate TO PrnRunDate
     WRITE ReportLine FROM ReportHeading
     MOVE SPACES TO ReportLine
     WRITE ReportLine
     MOVE PairThreshold TO PrnThreshold
     WRITE ReportLine FROM ThresholdLine
     MOVE "Loan events read:" TO PrnCountLabel
     MOVE HistoryEventsRead TO PrnCountValue
     WRITE ReportLine FROM CountLine
     MOVE "Borrowers read:" TO PrnCountLabel
     MOVE BorrowersRead TO PrnCountValue
     WRITE ReportLine FROM CountLine
     MOVE "Borrowers past 300 titles (cut):" TO PrnCountLabel
     MOVE BorrowersCapped TO PrnCountValue
     WRITE ReportLine FROM CountLine
     MOVE "Title pairs counted:" TO PrnCountLabel
     MOVE DistinctPairs TO PrnCountValue
     WRITE ReportLine FROM CountLine
     MOVE "Pairs dropped, too few borrowers:" TO PrnCountLabel
     MOVE PairsBelowFloor TO PrnCountValue
     WRITE ReportLine FROM CountLine
     MOVE "Pairs dropped, title not in Book:" TO PrnCountLabel
     MOVE PairsNotInCatalog TO PrnCountValue
     WRITE ReportLine FROM CountLine
     MOVE "Titles with suggestions:" TO PrnCountLabel
     MOVE TitlesWritten TO PrnCountValue
     WRITE ReportLine FROM CountLine
     CLOSE ReportFile
   END-IF.

COPY AuditLog.

END PROGRAM AlsoBorrowed.
