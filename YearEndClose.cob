PROGRAM-ID. YearEndClose.
AUTHOR. Job Sarneel.
*> Year-end close, run once instead of the January week of ad-hoc
*> extracts. For the closing year (the CLOSEYEAR system
*> parameter, YYYY; prompted otherwise):
*>   1. cut the year's CLOSED loan-history records to the annual
*>      archive LoanHistory_YYYY.dat and delete them from the live
*>      ledger (entries still out on loan stay put),
*>      circulation totals for the year, fines assessed, collected
*>      and waived (collections and waivers from the payments
*>      journal, where every event carries its date), and the
*>      entrants totals of the academic year that ended in it (the
*>      student side closes by academic year: by default the one
*>      1 January of the closing year falls in on the academic
*>      calendar, CLOSEACADYEAR naming another) from the summary
*>      history,
*>   3. write off open fines older than the PolRetainYears
*>      retention horizon as reason-coded "A" (aged) waivers, each
*>      journaled to the payments journal, and
*>   4. append that academic year's final per-course totals to
*>      SummaryHistory.dat under its last day as the academic
*>      year's closing marker, and
*>   5. close the pack with the gifts received in the year, totalled
*>      by donor from Gift.dat (items, copies taken into stock, and
*>      estimated value).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistKey
           ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
           FILE STATUS IS HistoryFileStatus.
    SELECT ArchiveFile ASSIGN TO DYNAMIC ArchiveFileName
           ORGANIZATION IS LINE SEQUENTIAL
    SELECT SummaryHistFile ASSIGN TO "SummaryHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SummaryHistStatus.
    SELECT DonorFile ASSIGN TO "Donor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DonorNumber
           FILE STATUS IS DonorFileStatus.
    SELECT GiftFile ASSIGN TO "Gift.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GiftKey
           FILE STATUS IS GiftFileStatus.
    SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoanPolicyFileStatus.
   02 ShRunDate          PIC 9(8).
   02 ShCourseCode       PIC X(5).
   02 ShCourseTotal      PIC 9(6).
   02 ShAcademicYear     PIC X(4).

FD DonorFile.
COPY DonorRecord.

FD GiftFile.
COPY GiftRecord.

FD LoanPolicyFile.
COPY LoanPolicyRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
COPY LoanPolicyData.
01 HistoryFileStatus     PIC XX.
01 ArchiveFileStatus     PIC XX.
01 PaymentsFileStatus    PIC XX.
01 SummaryHistStatus     PIC XX.
01 PackFileStatus        PIC XX.
01 DonorFileStatus       PIC XX.
01 GiftFileStatus        PIC XX.

01 CloseYearInput        PIC X(4)     VALUE SPACES.
01 CloseYear             PIC 9(4)     VALUE ZEROS.
01 EntrantsYearTotal     PIC 9(6)     VALUE ZERO.
01 LastYearRunDate       PIC 9(8)     VALUE ZEROS.

*> The academic year the student side closes, and its last day.
01 CloseAcadYearInput    PIC X(4)     VALUE SPACES.
01 CloseAcademicYear     PIC 9(4)     VALUE ZEROS.
01 CloseAcadYearNext     PIC 9(4)     VALUE ZEROS.
01 AcadYearEndDate       PIC 9(8)     VALUE ZEROS.
01 historyAcademicYear   PIC 9(4)     VALUE ZEROS.
COPY AcademicPeriod.

*> Archive-then-delete passes: the scan collects keys, the delete
*> pass removes them -- never deleting under a sequential read.
01 CutTable.
01 YearCourseCount       PIC 9(3)     VALUE ZERO.
01 yearCourseIndex       PIC 9(3)     VALUE ZERO.

*> Gifts received in the closing year, one donor at a time (Gift.dat
*> is keyed on donor, so a donor's gifts read back together).
01 GiftDonorActive       PIC X        VALUE "N".
   88 GiftDonorStarted                VALUE "Y".
01 giftDonor             PIC 9(5)     VALUE ZEROS.
01 DonorGiftItems        PIC 9(5)     VALUE ZERO.
01 DonorGiftStock        PIC 9(5)     VALUE ZERO.
01 DonorGiftValue        PIC 9(7)V99  VALUE ZERO.
01 GiftYearItems         PIC 9(6)     VALUE ZERO.
01 GiftYearStock         PIC 9(6)     VALUE ZERO.
01 GiftYearValue         PIC 9(7)V99  VALUE ZERO.
01 GiftYearDonors        PIC 9(5)     VALUE ZERO.
01 giftDonorName         PIC X(30)    VALUE SPACES.

01 PrnMoney              PIC ZZZ,ZZ9.99.
01 PackHeading.
   02 FILLER             PIC X(30)
  PERFORM LogAuditEvent
  PERFORM LoadLoanPolicy

  MOVE "CLOSEYEAR" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  MOVE SysParmValue TO CloseYearInput
  IF CloseYearInput(1:4) IS NOT NUMERIC
    DISPLAY "Year to close (YYYY): " WITH NO ADVANCING
    ACCEPT CloseYearInput
  COMPUTE YearEndDate   = (CloseYear * 10000) + 1231
  COMPUTE WriteOffCutoff =
          ((CloseYear - PolRetainYears) * 10000) + 1231
  PERFORM ChooseCloseAcademicYear

  MOVE SPACES TO ArchiveFileName
  STRING "LoanHistory_" CloseYear ".dat" DELIMITED BY SIZE
  PERFORM TallyEntrantsForYear
  PERFORM WriteStatisticsPack
  PERFORM AppendYearToSummaryHistory
  PERFORM WriteGiftsByDonor

  CLOSE PackFile
  DISPLAY "Year " CloseYear " closed: " ArchivedLoans
    END-READ
    PERFORM UNTIL EndOfPaymentsFile
      IF PayDate >= YearStartDate AND PayDate <= YearEndDate
        *> Billing a fine to a student's account ("T") or having
        *> the registrar bounce it back ("B") moves the debt, not
        *> money; the registrar's collection ("C") is money in. The
        *> same for the collection agency: referral ("R") and
        *> hand-back ("U") move the debt, the remittance ("K") is
        *> money in and its commission ("M") never reaches us. A
        *> found book's charge reversal ("V") cancels debt; its
        *> refund ("F") hands collected money back.
        EVALUATE PayType
          WHEN "W"
          WHEN "A"
            ADD PayAmount TO FinesWaivedTotal
          WHEN "T"
          WHEN "B"
          WHEN "R"
          WHEN "U"
          WHEN "M"
          WHEN "V"
            CONTINUE
          WHEN "F"
            IF PayAmount > FinesCollectedTotal
              MOVE ZERO TO FinesCollectedTotal
             ELSE
              SUBTRACT PayAmount FROM FinesCollectedTotal
            END-IF
          WHEN OTHER
            ADD PayAmount TO FinesCollectedTotal
        END-EVALUATE
      END-IF
      READ PaymentsFile
        AT END SET EndOfPaymentsFile TO TRUE
    CLOSE PaymentsFile
  END-IF.

*> The academic year that ended in the closing year -- the one
*> 1 January falls in -- unless CLOSEACADYEAR names another.
ChooseCloseAcademicYear.
  MOVE "CLOSEACADYEAR" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  MOVE SysParmValue TO CloseAcadYearInput
  IF CloseAcadYearInput(1:4) IS NUMERIC
    MOVE "YEAR" TO AcalFunction
    MOVE CloseAcadYearInput(1:4) TO AcpAcademicYear
   ELSE
    MOVE "TERM" TO AcalFunction
    MOVE YearStartDate TO AcalDate
  END-IF
  CALL "AcademicCalendar" USING AcalFunction AcalDate
                                AcademicPeriod AcalValid
  MOVE AcpAcademicYear TO CloseAcademicYear
  MOVE AcpYearEnd TO AcadYearEndDate
  COMPUTE CloseAcadYearNext = CloseAcademicYear + 1.

*> The academic year's intake is its last summary run: that run's
*> per-course totals and their sum. Rows from before the history
*> carried the academic year are placed by run date.
TallyEntrantsForYear.
  OPEN INPUT SummaryHistFile
  IF SummaryHistStatus NOT EQUAL TO "00"
      AT END SET EndOfSummaryHist TO TRUE
    END-READ
    PERFORM UNTIL EndOfSummaryHist
      IF ShAcademicYear IS NUMERIC
        MOVE ShAcademicYear TO historyAcademicYear
       ELSE
        MOVE "TERM" TO AcalFunction
        MOVE ShRunDate TO AcalDate
        CALL "AcademicCalendar" USING AcalFunction AcalDate
                                      AcademicPeriod AcalValid
        MOVE AcpAcademicYear TO historyAcademicYear
      END-IF
      IF historyAcademicYear = CloseAcademicYear
        IF ShRunDate NOT = LastYearRunDate
          MOVE ShRunDate TO LastYearRunDate
          MOVE ZERO TO YearCourseCount, EntrantsYearTotal
  MOVE SPACES TO PackLine
  WRITE PackLine
  MOVE SPACES TO PackDetail
  STRING "Entrants counted in academic year " CloseAcademicYear
         "/" CloseAcadYearNext ": " EntrantsYearTotal
         " (summary run of " LastYearRunDate ")"
         DELIMITED BY SIZE INTO PackDetail
  WRITE PackLine FROM PackDetail
    WRITE PackLine FROM PackDetail
  END-PERFORM.

*> The academic year's closing marker in the summary history, dated
*> its last day: the trend report takes an academic year's latest
*> row as its point, so re-running the close is harmless.
AppendYearToSummaryHistory.
  IF YearCourseCount = ZERO
    CONTINUE
    IF SummaryHistStatus EQUAL TO "00"
      PERFORM VARYING yearCourseIndex FROM 1 BY 1
              UNTIL yearCourseIndex > YearCourseCount
        MOVE AcadYearEndDate TO ShRunDate
        MOVE CloseAcademicYear TO ShAcademicYear
        MOVE YcCourseCode(yearCourseIndex) TO ShCourseCode
        MOVE YcTotal(yearCourseIndex)      TO ShCourseTotal
        WRITE SummaryHistRecord
    END-IF
  END-IF.

*> Last section of the pack: what each donor gave in the year --
*> titles, copies that went into stock, and the estimated value --
*> with the year's totals underneath.
WriteGiftsByDonor.
  MOVE SPACES TO PackLine
  WRITE PackLine
  MOVE SPACES TO PackDetail
  STRING "Gifts received in the year, by donor:"
         DELIMITED BY SIZE INTO PackDetail
  WRITE PackLine FROM PackDetail
  MOVE "N" TO GiftDonorActive
  OPEN INPUT GiftFile
  IF GiftFileStatus EQUAL TO "00"
    OPEN INPUT DonorFile
    READ GiftFile NEXT RECORD
      AT END SET EndOfGiftFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfGiftFile
      IF GiftDate >= YearStartDate AND GiftDate <= YearEndDate
        IF GiftDonorStarted AND GiftDonorNumber NOT = giftDonor
          PERFORM WriteDonorGiftLine
        END-IF
        IF NOT GiftDonorStarted
          MOVE GiftDonorNumber TO giftDonor
          MOVE ZERO TO DonorGiftItems, DonorGiftStock,
                       DonorGiftValue
          MOVE "Y" TO GiftDonorActive
        END-IF
        ADD GiftCopies TO DonorGiftItems
        IF GiftAddedToStock
          ADD GiftCopies TO DonorGiftStock
        END-IF
        ADD GiftValue TO DonorGiftValue
      END-IF
      READ GiftFile NEXT RECORD
        AT END SET EndOfGiftFile TO TRUE
      END-READ
    END-PERFORM
    IF GiftDonorStarted
      PERFORM WriteDonorGiftLine
    END-IF
    CLOSE DonorFile
    CLOSE GiftFile
  END-IF
  IF GiftYearDonors = ZERO
    MOVE SPACES TO PackDetail
    STRING "  (no gifts recorded in the year)"
           DELIMITED BY SIZE INTO PackDetail
    WRITE PackLine FROM PackDetail
   ELSE
    MOVE GiftYearValue TO PrnMoney
    MOVE SPACES TO PackDetail
    STRING "Gifts in the year: " GiftYearItems " item(s), "
           GiftYearDonors " donor(s), " GiftYearStock
           " to stock, " PrnMoney
           DELIMITED BY SIZE INTO PackDetail
    WRITE PackLine FROM PackDetail
  END-IF.

WriteDonorGiftLine.
  MOVE giftDonor TO DonorNumber
  READ DonorFile
    INVALID KEY
      MOVE "(unknown donor)" TO giftDonorName
    NOT INVALID KEY
      MOVE DonorName TO giftDonorName
  END-READ
  MOVE DonorGiftValue TO PrnMoney
  MOVE SPACES TO PackDetail
  STRING "  " giftDonor " " giftDonorName " " DonorGiftItems
         " item(s), " DonorGiftStock " to stock, " PrnMoney
         DELIMITED BY SIZE INTO PackDetail
  WRITE PackLine FROM PackDetail
  ADD 1 TO GiftYearDonors
  ADD DonorGiftItems TO GiftYearItems
  ADD DonorGiftStock TO GiftYearStock
  ADD DonorGiftValue TO GiftYearValue
  MOVE "N" TO GiftDonorActive.

COPY AuditLog.

COPY LoanPolicy.
