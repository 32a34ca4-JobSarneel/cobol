*> hand-keyed prior year, and the accommodation office's spring
*> question -- "how many do you expect next year?" -- got a guess.
*> The nightly count now appends every run's per-course totals to
*> SummaryHistory.dat; this reads up to the last ten intakes per
*> course -- one per academic year, the year's latest count standing
*> for it -- fits a least-squares trend through them, and projects
*> the next intake. TrendModels.dat says per course which trend and
*> how many years: a straight line, a quadratic for a curving
*> intake, or a seasonal model -- a straight line plus a step for
*> each year of a cycle, for the course whose intake dips every
*> fourth year. The fitting itself is not re-derived here: each
*> course's years go to Equations.dat as one overdetermined system,
*> one equation per year, and the LinearSystem solver is CALLed to
*> solve the lot in the least-squares sense, its LinearSolution.dat
*> handing the coefficients and the fit back. Output goes to
*> TrendReport.prt -- the series, the model, the projection and how
*> well the model fitted the past years per course. Where
*> Admissions has left ApplicationTotals.dat, each course also
*> shows the acceptances already in for next year's intake and
*> what they come to at the course's past yield (enrolled of
*> accepted) -- the early indicator to hold the trend projection
*> against.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT HistoryFile ASSIGN TO "SummaryHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistoryFileStatus.
    SELECT TrendModelFile ASSIGN TO "TrendModels.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TrendModelFileStatus.
    SELECT EquationsFile ASSIGN TO "Equations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EquationsFileStatus.
    SELECT SolutionFile ASSIGN TO "LinearSolution.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SolutionFileStatus.
    SELECT TotalsFile ASSIGN TO "ApplicationTotals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TotalsFileStatus.
    SELECT ReportFile ASSIGN TO "TrendReport.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
   02 ShRunDate          PIC 9(8).
   02 ShCourseCode       PIC X(5).
   02 ShCourseTotal      PIC 9(6).
   02 ShAcademicYear     PIC X(4).

*> One line per course: the trend model, how many academic years of
*> history it is fitted to, and for the seasonal model the length
*> of the cycle. "*" lines are notes; ALL stands for every course
*> without a line of its own.
FD TrendModelFile.
01 TrendModelRecord.
   88 EndOfTrendModelFile VALUE HIGH-VALUES.
   02 TmCourseCode       PIC X(5).
   02 FILLER             PIC X.
   02 TmModel            PIC X.
      88 TmModelIsValid             VALUE "L" "Q" "S".
   02 FILLER             PIC X.
   02 TmYears            PIC 99.
   02 FILLER             PIC X.
   02 TmSeason           PIC 9.
   02 FILLER             PIC X(60).

*> The same record shapes LinearSystem reads and writes.
FD EquationsFile.
   02 SolType            PIC X.
   02 SolValue           PIC S9(7)V9(7).

*> The same record shape Admissions writes.
FD TotalsFile.
01 TotalsRecord.
   88 EndOfTotalsFile    VALUE HIGH-VALUES.
   02 AtlIntakeYear      PIC 9(4).
   02 AtlCourseCode      PIC X(5).
   02 AtlApplied         PIC 9(6).
   02 AtlOffered         PIC 9(6).
   02 AtlAccepted        PIC 9(6).
   02 AtlEnrolled        PIC 9(6).

FD ReportFile.
01 ReportLine             PIC X(132).

FD AuditLogFile.
COPY AuditLogRecord.
01 EquationsFileStatus   PIC XX.
01 SolutionFileStatus    PIC XX.
01 ReportFileStatus      PIC XX.
01 TotalsFileStatus      PIC XX.
01 TrendModelFileStatus  PIC XX.

*> TrendModels.dat as loaded, and what a course without a line of
*> its own (and without an ALL line) gets.
01 ModelTable.
   02 ModelEntry         OCCURS 200 TIMES.
      03 MtbCourseCode   PIC X(5).
      03 MtbModel        PIC X.
      03 MtbYears        PIC 99.
      03 MtbSeason       PIC 9.
01 ModelCount            PIC 9(3)     VALUE ZERO.
01 modelIndex            PIC 9(3)     VALUE ZERO.
01 defaultIndex          PIC 99       VALUE ZERO.
01 MaxTrendYears         PIC 99       VALUE 10.
01 AllModel              PIC X        VALUE "L".
01 AllYears              PIC 99       VALUE 10.
01 AllSeason             PIC 9        VALUE 4.

*> The notes and the ALL line TrendModels.dat is first written with.
01 DefaultModelValues.
   02 FILLER PIC X(72) VALUE
      "* Intake trend model per course: course code (cols 1-5; ALL".
   02 FILLER PIC X(72) VALUE
      "* for every course without a line of its own), model (7: L".
   02 FILLER PIC X(72) VALUE
      "* straight line, Q quadratic, S seasonal -- a line plus a".
   02 FILLER PIC X(72) VALUE
      "* step for each year of a cycle), academic years of history".
   02 FILLER PIC X(72) VALUE
      "* fitted to (9-10, 02 to 10) and for S the cycle length in".
   02 FILLER PIC X(72) VALUE
      "* years (12, 2 to 6).".
   02 FILLER PIC X(72) VALUE SPACES.
   02 FILLER PIC X(72) VALUE
      "ALL   L 10 4".
01 DefaultModelTable REDEFINES DefaultModelValues.
   02 DefaultModelLine   PIC X(72)    OCCURS 8 TIMES.
01 DefaultModelCount     PIC 99       VALUE 8.

*> Per course, up to its window of intake totals in chronological
*> order with the academic year of each (older runs shift out on
*> the left as new ones arrive), and the model it is fitted with.
01 TrendTable.
   02 TrendEntry         OCCURS 200 TIMES.
      03 TrdCourseCode   PIC X(5).
      03 TrdPointCount   PIC 99.
      03 TrdPoint        PIC 9(6)  OCCURS 10 TIMES.
      03 TrdPointYear    PIC 9(4)  OCCURS 10 TIMES.
      03 TrdLastYear     PIC 9(4).
      03 TrdWindow       PIC 99.
      03 TrdModel        PIC X.
      03 TrdSeason       PIC 9.
      03 TrdModelUsed    PIC X.
      03 TrdUnknowns     PIC 99.
      03 TrdEligible     PIC X.
      03 TrdAcceptedNext PIC 9(6).
      03 TrdPastAccepted PIC 9(7).
      03 TrdPastEnrolled PIC 9(7).
01 TrendCount            PIC 9(3)     VALUE ZERO.
01 trendIndex            PIC 9(3)     VALUE ZERO.
01 currentTrendIndex     PIC 9(3)     VALUE ZERO.
01 pointIndex            PIC 99       VALUE ZERO.
01 EligibleCount         PIC 9(3)     VALUE ZERO.
01 historyYear           PIC 9(4)     VALUE ZEROS.
COPY AcademicPeriod.

*> The years go to the solver centred on the middle of the series
*> (x runs -2, -1, 0, 1, 2 over five years): the same fit as
*> counting from the first year, but with far smaller sums in the
*> normal equations.
01 centreOffset          PIC S99V9    VALUE ZERO.
01 xCentred              PIC S99V9    VALUE ZERO.
01 seasonQuotient        PIC 9(4)     VALUE ZERO.
01 seasonPhase           PIC 9        VALUE ZERO.
01 phaseIndex            PIC 9        VALUE ZERO.
01 coefficientIndex      PIC 99       VALUE ZERO.
01 CoefficientTable.
   02 coefficient        PIC S9(7)V9(7) OCCURS 10 TIMES.
01 fitRSquared           PIC S9(7)V9(7) VALUE ZERO.
01 fitError              PIC S9(7)V9(7) VALUE ZERO.
01 projectionWork        PIC S9(7)V9(7) VALUE ZERO.
01 nextIntakeYear        PIC 9(4)     VALUE ZERO.
01 projectedIntake       PIC S9(7)V99 VALUE ZERO.
01 projectedDisplay      PIC ZZZZZZZ9.9.
01 AcceptancesStatus     PIC X        VALUE "N".
   88 AcceptancesLoaded               VALUE "Y".
01 indicatedIntake       PIC 9(7)V9   VALUE ZERO.

01 ReportHeading.
   02 FILLER             PIC X(56)
      VALUE "Intake trend over up to ten academic years         Run: ".
   02 PrnRunDate         PIC 9(8).
01 TrendDetailLine.
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnCourseCode      PIC X(5).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnModelName       PIC X(10).
   02 PrnPoint           PIC ZZZZZ9   OCCURS 10 TIMES.
   02 FILLER             PIC X(13)    VALUE "  next year: ".
   02 PrnProjection      PIC X(10).
   02 PrnFit.
      03 FILLER          PIC X(6)     VALUE "  R2: ".
      03 PrnRSquared     PIC 9.999.
      03 FILLER          PIC X(6)     VALUE "  +/- ".
      03 PrnFitError     PIC ZZZZZ9.9.
   02 PrnFitNote         REDEFINES PrnFit PIC X(25).
01 IndicatorLine.
   02 FILLER             PIC X(18)    VALUE SPACES.
   02 FILLER             PIC X(10)    VALUE "accepted: ".
   02 PrnAcceptedNext    PIC ZZZZZ9.
   02 FILLER             PIC X(12)    VALUE "  on yield: ".
   02 PrnIndicated       PIC X(10).

PROCEDURE DIVISION.
Begin.
  MOVE "START"       TO AuditEventType
  PERFORM LogAuditEvent

  PERFORM LoadTrendModels
  PERFORM LoadSummaryHistory
  IF TrendCount = ZERO
    DISPLAY "SummaryHistory.dat is missing or empty; nothing to "
            "project. Run the nightly count first."
    MOVE 4 TO RETURN-CODE
   ELSE
    PERFORM LoadApplicationTotals
    PERFORM WriteTrendSystems
    IF EligibleCount > ZERO
      CALL "LinearSystem"
    END-IF
  END-IF
  STOP RUN.

*> TrendModels.dat: "*" lines are notes and blank lines are
*> skipped; a line with an unknown model, a window outside 2 to 10
*> years or a cycle outside 2 to 6 is reported and ignored.
*> Missing, it is written with its notes and an ALL line for a
*> straight line through ten years, so there is always one to edit.
LoadTrendModels.
  MOVE ZERO TO ModelCount
  OPEN INPUT TrendModelFile
  IF TrendModelFileStatus EQUAL TO "00"
    READ TrendModelFile
      AT END SET EndOfTrendModelFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfTrendModelFile
      PERFORM KeepModelEntry
      READ TrendModelFile
        AT END SET EndOfTrendModelFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE TrendModelFile
   ELSE
    OPEN OUTPUT TrendModelFile
    IF TrendModelFileStatus EQUAL TO "00"
      PERFORM VARYING defaultIndex FROM 1 BY 1
              UNTIL defaultIndex > DefaultModelCount
        MOVE DefaultModelLine(defaultIndex) TO TrendModelRecord
        WRITE TrendModelRecord
        PERFORM KeepModelEntry
      END-PERFORM
      CLOSE TrendModelFile
    END-IF
  END-IF.

KeepModelEntry.
  IF TrendModelRecord = SPACES OR TmCourseCode(1:1) = "*"
    CONTINUE
   ELSE
    IF TmSeason NOT NUMERIC
      MOVE ZERO TO TmSeason
    END-IF
    IF TmCourseCode = SPACES OR NOT TmModelIsValid
       OR TmYears NOT NUMERIC
       OR TmYears < 2 OR TmYears > MaxTrendYears
       OR (TmModel = "S" AND (TmSeason < 2 OR TmSeason > 6))
      DISPLAY "TrendModels.dat line '" TrendModelRecord(1:12)
              "' is not a trend model; ignored."
      ADD 1 TO AuditErrorCount
     ELSE
      IF TmSeason < 2
        MOVE 4 TO TmSeason
      END-IF
      IF TmCourseCode = "ALL"
        MOVE TmModel  TO AllModel
        MOVE TmYears  TO AllYears
        MOVE TmSeason TO AllSeason
       ELSE
        IF ModelCount < 200
          ADD 1 TO ModelCount
          MOVE TmCourseCode TO MtbCourseCode(ModelCount)
          MOVE TmModel      TO MtbModel(ModelCount)
          MOVE TmYears      TO MtbYears(ModelCount)
          MOVE TmSeason     TO MtbSeason(ModelCount)
         ELSE
          DISPLAY "More than 200 courses in TrendModels.dat; "
                  TmCourseCode " ignored."
          ADD 1 TO AuditErrorCount
        END-IF
      END-IF
    END-IF
  END-IF.

LoadSummaryHistory.
  OPEN INPUT HistoryFile
  IF HistoryFileStatus NOT EQUAL TO "00"
  END-IF.

*> The history arrives in append (chronological) order; each course
*> keeps its latest academic years, as many as its model's window,
*> older ones shifting out on the left. A later count in the same
*> academic year replaces that year's point instead of stacking
*> another. Rows written before the history carried the academic
*> year are placed by run date.
TallyOneHistoryRow.
  IF ShAcademicYear IS NUMERIC
    MOVE ShAcademicYear TO historyYear
   ELSE
    MOVE "TERM" TO AcalFunction
    MOVE ShRunDate TO AcalDate
    CALL "AcademicCalendar" USING AcalFunction AcalDate
                                  AcademicPeriod AcalValid
    MOVE AcpAcademicYear TO historyYear
  END-IF
  MOVE ZERO TO currentTrendIndex
  PERFORM VARYING trendIndex FROM 1 BY 1
          UNTIL trendIndex > TrendCount
      ADD 1 TO TrendCount
      MOVE ShCourseCode TO TrdCourseCode(TrendCount)
      MOVE ZERO TO TrdPointCount(TrendCount)
      MOVE ZEROS TO TrdLastYear(TrendCount)
      MOVE "N" TO TrdEligible(TrendCount)
      MOVE ZEROS TO TrdAcceptedNext(TrendCount),
                    TrdPastAccepted(TrendCount),
                    TrdPastEnrolled(TrendCount)
      PERFORM VARYING pointIndex FROM 1 BY 1
              UNTIL pointIndex > MaxTrendYears
        MOVE ZEROS TO TrdPoint(TrendCount pointIndex),
                      TrdPointYear(TrendCount pointIndex)
      END-PERFORM
      PERFORM FindCourseModel
      MOVE TrendCount TO currentTrendIndex
     ELSE
      DISPLAY "More than 200 courses in the history, more than "
    END-IF
  END-IF
  IF currentTrendIndex > ZERO
    IF historyYear = TrdLastYear(currentTrendIndex) AND
       TrdPointCount(currentTrendIndex) > ZERO
      MOVE ShCourseTotal TO TrdPoint(currentTrendIndex
                            TrdPointCount(currentTrendIndex))
     ELSE
      IF TrdPointCount(currentTrendIndex)
         < TrdWindow(currentTrendIndex)
        ADD 1 TO TrdPointCount(currentTrendIndex)
       ELSE
        PERFORM VARYING pointIndex FROM 1 BY 1
                UNTIL pointIndex >= TrdWindow(currentTrendIndex)
          MOVE TrdPoint(currentTrendIndex pointIndex + 1)
            TO TrdPoint(currentTrendIndex pointIndex)
          MOVE TrdPointYear(currentTrendIndex pointIndex + 1)
            TO TrdPointYear(currentTrendIndex pointIndex)
        END-PERFORM
      END-IF
      MOVE ShCourseTotal TO TrdPoint(currentTrendIndex
                            TrdPointCount(currentTrendIndex))
      MOVE historyYear TO TrdPointYear(currentTrendIndex
                            TrdPointCount(currentTrendIndex))
      MOVE historyYear TO TrdLastYear(currentTrendIndex)
    END-IF
  END-IF.

*> A new course takes its own TrendModels.dat line, else the ALL
*> line's settings.
FindCourseModel.
  MOVE AllModel  TO TrdModel(TrendCount)
  MOVE AllYears  TO TrdWindow(TrendCount)
  MOVE AllSeason TO TrdSeason(TrendCount)
  PERFORM VARYING modelIndex FROM 1 BY 1
          UNTIL modelIndex > ModelCount
    IF MtbCourseCode(modelIndex) = ShCourseCode
      MOVE MtbModel(modelIndex)  TO TrdModel(TrendCount)
      MOVE MtbYears(modelIndex)  TO TrdWindow(TrendCount)
      MOVE MtbSeason(modelIndex) TO TrdSeason(TrendCount)
    END-IF
  END-PERFORM.

*> Admissions' per-intake funnel counts: the intake after a
*> course's last counted one is the one being projected, so its
*> acceptances so far are the early indicator; the intakes up to
*> and including the last counted one give the course's yield.
*> No file, no indicator -- the report reads as it always did.
LoadApplicationTotals.
  OPEN INPUT TotalsFile
  IF TotalsFileStatus NOT EQUAL TO "00"
    CONTINUE
   ELSE
    MOVE "Y" TO AcceptancesStatus
    READ TotalsFile
      AT END SET EndOfTotalsFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfTotalsFile
      PERFORM TallyOneTotalsRow
      READ TotalsFile
        AT END SET EndOfTotalsFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE TotalsFile
  END-IF.

TallyOneTotalsRow.
  MOVE ZERO TO currentTrendIndex
  PERFORM VARYING trendIndex FROM 1 BY 1
          UNTIL trendIndex > TrendCount
                OR currentTrendIndex > ZERO
    IF TrdCourseCode(trendIndex) = AtlCourseCode
      MOVE trendIndex TO currentTrendIndex
    END-IF
  END-PERFORM
  IF currentTrendIndex > ZERO
    IF AtlIntakeYear = TrdLastYear(currentTrendIndex) + 1
      MOVE AtlAccepted TO TrdAcceptedNext(currentTrendIndex)
    END-IF
    IF AtlIntakeYear NOT > TrdLastYear(currentTrendIndex)
      ADD AtlAccepted TO TrdPastAccepted(currentTrendIndex)
      ADD AtlEnrolled TO TrdPastEnrolled(currentTrendIndex)
    END-IF
  END-IF.

*> One least-squares system per course with at least two points:
*> an equation per year, unknowns x1 the level at the middle of
*> the series, x2 the slope, then x3 the curvature (quadratic) or
*> one step per cycle year after the first (seasonal, the year's
*> place in the cycle being its academic year modulo the cycle
*> length). The header is minus the number of years, then the
*> number of unknowns.
WriteTrendSystems.
  MOVE ZERO TO EligibleCount
  OPEN OUTPUT EquationsFile
  PERFORM VARYING trendIndex FROM 1 BY 1
    IF TrdPointCount(trendIndex) >= 2
      MOVE "Y" TO TrdEligible(trendIndex)
      ADD 1 TO EligibleCount
      PERFORM ChooseCourseModel
      COMPUTE EqValue = 0 - TrdPointCount(trendIndex)
      WRITE EquationsRecord
      MOVE TrdUnknowns(trendIndex) TO EqValue
      WRITE EquationsRecord
      COMPUTE centreOffset = (TrdPointCount(trendIndex) + 1) / 2
      PERFORM VARYING pointIndex FROM 1 BY 1
              UNTIL pointIndex > TrdPointCount(trendIndex)
        PERFORM WriteTrendEquation
      END-PERFORM
    END-IF
  END-PERFORM
  CLOSE EquationsFile.

*> A model needs at least one year more than it has unknowns, or
*> there is nothing left over to judge the fit by; short of that
*> the course falls back to the straight line.
ChooseCourseModel.
  MOVE TrdModel(trendIndex) TO TrdModelUsed(trendIndex)
  EVALUATE TrdModelUsed(trendIndex)
    WHEN "Q"
      MOVE 3 TO TrdUnknowns(trendIndex)
    WHEN "S"
      COMPUTE TrdUnknowns(trendIndex) = TrdSeason(trendIndex) + 1
    WHEN OTHER
      MOVE 2 TO TrdUnknowns(trendIndex)
  END-EVALUATE
  IF TrdModelUsed(trendIndex) NOT = "L" AND
     TrdPointCount(trendIndex) <= TrdUnknowns(trendIndex)
    MOVE "L" TO TrdModelUsed(trendIndex)
    MOVE 2 TO TrdUnknowns(trendIndex)
  END-IF.

WriteTrendEquation.
  COMPUTE xCentred = pointIndex - centreOffset
  MOVE 1 TO EqValue
  WRITE EquationsRecord
  MOVE xCentred TO EqValue
  WRITE EquationsRecord
  IF TrdModelUsed(trendIndex) = "Q"
    COMPUTE EqValue = xCentred * xCentred
    WRITE EquationsRecord
  END-IF
  IF TrdModelUsed(trendIndex) = "S"
    DIVIDE TrdPointYear(trendIndex pointIndex) BY TrdSeason(trendIndex)
      GIVING seasonQuotient REMAINDER seasonPhase
    PERFORM VARYING phaseIndex FROM 1 BY 1
            UNTIL phaseIndex >= TrdSeason(trendIndex)
      IF phaseIndex = seasonPhase
        MOVE 1 TO EqValue
       ELSE
        MOVE ZERO TO EqValue
      END-IF
      WRITE EquationsRecord
    END-PERFORM
  END-IF
  MOVE TrdPoint(trendIndex pointIndex) TO EqValue
  WRITE EquationsRecord.

WriteTrendReport.
  OPEN OUTPUT ReportFile
  IF EligibleCount > ZERO
    CLOSE SolutionFile
  END-IF
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE SPACES TO ReportLine
  STRING "Models per course from TrendModels.dat; seasonal n: a "
         "straight line plus a step for each year of an n-year "
         "cycle." DELIMITED BY SIZE INTO ReportLine
  WRITE ReportLine
  MOVE SPACES TO ReportLine
  STRING "line*: too few years yet for the course's own model, "
         "fitted as a straight line for now." DELIMITED BY SIZE
         INTO ReportLine
  WRITE ReportLine
  MOVE SPACES TO ReportLine
  STRING "R2: the share of the year-to-year movement in the intake "
         "the model explains (1.000 = all of it)." DELIMITED BY SIZE
         INTO ReportLine
  WRITE ReportLine
  MOVE SPACES TO ReportLine
  STRING "+/-: how far the model typically missed the years it was "
         "fitted to, in students -- expect next year's miss to be "
         "at least that." DELIMITED BY SIZE INTO ReportLine
  WRITE ReportLine
  IF AcceptancesLoaded
    MOVE "accepted: acceptances so far for next year's intake."
      TO ReportLine
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    STRING "on yield: those acceptances at the course's past "
           "enrolled-of-accepted rate." DELIMITED BY SIZE
           INTO ReportLine
    WRITE ReportLine
  END-IF
  CLOSE ReportFile
  DISPLAY "Trend report written to TrendReport.prt ("
          TrendCount " course(s), " EligibleCount " projected).".

ReportOneCourse.
  MOVE TrdCourseCode(trendIndex) TO PrnCourseCode
  PERFORM VARYING pointIndex FROM 1 BY 1
          UNTIL pointIndex > MaxTrendYears
    IF pointIndex <= TrdPointCount(trendIndex)
      MOVE TrdPoint(trendIndex pointIndex)
        TO PrnPoint(pointIndex)
      MOVE ZEROS TO PrnPoint(pointIndex)
    END-IF
  END-PERFORM
  PERFORM NameCourseModel
  MOVE "(no trend)" TO PrnProjection
  MOVE SPACES TO PrnFitNote
  IF TrdEligible(trendIndex) = "Y" AND EligibleCount > ZERO
    PERFORM ReadCourseSolution
  END-IF
  WRITE ReportLine FROM TrendDetailLine
  IF AcceptancesLoaded
    PERFORM FillAcceptanceIndicator
    WRITE ReportLine FROM IndicatorLine
  END-IF.

NameCourseModel.
  IF TrdEligible(trendIndex) = "Y" AND
     TrdModelUsed(trendIndex) NOT = TrdModel(trendIndex)
    MOVE "line*" TO PrnModelName
   ELSE
    EVALUATE TrdModel(trendIndex)
      WHEN "Q"
        MOVE "quadratic" TO PrnModelName
      WHEN "S"
        MOVE SPACES TO PrnModelName
        STRING "seasonal " TrdSeason(trendIndex) DELIMITED BY SIZE
               INTO PrnModelName
      WHEN OTHER
        MOVE "line" TO PrnModelName
    END-EVALUATE
  END-IF.

FillAcceptanceIndicator.
  MOVE TrdAcceptedNext(trendIndex) TO PrnAcceptedNext
  IF TrdPastAccepted(trendIndex) = ZERO
    MOVE "(no yield)" TO PrnIndicated
   ELSE
    COMPUTE indicatedIntake ROUNDED = TrdAcceptedNext(trendIndex)
            * TrdPastEnrolled(trendIndex)
            / TrdPastAccepted(trendIndex)
    MOVE SPACES TO PrnIndicated
    MOVE indicatedIntake TO projectedDisplay
    MOVE projectedDisplay TO PrnIndicated
  END-IF.

*> The solver filed one status record per system in the order the
*> systems were written; after a unique solution come the
*> coefficients, a residual per year, R-squared and the standard
*> error of the fit.
ReadCourseSolution.
  READ SolutionFile
    AT END SET EndOfSolutionFile TO TRUE
    MOVE "(no trend)" TO PrnProjection
   ELSE
    IF SolType = "U"
      PERFORM VARYING coefficientIndex FROM 1 BY 1
              UNTIL coefficientIndex > TrdUnknowns(trendIndex)
        READ SolutionFile
          AT END SET EndOfSolutionFile TO TRUE
        END-READ
        MOVE SolValue TO coefficient(coefficientIndex)
      END-PERFORM
      PERFORM VARYING pointIndex FROM 1 BY 1
              UNTIL pointIndex > TrdPointCount(trendIndex)
        READ SolutionFile
          AT END SET EndOfSolutionFile TO TRUE
        END-READ
      END-PERFORM
      READ SolutionFile
        AT END SET EndOfSolutionFile TO TRUE
      END-READ
      MOVE SolValue TO fitRSquared
      READ SolutionFile
        AT END SET EndOfSolutionFile TO TRUE
      END-READ
      MOVE SolValue TO fitError
      PERFORM ProjectNextIntake
      PERFORM FillFitQuality
     ELSE
      MOVE "(no fit)" TO PrnProjection
    END-IF
  END-IF.

*> Next year is one step past the last point on the centred scale
*> -- as far above the middle as the first point is below it -- and
*> for the seasonal model takes the step of its own place in
*> the cycle (the first cycle year has none: it is the level the
*> other steps are measured from).
ProjectNextIntake.
  COMPUTE centreOffset = (TrdPointCount(trendIndex) + 1) / 2
  MOVE centreOffset TO xCentred
  COMPUTE projectionWork = coefficient(1) + coefficient(2) * xCentred
  IF TrdModelUsed(trendIndex) = "Q"
    COMPUTE projectionWork = projectionWork +
            coefficient(3) * xCentred * xCentred
  END-IF
  IF TrdModelUsed(trendIndex) = "S"
    COMPUTE nextIntakeYear = TrdLastYear(trendIndex) + 1
    DIVIDE nextIntakeYear BY TrdSeason(trendIndex)
      GIVING seasonQuotient REMAINDER seasonPhase
    IF seasonPhase > ZERO
      ADD coefficient(seasonPhase + 2) TO projectionWork
    END-IF
  END-IF
  COMPUTE projectedIntake ROUNDED = projectionWork
  IF projectedIntake < ZERO
    MOVE ZERO TO projectedIntake
  END-IF
  MOVE SPACES TO PrnProjection
  MOVE projectedIntake TO projectedDisplay
  MOVE projectedDisplay TO PrnProjection.

*> With no more years than unknowns the model passes through every
*> point and says nothing about how far to trust it.
FillFitQuality.
  IF TrdPointCount(trendIndex) <= TrdUnknowns(trendIndex)
    MOVE "  fit: too few years" TO PrnFitNote
   ELSE
    IF fitRSquared < ZERO
      MOVE ZERO TO fitRSquared
    END-IF
    MOVE SPACES TO PrnFitNote
    MOVE "  R2: " TO PrnFitNote(1:6)
    COMPUTE PrnRSquared ROUNDED = fitRSquared
    MOVE "  +/- " TO PrnFitNote(12:6)
    COMPUTE PrnFitError ROUNDED = fitError
  END-IF.

COPY AuditLog.

END PROGRAM TrendReport.
