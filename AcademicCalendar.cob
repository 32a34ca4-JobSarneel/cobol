IDENTIFICATION DIVISION.
PROGRAM-ID. AcademicCalendar.
AUTHOR. Job Sarneel.
*> The academic calendar as a callable service in the
*> DateArithmetic/ClosedDays style, so the student-side programs
*> agree on what "the year" and "the term" mean instead of each
*> deciding for itself. AcademicCalendar.dat holds the calendar,
*> one record per line:
*>   "Y" academic-year 0 start end description   an academic year,
*>   "T" academic-year n start end description   term n of it,
*> the year being the one the academic year starts in, dates
*> YYYYMMDD, fields separated by single spaces, e.g.
*>   Y 2025 0 20250901 20260831 Academic year 2025/2026
*>   T 2025 1 20250901 20260131 Term 1 of 2025/2026
*> When the file doesn't exist yet it is written holding the house
*> rule (1 September - 31 August, term 1 to the end of January,
*> term 2 from 1 February) for the last six academic years and the
*> next one, the same create-on-first-use shape as ClosedDays; the
*> registry edits it from there. Callers COPY AcademicPeriod for
*> the fields and the function list ("TERM", "YEAR", "TRMC"); a
*> date or code the file doesn't cover is answered from the house
*> rule and flagged "D". The calendar is read once per program run
*> and cached.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CalendarFile ASSIGN TO "AcademicCalendar.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CalendarFileStatus.

DATA DIVISION.
FILE SECTION.
FD CalendarFile.
01 CalendarRecord.
   88 EndOfCalendarFile                 VALUE HIGH-VALUES.
   02 CalRecordType          PIC X.
   02 FILLER                 PIC X.
   02 CalAcademicYear        PIC 9(4).
   02 FILLER                 PIC X.
   02 CalTermNumber          PIC 9.
   02 FILLER                 PIC X.
   02 CalStartDate           PIC 9(8).
   02 FILLER                 PIC X.
   02 CalEndDate             PIC 9(8).
   02 FILLER                 PIC X.
   02 CalDescription         PIC X(24).

WORKING-STORAGE SECTION.
01 CalendarFileStatus        PIC XX     VALUE "00".
01 CalendarLoaded            PIC X      VALUE "N".
   88 CalendarIsLoaded                  VALUE "Y".
01 YearTable.
   02 YearEntry OCCURS 40 TIMES.
      03 TblYear             PIC 9(4).
      03 TblYearStart        PIC 9(8).
      03 TblYearEnd          PIC 9(8).
01 YearCount                 PIC 9(3)   VALUE ZERO.
01 yearIndex                 PIC 9(3)   VALUE ZERO.
01 foundYear                 PIC 9(3)   VALUE ZERO.
01 TermTable.
   02 TermEntry OCCURS 160 TIMES.
      03 TblTermYear         PIC 9(4).
      03 TblTermNumber       PIC 9.
      03 TblTermStart        PIC 9(8).
      03 TblTermEnd          PIC 9(8).
01 TermCount                 PIC 9(3)   VALUE ZERO.
01 termIndex                 PIC 9(3)   VALUE ZERO.
01 foundTerm                 PIC 9(3)   VALUE ZERO.

01 workDate                  PIC 9(8)   VALUE ZEROS.
01 WorkDateParts REDEFINES workDate.
   02 workYear               PIC 9(4).
   02 workMonthDay           PIC 9(4).
01 WorkMonthDayParts REDEFINES workDate.
   02 FILLER                 PIC 9(4).
   02 workMonth              PIC 99.
   02 workDay                PIC 99.
01 workAcademicYear          PIC 9(4)   VALUE ZEROS.
01 workTermNumber            PIC 9      VALUE ZERO.
01 workYearStart             PIC 9(8)   VALUE ZEROS.
01 workYearEnd               PIC 9(8)   VALUE ZEROS.
01 workTermStart             PIC 9(8)   VALUE ZEROS.
01 workTermEnd               PIC 9(8)   VALUE ZEROS.

01 todayDate                 PIC 9(8)   VALUE ZEROS.
01 TodayDateParts REDEFINES todayDate.
   02 todayYear              PIC 9(4).
   02 FILLER                 PIC 9(4).
01 defaultYear               PIC 9(4)   VALUE ZEROS.
01 defaultLastYear           PIC 9(4)   VALUE ZEROS.
01 nextYear                  PIC 9(4)   VALUE ZEROS.

LINKAGE SECTION.
01 LS-Function               PIC X(4).
01 LS-Date                   PIC 9(8).
01 LS-Period.
   02 LS-AcademicYear        PIC 9(4).
   02 LS-TermCode.
      03 LS-TermYear         PIC 9(4).
      03 LS-TermLetter       PIC X.
      03 LS-TermNumber       PIC 9.
   02 LS-YearStart           PIC 9(8).
   02 LS-YearEnd             PIC 9(8).
   02 LS-TermStart           PIC 9(8).
   02 LS-TermEnd             PIC 9(8).
01 LS-Valid                  PIC X.

PROCEDURE DIVISION USING LS-Function LS-Date LS-Period LS-Valid.
Begin.
  MOVE "N" TO LS-Valid
  IF NOT CalendarIsLoaded
    PERFORM LoadCalendar
  END-IF
  EVALUATE LS-Function
    WHEN "TERM"
      PERFORM FindDateTerm
    WHEN "YEAR"
      PERFORM FindAcademicYear
    WHEN "TRMC"
      PERFORM FindTermCode
    WHEN OTHER
      CONTINUE
  END-EVALUATE
  GOBACK.

LoadCalendar.
  MOVE ZERO TO YearCount, TermCount
  OPEN INPUT CalendarFile
  IF CalendarFileStatus NOT EQUAL TO "00"
    *> Fresh install: write the house-rule calendar so the registry
    *> always has a file to edit.
    PERFORM WriteDefaultCalendar
    OPEN INPUT CalendarFile
  END-IF
  IF CalendarFileStatus EQUAL TO "00"
    READ CalendarFile
      AT END SET EndOfCalendarFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCalendarFile
      IF CalAcademicYear IS NUMERIC AND CalStartDate IS NUMERIC
         AND CalEndDate IS NUMERIC AND CalStartDate <= CalEndDate
        EVALUATE CalRecordType
          WHEN "Y"
            IF YearCount < 40
              ADD 1 TO YearCount
              MOVE CalAcademicYear TO TblYear(YearCount)
              MOVE CalStartDate TO TblYearStart(YearCount)
              MOVE CalEndDate TO TblYearEnd(YearCount)
            END-IF
          WHEN "T"
            IF TermCount < 160 AND CalTermNumber IS NUMERIC
               AND CalTermNumber > ZERO
              ADD 1 TO TermCount
              MOVE CalAcademicYear TO TblTermYear(TermCount)
              MOVE CalTermNumber TO TblTermNumber(TermCount)
              MOVE CalStartDate TO TblTermStart(TermCount)
              MOVE CalEndDate TO TblTermEnd(TermCount)
            END-IF
          WHEN OTHER
            CONTINUE
        END-EVALUATE
      END-IF
      READ CalendarFile
        AT END SET EndOfCalendarFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE CalendarFile
  END-IF
  MOVE "Y" TO CalendarLoaded.

WriteDefaultCalendar.
  ACCEPT todayDate FROM DATE YYYYMMDD
  COMPUTE defaultYear = todayYear - 6
  COMPUTE defaultLastYear = todayYear + 1
  OPEN OUTPUT CalendarFile
  IF CalendarFileStatus EQUAL TO "00"
    PERFORM UNTIL defaultYear > defaultLastYear
      MOVE defaultYear TO workAcademicYear
      COMPUTE nextYear = defaultYear + 1
      PERFORM DeriveYearDates
      MOVE SPACES TO CalendarRecord
      MOVE "Y" TO CalRecordType
      MOVE defaultYear TO CalAcademicYear
      MOVE ZERO TO CalTermNumber
      MOVE workYearStart TO CalStartDate
      MOVE workYearEnd TO CalEndDate
      STRING "Academic year " defaultYear "/" nextYear
             DELIMITED BY SIZE INTO CalDescription
      WRITE CalendarRecord
      PERFORM VARYING workTermNumber FROM 1 BY 1
              UNTIL workTermNumber > 2
        PERFORM DeriveTermDates
        MOVE SPACES TO CalendarRecord
        MOVE "T" TO CalRecordType
        MOVE defaultYear TO CalAcademicYear
        MOVE workTermNumber TO CalTermNumber
        MOVE workTermStart TO CalStartDate
        MOVE workTermEnd TO CalEndDate
        STRING "Term " workTermNumber " of " defaultYear "/"
               nextYear DELIMITED BY SIZE INTO CalDescription
        WRITE CalendarRecord
      END-PERFORM
      ADD 1 TO defaultYear
    END-PERFORM
    CLOSE CalendarFile
  END-IF.

*> The academic year holding the date, and the term in progress on
*> it; in a gap between terms (a summer break the registry has
*> written in, say) it is the term most recently ended, which is
*> the one results posted then belong to. A term more than a year
*> behind the date means the file has not been kept up, and the
*> house rule answers instead.
FindDateTerm.
  MOVE LS-Date TO workDate
  IF workDate IS NOT NUMERIC OR workMonth < 1 OR workMonth > 12
     OR workDay < 1 OR workDay > 31
    CONTINUE
   ELSE
    MOVE ZERO TO foundYear, foundTerm
    PERFORM VARYING yearIndex FROM 1 BY 1 UNTIL yearIndex > YearCount
      IF TblYearStart(yearIndex) <= workDate
         AND TblYearEnd(yearIndex) >= workDate
        MOVE yearIndex TO foundYear
      END-IF
    END-PERFORM
    PERFORM VARYING termIndex FROM 1 BY 1 UNTIL termIndex > TermCount
      IF TblTermStart(termIndex) <= workDate
        IF foundTerm = ZERO
          MOVE termIndex TO foundTerm
         ELSE
          IF TblTermStart(termIndex) > TblTermStart(foundTerm)
            MOVE termIndex TO foundTerm
          END-IF
        END-IF
      END-IF
    END-PERFORM
    IF foundYear > ZERO AND foundTerm > ZERO
      IF TblTermYear(foundTerm) + 1 < TblYear(foundYear)
        MOVE ZERO TO foundTerm
      END-IF
    END-IF
    IF foundYear > ZERO AND foundTerm > ZERO
      PERFORM ReturnFoundYear
      PERFORM ReturnFoundTerm
      MOVE "Y" TO LS-Valid
     ELSE
      IF workMonthDay >= 0901
        MOVE workYear TO workAcademicYear
       ELSE
        COMPUTE workAcademicYear = workYear - 1
      END-IF
      IF workMonthDay >= 0901 OR workMonthDay <= 0131
        MOVE 1 TO workTermNumber
       ELSE
        MOVE 2 TO workTermNumber
      END-IF
      PERFORM ReturnDerivedYear
      PERFORM ReturnDerivedTerm
      MOVE "D" TO LS-Valid
    END-IF
  END-IF.

*> A year asked for by number, with its first term filled in.
FindAcademicYear.
  IF LS-AcademicYear IS NOT NUMERIC OR LS-AcademicYear = ZERO
    CONTINUE
   ELSE
    MOVE LS-AcademicYear TO workAcademicYear
    MOVE ZERO TO foundYear, foundTerm
    PERFORM VARYING yearIndex FROM 1 BY 1 UNTIL yearIndex > YearCount
      IF TblYear(yearIndex) = workAcademicYear
        MOVE yearIndex TO foundYear
      END-IF
    END-PERFORM
    PERFORM VARYING termIndex FROM 1 BY 1 UNTIL termIndex > TermCount
      IF TblTermYear(termIndex) = workAcademicYear
        IF foundTerm = ZERO
          MOVE termIndex TO foundTerm
         ELSE
          IF TblTermNumber(termIndex) < TblTermNumber(foundTerm)
            MOVE termIndex TO foundTerm
          END-IF
        END-IF
      END-IF
    END-PERFORM
    IF foundYear > ZERO
      PERFORM ReturnFoundYear
      MOVE "Y" TO LS-Valid
     ELSE
      PERFORM ReturnDerivedYear
      MOVE "D" TO LS-Valid
    END-IF
    IF foundTerm > ZERO
      PERFORM ReturnFoundTerm
     ELSE
      MOVE 1 TO workTermNumber
      PERFORM ReturnDerivedTerm
    END-IF
  END-IF.

*> A term asked for by its "YYYYTn" code. Only terms 1 and 2 can be
*> answered from the house rule when the file doesn't list them.
FindTermCode.
  IF LS-TermYear IS NOT NUMERIC OR LS-TermYear = ZERO
     OR LS-TermLetter NOT = "T" OR LS-TermNumber IS NOT NUMERIC
     OR LS-TermNumber = ZERO
    CONTINUE
   ELSE
    MOVE LS-TermYear TO workAcademicYear
    MOVE LS-TermNumber TO workTermNumber
    MOVE ZERO TO foundYear, foundTerm
    PERFORM VARYING yearIndex FROM 1 BY 1 UNTIL yearIndex > YearCount
      IF TblYear(yearIndex) = workAcademicYear
        MOVE yearIndex TO foundYear
      END-IF
    END-PERFORM
    PERFORM VARYING termIndex FROM 1 BY 1 UNTIL termIndex > TermCount
      IF TblTermYear(termIndex) = workAcademicYear
         AND TblTermNumber(termIndex) = workTermNumber
        MOVE termIndex TO foundTerm
      END-IF
    END-PERFORM
    IF foundTerm > ZERO
      IF foundYear > ZERO
        PERFORM ReturnFoundYear
       ELSE
        PERFORM ReturnDerivedYear
      END-IF
      PERFORM ReturnFoundTerm
      MOVE "Y" TO LS-Valid
     ELSE
      IF workTermNumber <= 2
        PERFORM ReturnDerivedYear
        PERFORM ReturnDerivedTerm
        MOVE "D" TO LS-Valid
      END-IF
    END-IF
  END-IF.

ReturnFoundYear.
  MOVE TblYear(foundYear) TO LS-AcademicYear
  MOVE TblYearStart(foundYear) TO LS-YearStart
  MOVE TblYearEnd(foundYear) TO LS-YearEnd.

ReturnFoundTerm.
  MOVE TblTermYear(foundTerm) TO LS-TermYear
  MOVE "T" TO LS-TermLetter
  MOVE TblTermNumber(foundTerm) TO LS-TermNumber
  MOVE TblTermStart(foundTerm) TO LS-TermStart
  MOVE TblTermEnd(foundTerm) TO LS-TermEnd.

ReturnDerivedYear.
  PERFORM DeriveYearDates
  MOVE workAcademicYear TO LS-AcademicYear
  MOVE workYearStart TO LS-YearStart
  MOVE workYearEnd TO LS-YearEnd.

ReturnDerivedTerm.
  PERFORM DeriveTermDates
  MOVE workAcademicYear TO LS-TermYear
  MOVE "T" TO LS-TermLetter
  MOVE workTermNumber TO LS-TermNumber
  MOVE workTermStart TO LS-TermStart
  MOVE workTermEnd TO LS-TermEnd.

*> House rule: workAcademicYear -> 1 September to 31 August.
DeriveYearDates.
  COMPUTE workYearStart = workAcademicYear * 10000 + 0901
  COMPUTE workYearEnd = (workAcademicYear + 1) * 10000 + 0831.

*> House rule: term 1 runs to the end of January, term 2 from
*> 1 February to the end of the academic year.
DeriveTermDates.
  IF workTermNumber = 1
    COMPUTE workTermStart = workAcademicYear * 10000 + 0901
    COMPUTE workTermEnd = (workAcademicYear + 1) * 10000 + 0131
   ELSE
    COMPUTE workTermStart = (workAcademicYear + 1) * 10000 + 0201
    COMPUTE workTermEnd = (workAcademicYear + 1) * 10000 + 0831
  END-IF.

END PROGRAM AcademicCalendar.
