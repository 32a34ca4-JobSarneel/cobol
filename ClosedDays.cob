*>   "W" + weekday number (1 = Monday .. 7 = Sunday)  a weekly
*>         closing day, and
*>   "H" + YYYYMMDD                                   a specific
*>         holiday date, and
*>   "O" + weekday number + HHMM + HHMM               the opening
*>         and closing time on that weekday (09:00 to 17:00 on
*>         any open weekday without one).
*> When the file doesn't exist yet it is written holding the
*> fallback (Sundays closed), the same create-on-first-use shape as
*> the LoanPolicy loader. Functions, DateArithmetic style:
*>   "ROLL"  LS-Date2 = the first open day on or after LS-Date1.
*>   "CNTC"  LS-Days = closed days D with LS-Date1 < D <= LS-Date2
*>           (what the fine calculation subtracts).
*>   "HOUR"  opening hours on LS-Date1: LS-Date2 = open HHMM and
*>           close HHMM run together (09001700), LS-Days = 1 open,
*>           0 closed (and LS-Date2 zeros).
*> The calendar is read once per program run and cached.

ENVIRONMENT DIVISION.
   88 EndOfCalendarFile                 VALUE HIGH-VALUES.
   02 CalRecordType          PIC X.
   02 CalValue               PIC X(8).
01 CalendarHoursRecord.
   02 FILLER                 PIC X.
   02 CalHoursWeekday        PIC X.
   02 CalHoursOpen           PIC X(4).
   02 CalHoursClose          PIC X(4).

WORKING-STORAGE SECTION.
01 CalendarFileStatus        PIC XX     VALUE "00".
01 HolidayCount              PIC 9(2)   VALUE ZERO.
01 holidayIndex              PIC 9(2)   VALUE ZERO.
01 weekdayIndex              PIC 9      VALUE ZERO.
01 OpeningHoursTable.
   02 OpeningHours           OCCURS 7 TIMES.
      03 OpeningTime         PIC 9(4).
      03 ClosingTime         PIC 9(4).
01 DefaultOpeningTime        PIC 9(4)   VALUE 0900.
01 DefaultClosingTime        PIC 9(4)   VALUE 1700.

01 workDate                  PIC 9(8)   VALUE ZEROS.
01 DayOpenStatus             PIC X      VALUE "Y".
      PERFORM RollToOpenDay
    WHEN "CNTC"
      PERFORM CountClosedDays
    WHEN "HOUR"
      MOVE LS-Date1 TO workDate
      PERFORM CheckDayOpen
      EVALUATE TRUE
        WHEN NOT DateArithIsValid
          MOVE ZEROS TO LS-Date2
        WHEN DayIsOpen
          MOVE OpeningHours(weekdayIndex) TO LS-Date2
          MOVE 1 TO LS-Days
          MOVE "Y" TO LS-Valid
        WHEN OTHER
          MOVE ZEROS TO LS-Date2
          MOVE 0 TO LS-Days
          MOVE "Y" TO LS-Valid
      END-EVALUATE
    WHEN OTHER
      CONTINUE
  END-EVALUATE
LoadCalendar.
  PERFORM VARYING weekdayIndex FROM 1 BY 1 UNTIL weekdayIndex > 7
    MOVE "N" TO WeeklyClosed(weekdayIndex)
    MOVE DefaultOpeningTime TO OpeningTime(weekdayIndex)
    MOVE DefaultClosingTime TO ClosingTime(weekdayIndex)
  END-PERFORM
  MOVE ZERO TO HolidayCount
  OPEN INPUT CalendarFile
            ADD 1 TO HolidayCount
            MOVE CalValue TO HolidayDate(HolidayCount)
          END-IF
        WHEN "O"
          IF CalHoursWeekday >= "1" AND CalHoursWeekday <= "7" AND
             CalHoursOpen IS NUMERIC AND CalHoursClose IS NUMERIC AND
             CalHoursOpen < CalHoursClose
            MOVE CalHoursWeekday TO weekdayIndex
            MOVE CalHoursOpen  TO OpeningTime(weekdayIndex)
            MOVE CalHoursClose TO ClosingTime(weekdayIndex)
          END-IF
        WHEN OTHER
          CONTINUE
      END-EVALUATE
