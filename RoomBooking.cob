IDENTIFICATION DIVISION.
PROGRAM-ID. RoomBooking.
AUTHOR. Job Sarneel.
*> Study room and group space booking. The rooms used to be booked
*> in a paper diary at the desk: two groups turned up for the same
*> room, and nobody knew who booked and never came. Room.dat holds
*> each room (seats, branch, the hours it can be booked) and
*> RoomBooking.dat the bookings, each tied to a registered borrower
*> in Borrower.dat. 'r' adds or amends a room (a blank code lists
*> them), 'b' books one -- refusing a borrower CheckBorrowerBlocked
*> would refuse a loan (account closing, card expired, fines over
*> the block threshold, too many overdue loans), a day ClosedDays
*> has the library shut, hours outside the day's opening hours or
*> the room's own, a clash with another booking, a party larger
*> than the room, and more than ROOMWEEKHOURS hours a week (Monday
*> to Sunday, no-shows counted) for one borrower. 'c' cancels, 'i'
*> checks a booking in when the party arrives; one not checked in
*> within NoShowGraceMinutes of its start is recorded as a no-show.
*> 's' prints RoomSchedule.prt, the day's bookings room by room for
*> the desk, and 'u' RoomUsage.prt, the last 30 days by room and
*> hour of day in DeskActivity's matrix shape, with the no-shows.
*> UNATTENDED=Y takes the choice from ROOMMODE (default the
*> schedule, for the next open day) so NightlyBatch can print it.
*> Sessions start with an OperatorSignon sign-on; an unattended
*> run takes its operator id from OPERATORID instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT RoomFile ASSIGN TO "Room.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RoomCode
          FILE STATUS IS RoomFileStatus.
   SELECT BookingFile ASSIGN TO "RoomBooking.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RbkKey
          ALTERNATE RECORD KEY IS RbkBorrowerNumber WITH DUPLICATES
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS BookingFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS BorrowerFileStatus.
   SELECT LoanFile ASSIGN TO "BookLoan.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS LoanFileStatus.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FineKey
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS FineFileStatus.
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT ReportFile ASSIGN TO DYNAMIC ReportFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD RoomFile.
COPY RoomRecord.

FD BookingFile.
COPY RoomBookingRecord.

FD BorrowerFile.
COPY BorrowerRecord.

FD LoanFile.
COPY LoanRecord.

FD FineFile.
COPY FineRecord.

FD LoanPolicyFile.
COPY LoanPolicyRecord.

FD ReportFile.
01 ReportLine                PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
COPY LoanPolicyData.
COPY SystemParameterData.
01 RoomFileStatus            PIC XX     VALUE "00".
01 BookingFileStatus         PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 FineFileStatus            PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".
01 ReportFileName            PIC X(20)  VALUE SPACES.

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 roomChoice                PIC X      VALUE SPACE.
01 roomToday                 PIC 9(8)   VALUE ZEROS.
01 roomClock                 PIC 9(8)   VALUE ZEROS.
01 roomNow                   PIC 9(4)   VALUE ZERO.
01 operatorInput             PIC X(4)   VALUE SPACES.

*> Booking limits. A booking can be made up to BookingHorizonDays
*> ahead; the weekly allowance per borrower is ROOMWEEKHOURS when
*> set, else DefaultWeekHours.
01 BookingHorizonDays        PIC 9(3)   VALUE 14.
01 DefaultWeekHours          PIC 9(3)   VALUE 6.
01 WeekLimitMinutes          PIC 9(5)   VALUE ZERO.
01 NoShowGraceMinutes        PIC 9(3)   VALUE 15.

01 roomCodeInput             PIC X(4)   VALUE SPACES.
01 roomNameInput             PIC X(25)  VALUE SPACES.
01 roomBranchInput           PIC X(3)   VALUE SPACES.
01 capacityInput             PIC X(2)   VALUE SPACES.
01 fromTimeInput             PIC X(4)   VALUE SPACES.
01 toTimeInput               PIC X(4)   VALUE SPACES.
01 roomStatusInput           PIC X      VALUE SPACE.
01 DetailCheckStatus         PIC X      VALUE "N".
   88 DetailIsValid                     VALUE "Y".
01 RoomFoundStatus           PIC X      VALUE "N".
   88 RoomIsFound                       VALUE "Y".
01 RoomsListed               PIC 9(3)   VALUE ZERO.

01 borrowerInput             PIC 9(5)   VALUE ZEROS.
01 dateInput.
   02 dateInputYear          PIC 9(4).
   02 dateInputMonth         PIC 9(2).
   02 dateInputDay           PIC 9(2).
01 dateInputText REDEFINES dateInput PIC X(8).
01 DateCheckStatus           PIC X      VALUE "N".
   88 DateIsValid                       VALUE "Y".
01 startTimeInput            PIC X(4)   VALUE SPACES.
01 endTimeInput              PIC X(4)   VALUE SPACES.
01 partySizeInput            PIC X(2)   VALUE SPACES.
01 bookingDate               PIC 9(8)   VALUE ZEROS.
01 bookingStart              PIC 9(4)   VALUE ZERO.
01 bookingEnd                PIC 9(4)   VALUE ZERO.
01 bookingParty              PIC 9(2)   VALUE ZERO.
01 bookingMinutes            PIC 9(5)   VALUE ZERO.
01 BookingCheckStatus        PIC X      VALUE "N".
   88 BookingIsOk                       VALUE "Y".
01 SlotReuseStatus           PIC X      VALUE "N".
   88 SlotIsReused                      VALUE "Y".
01 daysAhead                 PIC S9(5)  VALUE ZERO.
01 dayOpenTime               PIC 9(4)   VALUE ZERO.
01 dayCloseTime              PIC 9(4)   VALUE ZERO.
01 earliestStart             PIC 9(4)   VALUE ZERO.
01 latestEnd                 PIC 9(4)   VALUE ZERO.

*> HHMM to minutes past midnight and back.
01 timeValue                 PIC 9(4)   VALUE ZERO.
01 timeHours                 PIC 9(2)   VALUE ZERO.
01 timeMinutes               PIC 9(2)   VALUE ZERO.
01 minuteValue               PIC 9(5)   VALUE ZERO.
01 TimeCheckStatus           PIC X      VALUE "N".
   88 TimeIsValid                       VALUE "Y".
01 startMinute               PIC 9(5)   VALUE ZERO.
01 endMinute                 PIC 9(5)   VALUE ZERO.
01 otherStartMinute          PIC 9(5)   VALUE ZERO.
01 otherEndMinute            PIC 9(5)   VALUE ZERO.
01 nowMinute                 PIC 9(5)   VALUE ZERO.

*> The Monday-to-Sunday week around the booking date.
01 MondayAnchorDate          PIC 9(8)   VALUE 20240101.
01 dayNumberDiff             PIC S9(5)  VALUE ZERO.
01 weekQuotient              PIC S9(5)  VALUE ZERO.
01 weekRemainder             PIC S9(5)  VALUE ZERO.
01 weekStartDate             PIC 9(8)   VALUE ZEROS.
01 weekEndDate               PIC 9(8)   VALUE ZEROS.
01 weekMinutesBooked         PIC 9(5)   VALUE ZERO.
01 PrnWeekHours              PIC ZZ9.99.
01 PrnLimitHours             PIC ZZ9.

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithResult           PIC 9(8)   VALUE ZEROS.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".
01 ClosedDaysFunction        PIC X(4).
01 ClosedDaysResult          PIC 9(8)   VALUE ZEROS.
01 ClosedDaysHours REDEFINES ClosedDaysResult.
   02 ClosedDaysOpenTime     PIC 9(4).
   02 ClosedDaysCloseTime    PIC 9(4).
01 ClosedDaysCount           PIC S9(5)  VALUE ZERO.
01 ClosedDaysValid           PIC X      VALUE "N".
   88 ClosedDaysIsValid                 VALUE "Y".

*> CheckBorrowerBlocked's inputs, as at the circulation desk.
COPY BorrowerBlockCheckData.
01 fineOutstanding           PIC 9(4)V99 VALUE ZERO.
01 BorrowerOpenLoans         PIC 9(3)   VALUE ZERO.

01 NoShowsMarked             PIC 9(4)   VALUE ZERO.
01 scheduleDate              PIC 9(8)   VALUE ZEROS.
01 scheduleBookings          PIC 9(3)   VALUE ZERO.
01 bookingStatusText         PIC X(20)  VALUE SPACES.

*> Usage: rooms down the side (up to MaxUsageRooms), hours 07 to
*> 22 across; a booking counts in every hour it touches.
01 UsageWindowDays           PIC 9(3)   VALUE 30.
01 usageFromDate             PIC 9(8)   VALUE ZEROS.
01 MaxUsageRooms             PIC 9(2)   VALUE 20.
01 UsageTable.
   02 UsageRoom              OCCURS 20 TIMES.
      03 UsgRoomCode         PIC X(4).
      03 UsgBookings         PIC 9(5).
      03 UsgCheckedIn        PIC 9(5).
      03 UsgNoShows          PIC 9(5).
      03 UsgCancelled        PIC 9(5).
      03 UsgUsedHour         PIC 9(4)   OCCURS 16 TIMES.
      03 UsgNoShowHour       PIC 9(4)   OCCURS 16 TIMES.
01 UsageRoomCount            PIC 9(2)   VALUE ZERO.
01 usageIndex                PIC 9(2)   VALUE ZERO.
01 usageMatch                PIC 9(2)   VALUE ZERO.
01 hourIndex                 PIC 9(2)   VALUE ZERO.
01 hourStartMinute           PIC 9(5)   VALUE ZERO.
01 hourEndMinute             PIC 9(5)   VALUE ZERO.
01 UsageSkipped              PIC 9(5)   VALUE ZERO.
01 noShowRate                PIC 9(3)   VALUE ZERO.

01 RoomListLine.
   02 PrnListCode            PIC X(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnListName            PIC X(25).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnListBranch          PIC X(3).
   02 FILLER                 PIC X(7)   VALUE "  seats".
   02 PrnListCapacity        PIC ZZ9.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnListFrom            PIC 9(4).
   02 FILLER                 PIC X      VALUE "-".
   02 PrnListTo              PIC 9(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnListStatus          PIC X(10).

01 ScheduleHeading.
   02 FILLER                 PIC X(28)
      VALUE "Study room schedule for ".
   02 PrnScheduleDate        PIC 9(8).
   02 FILLER                 PIC X(14)  VALUE "   open hours ".
   02 PrnDayOpen             PIC 9(4).
   02 FILLER                 PIC X      VALUE "-".
   02 PrnDayClose            PIC 9(4).
01 ScheduleRoomLine.
   02 FILLER                 PIC X(5)   VALUE "Room ".
   02 PrnSchedRoom           PIC X(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSchedRoomName       PIC X(25).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSchedBranch         PIC X(3).
   02 FILLER                 PIC X(7)   VALUE "  seats".
   02 PrnSchedCapacity       PIC ZZ9.
01 ScheduleBookingLine.
   02 FILLER                 PIC X(4)   VALUE SPACES.
   02 PrnSchedStart          PIC 9(4).
   02 FILLER                 PIC X      VALUE "-".
   02 PrnSchedEnd            PIC 9(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSchedBorrower       PIC 9(5).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnSchedName           PIC X(24).
   02 FILLER                 PIC X(7)   VALUE " party ".
   02 PrnSchedParty          PIC Z9.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSchedStatus         PIC X(20).
01 ScheduleEmptyLine.
   02 FILLER                 PIC X(4)   VALUE SPACES.
   02 FILLER                 PIC X(20)  VALUE "(no bookings)".
01 ScheduleTotalLine.
   02 FILLER                 PIC X(20)  VALUE "Bookings listed:    ".
   02 PrnScheduleTotal       PIC ZZ9.

01 UsageHeading.
   02 FILLER                 PIC X(30)
      VALUE "Study room usage, 30 days to ".
   02 PrnUsageToDate         PIC 9(8).
   02 FILLER                 PIC X(7)   VALUE " from ".
   02 PrnUsageFromDate       PIC 9(8).
01 UsageSectionLine          PIC X(80)  VALUE SPACES.
01 UsageHourHeading.
   02 FILLER                 PIC X(11)  VALUE "Room  hour:".
   02 FILLER                 PIC X(32)  VALUE
      "  07  08  09  10  11  12  13  14".
   02 FILLER                 PIC X(32)  VALUE
      "  15  16  17  18  19  20  21  22".
01 UsageMatrixLine.
   02 FILLER                 PIC X(5)   VALUE "Room ".
   02 PrnUsageRoom           PIC X(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnUsageHour           PIC ZZZ9   OCCURS 16 TIMES.
01 UsageTotalHeading.
   02 FILLER                 PIC X(40)  VALUE
      "Room  bookings checked-in no-shows cancl".
   02 FILLER                 PIC X(14)  VALUE "  no-show pct".
01 UsageTotalLine.
   02 FILLER                 PIC X(5)   VALUE "Room ".
   02 PrnTotalRoom           PIC X(4).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnTotalBookings       PIC ZZZZ9.
   02 FILLER                 PIC X(4)   VALUE SPACES.
   02 PrnTotalCheckedIn      PIC ZZZZ9.
   02 FILLER                 PIC X(4)   VALUE SPACES.
   02 PrnTotalNoShows        PIC ZZZZ9.
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnTotalCancelled      PIC ZZZZ9.
   02 FILLER                 PIC X(8)   VALUE SPACES.
   02 PrnTotalRate           PIC ZZ9.
   02 FILLER                 PIC X(1)   VALUE "%".
01 UsageSkippedLine.
   02 FILLER                 PIC X(40)  VALUE
      "Bookings in rooms past the table limit: ".
   02 PrnUsageSkipped        PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
   MOVE " No room bookings." TO BlockClosedTail
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF RunningUnattended
     ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
    ELSE
     MOVE "RoomBooking" TO SignonProgramName
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
   MOVE "RoomBooking" TO AuditProgramName
   MOVE SignonOperatorId TO operatorInput
   MOVE operatorInput TO AuditOperatorId
   MOVE "START"       TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT roomToday FROM DATE YYYYMMDD
   PERFORM LoadLoanPolicy
   MOVE DefaultWeekHours TO WeekLimitMinutes
   MOVE "ROOMWEEKHOURS" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   IF SysParmValue(1:3) IS NUMERIC AND SysParmValue(1:3) NOT = "000"
     MOVE SysParmValue(1:3) TO WeekLimitMinutes
   END-IF
   MULTIPLY 60 BY WeekLimitMinutes

   IF RunningUnattended
     MOVE "ROOMMODE" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue(1:1) TO roomChoice
     IF roomChoice = SPACE
       MOVE "s" TO roomChoice
     END-IF
     PERFORM RunRoomChoice
    ELSE
     PERFORM RoomMenu
   END-IF

   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

RoomMenu.
   DISPLAY "Press 'b' to book a room, 'c' to cancel a booking, 'i' "
           "to check a party in, 'r' to add or amend a room, 's' "
           "for a day's schedule or 'u' for the usage report: "
           WITH NO ADVANCING
   ACCEPT roomChoice
   PERFORM RunRoomChoice.

RunRoomChoice.
   EVALUATE roomChoice
     WHEN "b" PERFORM BookRoom
     WHEN "c" PERFORM CancelBooking
     WHEN "i" PERFORM CheckInBooking
     WHEN "r" PERFORM RoomMaintenance
     WHEN "s" PERFORM RoomSchedule
     WHEN "u" PERFORM RoomUsageReport
     WHEN OTHER
       IF RunningUnattended
         DISPLAY "ROOMMODE '" roomChoice "' is not a menu "
                 "choice. Nothing run."
         ADD 1 TO AuditErrorCount
        ELSE
         DISPLAY "That's not a 'b', 'c', 'i', 'r', 's' or 'u'. "
                 "Try again."
         PERFORM RoomMenu
       END-IF
   END-EVALUATE.

*> A code on file is amended (spaces keep each field), a new code
*> is added; a blank code lists the rooms instead.
RoomMaintenance.
   DISPLAY "Room code (blank lists the rooms): " WITH NO ADVANCING
   MOVE SPACES TO roomCodeInput
   ACCEPT roomCodeInput
   INSPECT roomCodeInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   PERFORM OpenRoomFileIO
   IF roomCodeInput = SPACES
     PERFORM ListRooms
    ELSE
     MOVE roomCodeInput TO RoomCode
     READ RoomFile
       INVALID KEY
         MOVE "N" TO RoomFoundStatus
         INITIALIZE RoomRecord
         MOVE roomCodeInput TO RoomCode
         MOVE "A" TO RoomStatus
         DISPLAY "New room " roomCodeInput "."
       NOT INVALID KEY
         MOVE "Y" TO RoomFoundStatus
         MOVE RoomCode     TO PrnListCode
         MOVE RoomName     TO PrnListName
         MOVE RoomBranch   TO PrnListBranch
         MOVE RoomCapacity TO PrnListCapacity
         MOVE RoomFromTime TO PrnListFrom
         MOVE RoomToTime   TO PrnListTo
         PERFORM SetRoomStatusText
         DISPLAY RoomListLine
         DISPLAY "Press Enter at any prompt to keep what is there."
     END-READ
     PERFORM GetRoomDetails
     IF RoomIsFound
       REWRITE RoomRecord
         INVALID KEY
           DISPLAY "Could not rewrite room " RoomCode ", status: "
                   RoomFileStatus
           ADD 1 TO AuditErrorCount
       END-REWRITE
      ELSE
       WRITE RoomRecord
         INVALID KEY
           DISPLAY "Could not write room " RoomCode ", status: "
                   RoomFileStatus
           ADD 1 TO AuditErrorCount
       END-WRITE
     END-IF
     IF RoomFileStatus = "00"
       DISPLAY "Room " RoomCode " saved."
       MOVE RoomCode TO AuditKeyValue
       MOVE "ROOMW" TO AuditEventType
       PERFORM LogAuditEvent
     END-IF
   END-IF
   CLOSE RoomFile.

GetRoomDetails.
   DISPLAY "Name:                        " WITH NO ADVANCING
   MOVE SPACES TO roomNameInput
   ACCEPT roomNameInput
   IF roomNameInput NOT = SPACES
     MOVE roomNameInput TO RoomName
   END-IF
   DISPLAY "Branch (MN main, AX annex):  " WITH NO ADVANCING
   MOVE SPACES TO roomBranchInput
   ACCEPT roomBranchInput
   INSPECT roomBranchInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   IF roomBranchInput NOT = SPACES
     MOVE roomBranchInput TO RoomBranch
   END-IF
   MOVE "N" TO DetailCheckStatus
   PERFORM UNTIL DetailIsValid
     DISPLAY "Seats:                       " WITH NO ADVANCING
     MOVE SPACES TO capacityInput
     ACCEPT capacityInput
     EVALUATE TRUE
       WHEN capacityInput = SPACES AND RoomCapacity > ZERO
         MOVE "Y" TO DetailCheckStatus
       WHEN capacityInput(2:1) = SPACE AND
            capacityInput(1:1) IS NUMERIC AND
            capacityInput(1:1) NOT = "0"
         MOVE capacityInput(1:1) TO RoomCapacity
         MOVE "Y" TO DetailCheckStatus
       WHEN capacityInput IS NUMERIC AND capacityInput NOT = "00"
         MOVE capacityInput TO RoomCapacity
         MOVE "Y" TO DetailCheckStatus
       WHEN OTHER
         DISPLAY "Seats is a number from 1 to 99."
     END-EVALUATE
   END-PERFORM
   MOVE "N" TO TimeCheckStatus
   PERFORM UNTIL TimeIsValid
     DISPLAY "Bookable from (HHMM):        " WITH NO ADVANCING
     MOVE SPACES TO fromTimeInput
     ACCEPT fromTimeInput
     DISPLAY "Bookable until (HHMM):       " WITH NO ADVANCING
     MOVE SPACES TO toTimeInput
     ACCEPT toTimeInput
     MOVE "Y" TO DetailCheckStatus
     IF fromTimeInput NOT = SPACES
       IF fromTimeInput IS NUMERIC
         MOVE fromTimeInput TO RoomFromTime
        ELSE
         MOVE "N" TO DetailCheckStatus
       END-IF
     END-IF
     IF toTimeInput NOT = SPACES
       IF toTimeInput IS NUMERIC
         MOVE toTimeInput TO RoomToTime
        ELSE
         MOVE "N" TO DetailCheckStatus
       END-IF
     END-IF
     MOVE RoomFromTime TO timeValue
     PERFORM CheckTimeValue
     IF TimeIsValid
       MOVE RoomToTime TO timeValue
       PERFORM CheckTimeValue
     END-IF
     IF TimeIsValid AND
        (RoomFromTime NOT < RoomToTime OR NOT DetailIsValid)
       MOVE "N" TO TimeCheckStatus
     END-IF
     IF NOT TimeIsValid
       DISPLAY "Times are HHMM on the hour or half hour, the first "
               "before the second."
     END-IF
   END-PERFORM
   DISPLAY "Status (A bookable, X out of use): " WITH NO ADVANCING
   MOVE SPACE TO roomStatusInput
   ACCEPT roomStatusInput
   EVALUATE roomStatusInput
     WHEN "A"
     WHEN "a"
       MOVE "A" TO RoomStatus
     WHEN "X"
     WHEN "x"
       MOVE "X" TO RoomStatus
     WHEN OTHER
       CONTINUE
   END-EVALUATE.

ListRooms.
   MOVE ZERO TO RoomsListed
   MOVE LOW-VALUES TO RoomCode
   START RoomFile KEY IS NOT LESS THAN RoomCode
     INVALID KEY
       SET EndOfRoomFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextRoomRecord
   END-START
   PERFORM UNTIL EndOfRoomFile
     ADD 1 TO RoomsListed
     MOVE RoomCode     TO PrnListCode
     MOVE RoomName     TO PrnListName
     MOVE RoomBranch   TO PrnListBranch
     MOVE RoomCapacity TO PrnListCapacity
     MOVE RoomFromTime TO PrnListFrom
     MOVE RoomToTime   TO PrnListTo
     PERFORM SetRoomStatusText
     DISPLAY RoomListLine
     PERFORM ReadNextRoomRecord
   END-PERFORM
   IF RoomsListed = ZERO
     DISPLAY "No rooms on file yet."
   END-IF.

SetRoomStatusText.
   IF RoomIsBookable
     MOVE "bookable" TO PrnListStatus
    ELSE
     MOVE "out of use" TO PrnListStatus
   END-IF.

*> Borrower first -- a blocked borrower is turned away before the
*> desk spends time finding a slot -- then room, day, hours and
*> party; the clash and weekly-allowance checks run last, against
*> the file as it stands.
BookRoom.
   MOVE "Y" TO BookingCheckStatus
   DISPLAY "Borrower number:             " WITH NO ADVANCING
   ACCEPT borrowerInput
   PERFORM OpenBorrowerFileInput
   MOVE borrowerInput TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       DISPLAY "No borrower " borrowerInput " on file. Rooms are "
               "for registered borrowers."
       MOVE "N" TO BookingCheckStatus
     NOT INVALID KEY
       MOVE BorrowerName       TO CurrentBorrowerName
       MOVE BorrowerExpiryDate TO CurrentExpiryDate
       MOVE BorrowerCloseFlag  TO CurrentCloseFlag
   END-READ
   CLOSE BorrowerFile
   IF BookingIsOk
     MOVE "Y" TO BorrowerCheckStatus
     PERFORM CountBorrowerOpenLoans
     PERFORM CheckBorrowerBlocked
     IF NOT BorrowerIsOk
       MOVE "N" TO BookingCheckStatus
     END-IF
   END-IF
   IF BookingIsOk
     PERFORM GetBookableRoom
   END-IF
   IF BookingIsOk
     PERFORM GetBookingDay
   END-IF
   IF BookingIsOk
     PERFORM GetBookingHours
   END-IF
   IF BookingIsOk
     DISPLAY "Party size (seats " RoomCapacity "):          "
             WITH NO ADVANCING
     MOVE SPACES TO partySizeInput
     ACCEPT partySizeInput
     EVALUATE TRUE
       WHEN partySizeInput(2:1) = SPACE AND
            partySizeInput(1:1) IS NUMERIC
         MOVE partySizeInput(1:1) TO bookingParty
       WHEN partySizeInput IS NUMERIC
         MOVE partySizeInput TO bookingParty
       WHEN OTHER
         MOVE ZERO TO bookingParty
     END-EVALUATE
     IF bookingParty = ZERO
       MOVE 1 TO bookingParty
     END-IF
     IF bookingParty > RoomCapacity
       DISPLAY "Room " RoomCode " seats " RoomCapacity "; a party "
               "of " bookingParty " needs a larger room."
       MOVE "N" TO BookingCheckStatus
     END-IF
   END-IF
   IF BookingIsOk
     PERFORM OpenBookingFileIO
     PERFORM CheckBookingClash
     IF BookingIsOk
       PERFORM CheckWeeklyAllowance
     END-IF
     IF BookingIsOk
       PERFORM WriteBooking
     END-IF
     CLOSE BookingFile
   END-IF
   IF NOT BookingIsOk
     MOVE borrowerInput TO AuditKeyValue
     MOVE "RBKDN" TO AuditEventType
     PERFORM LogAuditEvent
   END-IF.

GetBookableRoom.
   DISPLAY "Room code:                   " WITH NO ADVANCING
   MOVE SPACES TO roomCodeInput
   ACCEPT roomCodeInput
   INSPECT roomCodeInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   PERFORM OpenRoomFileInput
   MOVE roomCodeInput TO RoomCode
   READ RoomFile
     INVALID KEY
       DISPLAY "No room " roomCodeInput " on file ('r' with a blank "
               "code lists them)."
       MOVE "N" TO BookingCheckStatus
     NOT INVALID KEY
       IF NOT RoomIsBookable
         DISPLAY "Room " RoomCode " is out of use."
         MOVE "N" TO BookingCheckStatus
       END-IF
   END-READ
   CLOSE RoomFile.

*> Today up to BookingHorizonDays ahead, on a day the library is
*> open; the day's opening hours come back with it.
GetBookingDay.
   DISPLAY "Date (YYYYMMDD, blank today): " WITH NO ADVANCING
   MOVE SPACES TO dateInputText
   ACCEPT dateInputText
   IF dateInputText = SPACES
     MOVE roomToday TO dateInput
   END-IF
   MOVE "N" TO DateCheckStatus
   IF dateInputText IS NUMERIC
     CALL "DateValidator" USING dateInputYear dateInputMonth
                                dateInputDay DateCheckStatus
   END-IF
   IF NOT DateIsValid
     DISPLAY "That is not a valid date."
     MOVE "N" TO BookingCheckStatus
    ELSE
     MOVE dateInput TO bookingDate
     MOVE "DIFF" TO DateArithFunction
     CALL "DateArithmetic" USING DateArithFunction roomToday
                                 bookingDate daysAhead DateArithValid
     IF daysAhead < ZERO OR daysAhead > BookingHorizonDays
       DISPLAY "Rooms are booked from today up to "
               BookingHorizonDays " days ahead."
       MOVE "N" TO BookingCheckStatus
      ELSE
       PERFORM GetOpeningHours
       IF dayOpenTime = ZERO AND dayCloseTime = ZERO
         DISPLAY "The library is closed on " bookingDate "."
         MOVE "N" TO BookingCheckStatus
       END-IF
     END-IF
   END-IF.

*> Opening hours for bookingDate from ClosedDays; zeros when the
*> library is shut that day.
GetOpeningHours.
   MOVE "HOUR" TO ClosedDaysFunction
   CALL "ClosedDays" USING ClosedDaysFunction bookingDate
                           ClosedDaysResult ClosedDaysCount
                           ClosedDaysValid
   IF ClosedDaysIsValid AND ClosedDaysCount = 1
     MOVE ClosedDaysOpenTime  TO dayOpenTime
     MOVE ClosedDaysCloseTime TO dayCloseTime
    ELSE
     MOVE ZERO TO dayOpenTime, dayCloseTime
   END-IF.

*> Inside both the library's hours and the room's, on the hour or
*> half hour, and not already begun when booking for today.
GetBookingHours.
   MOVE RoomFromTime TO earliestStart
   IF dayOpenTime > earliestStart
     MOVE dayOpenTime TO earliestStart
   END-IF
   MOVE RoomToTime TO latestEnd
   IF dayCloseTime < latestEnd
     MOVE dayCloseTime TO latestEnd
   END-IF
   DISPLAY "Start time (HHMM, " earliestStart " or later):   "
           WITH NO ADVANCING
   MOVE SPACES TO startTimeInput
   ACCEPT startTimeInput
   DISPLAY "End time (HHMM, " latestEnd " at the latest): "
           WITH NO ADVANCING
   MOVE SPACES TO endTimeInput
   ACCEPT endTimeInput
   MOVE "N" TO TimeCheckStatus
   IF startTimeInput IS NUMERIC AND endTimeInput IS NUMERIC
     MOVE startTimeInput TO timeValue
     PERFORM CheckTimeValue
     IF TimeIsValid
       MOVE endTimeInput TO timeValue
       PERFORM CheckTimeValue
     END-IF
   END-IF
   IF NOT TimeIsValid
     DISPLAY "Times are HHMM on the hour or half hour."
     MOVE "N" TO BookingCheckStatus
    ELSE
     MOVE startTimeInput TO bookingStart
     MOVE endTimeInput   TO bookingEnd
     ACCEPT roomClock FROM TIME
     MOVE roomClock(1:4) TO roomNow
     EVALUATE TRUE
       WHEN bookingStart NOT < bookingEnd
         DISPLAY "The end time must be after the start time."
         MOVE "N" TO BookingCheckStatus
       WHEN bookingStart < earliestStart OR bookingEnd > latestEnd
         DISPLAY "Room " RoomCode " can be booked from "
                 earliestStart " to " latestEnd " on " bookingDate
                 "."
         MOVE "N" TO BookingCheckStatus
       WHEN bookingDate = roomToday AND bookingStart < roomNow
         DISPLAY "That start time has already gone by today."
         MOVE "N" TO BookingCheckStatus
       WHEN OTHER
         MOVE bookingStart TO timeValue
         PERFORM TimeToMinutes
         MOVE minuteValue TO startMinute
         MOVE bookingEnd TO timeValue
         PERFORM TimeToMinutes
         MOVE minuteValue TO endMinute
         COMPUTE bookingMinutes = endMinute - startMinute
     END-EVALUATE
   END-IF.

*> Another booked or checked-in party in the same room whose hours
*> overlap. A cancelled booking starting at the same time leaves a
*> record on the key; the new booking takes it over.
CheckBookingClash.
   MOVE "N" TO SlotReuseStatus
   MOVE RoomCode    TO RbkRoomCode
   MOVE bookingDate TO RbkDate
   MOVE ZERO        TO RbkStartTime
   START BookingFile KEY IS NOT LESS THAN RbkKey
     INVALID KEY
       SET EndOfBookingFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextBookingRecord
   END-START
   PERFORM UNTIL EndOfBookingFile OR NOT BookingIsOk
                 OR RbkRoomCode NOT = RoomCode
                 OR RbkDate NOT = bookingDate
     IF RbkStartTime = bookingStart
       MOVE "Y" TO SlotReuseStatus
     END-IF
     IF RbkIsBooked OR RbkIsCheckedIn
       MOVE RbkStartTime TO timeValue
       PERFORM TimeToMinutes
       MOVE minuteValue TO otherStartMinute
       MOVE RbkEndTime TO timeValue
       PERFORM TimeToMinutes
       MOVE minuteValue TO otherEndMinute
       IF otherStartMinute < endMinute AND
          startMinute < otherEndMinute
         DISPLAY "Room " RoomCode " is already booked "
                 RbkStartTime "-" RbkEndTime " that day."
         MOVE "N" TO BookingCheckStatus
       END-IF
     END-IF
     PERFORM ReadNextBookingRecord
   END-PERFORM.

*> Hours the borrower already holds in the Monday-to-Sunday week of
*> the booking, no-shows included (a slot booked and not used was
*> still kept from everybody else), plus this one, against the
*> weekly allowance.
CheckWeeklyAllowance.
   MOVE "DIFF" TO DateArithFunction
   CALL "DateArithmetic" USING DateArithFunction MondayAnchorDate
                               bookingDate dayNumberDiff DateArithValid
   DIVIDE dayNumberDiff BY 7 GIVING weekQuotient
          REMAINDER weekRemainder
   IF weekRemainder < ZERO
     ADD 7 TO weekRemainder
   END-IF
   MOVE "ADDD" TO DateArithFunction
   COMPUTE DateArithDays = ZERO - weekRemainder
   CALL "DateArithmetic" USING DateArithFunction bookingDate
                               weekStartDate DateArithDays
                               DateArithValid
   MOVE 6 TO DateArithDays
   CALL "DateArithmetic" USING DateArithFunction weekStartDate
                               weekEndDate DateArithDays
                               DateArithValid
   MOVE ZERO TO weekMinutesBooked
   MOVE borrowerInput TO RbkBorrowerNumber
   START BookingFile KEY IS EQUAL TO RbkBorrowerNumber
     INVALID KEY
       SET EndOfBookingFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextBookingRecord
   END-START
   PERFORM UNTIL EndOfBookingFile
                 OR RbkBorrowerNumber NOT = borrowerInput
     IF RbkDate NOT < weekStartDate AND RbkDate NOT > weekEndDate
        AND NOT RbkIsCancelled
       MOVE RbkStartTime TO timeValue
       PERFORM TimeToMinutes
       MOVE minuteValue TO otherStartMinute
       MOVE RbkEndTime TO timeValue
       PERFORM TimeToMinutes
       COMPUTE weekMinutesBooked = weekMinutesBooked + minuteValue
                                   - otherStartMinute
     END-IF
     PERFORM ReadNextBookingRecord
   END-PERFORM
   IF weekMinutesBooked + bookingMinutes > WeekLimitMinutes
     COMPUTE PrnWeekHours = weekMinutesBooked / 60
     COMPUTE PrnLimitHours = WeekLimitMinutes / 60
     DISPLAY CurrentBorrowerName " already has " PrnWeekHours
             " hours booked in the week of " weekStartDate
             "; the limit is " PrnLimitHours " hours a week."
     MOVE "N" TO BookingCheckStatus
   END-IF.

WriteBooking.
   MOVE RoomCode      TO RbkRoomCode
   MOVE bookingDate   TO RbkDate
   MOVE bookingStart  TO RbkStartTime
   IF SlotIsReused
     READ BookingFile
       INVALID KEY
         MOVE "N" TO SlotReuseStatus
     END-READ
   END-IF
   MOVE bookingEnd    TO RbkEndTime
   MOVE borrowerInput TO RbkBorrowerNumber
   MOVE bookingParty  TO RbkPartySize
   MOVE "B"           TO RbkStatus
   MOVE ZERO          TO RbkCheckInTime
   MOVE roomToday     TO RbkBookedDate
   MOVE operatorInput TO RbkOperatorId
   IF SlotIsReused
     REWRITE RoomBookingRecord
       INVALID KEY
         CONTINUE
     END-REWRITE
    ELSE
     WRITE RoomBookingRecord
       INVALID KEY
         CONTINUE
     END-WRITE
   END-IF
   IF BookingFileStatus = "00"
     DISPLAY "Room " RbkRoomCode " booked for " CurrentBorrowerName
             " on " RbkDate " " RbkStartTime "-" RbkEndTime "."
     MOVE RbkKey TO AuditKeyValue
     MOVE "RBOOK" TO AuditEventType
     PERFORM LogAuditEvent
    ELSE
     DISPLAY "Could not write the booking, status: "
             BookingFileStatus
     ADD 1 TO AuditErrorCount
     MOVE "N" TO BookingCheckStatus
   END-IF.

*> Reads the booking asked for (room, date, start) into the record
*> area; BookingFile must be open I-O.
GetBookingByKey.
   MOVE "Y" TO BookingCheckStatus
   DISPLAY "Room code:                   " WITH NO ADVANCING
   MOVE SPACES TO roomCodeInput
   ACCEPT roomCodeInput
   INSPECT roomCodeInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   DISPLAY "Date (YYYYMMDD, blank today): " WITH NO ADVANCING
   MOVE SPACES TO dateInputText
   ACCEPT dateInputText
   IF dateInputText = SPACES
     MOVE roomToday TO dateInput
   END-IF
   DISPLAY "Start time (HHMM):           " WITH NO ADVANCING
   MOVE SPACES TO startTimeInput
   ACCEPT startTimeInput
   IF dateInputText IS NOT NUMERIC OR
      startTimeInput IS NOT NUMERIC
     DISPLAY "Date is YYYYMMDD and the start time HHMM."
     MOVE "N" TO BookingCheckStatus
    ELSE
     MOVE roomCodeInput  TO RbkRoomCode
     MOVE dateInput      TO RbkDate
     MOVE startTimeInput TO RbkStartTime
     READ BookingFile
       INVALID KEY
         DISPLAY "No booking of room " roomCodeInput " on "
                 dateInputText " at " startTimeInput "."
         MOVE "N" TO BookingCheckStatus
     END-READ
   END-IF.

CancelBooking.
   PERFORM OpenBookingFileIO
   PERFORM GetBookingByKey
   IF BookingIsOk
     IF NOT RbkIsBooked
       PERFORM SetBookingStatusText
       DISPLAY "That booking is " bookingStatusText
               "; only a booking not yet used can be cancelled."
      ELSE
       MOVE "X" TO RbkStatus
       REWRITE RoomBookingRecord
         INVALID KEY
           DISPLAY "Could not rewrite the booking, status: "
                   BookingFileStatus
           ADD 1 TO AuditErrorCount
         NOT INVALID KEY
           DISPLAY "Booking cancelled; the slot is free again."
           MOVE RbkKey TO AuditKeyValue
           MOVE "RCANC" TO AuditEventType
           PERFORM LogAuditEvent
       END-REWRITE
     END-IF
   END-IF
   CLOSE BookingFile.

*> The party is here. A party already swept up as a no-show that
*> turns up late after all is checked in too -- the room was used.
CheckInBooking.
   PERFORM OpenBookingFileIO
   PERFORM GetBookingByKey
   IF BookingIsOk
     EVALUATE TRUE
       WHEN RbkDate NOT = roomToday
         DISPLAY "That booking is for " RbkDate ", not today."
       WHEN RbkIsBooked OR RbkIsNoShow
         ACCEPT roomClock FROM TIME
         MOVE roomClock(1:4) TO RbkCheckInTime
         MOVE "C" TO RbkStatus
         REWRITE RoomBookingRecord
           INVALID KEY
             DISPLAY "Could not rewrite the booking, status: "
                     BookingFileStatus
             ADD 1 TO AuditErrorCount
           NOT INVALID KEY
             DISPLAY "Checked in at " RbkCheckInTime ", room "
                     RbkRoomCode " until " RbkEndTime "."
             MOVE RbkKey TO AuditKeyValue
             MOVE "RCHKI" TO AuditEventType
             PERFORM LogAuditEvent
         END-REWRITE
       WHEN OTHER
         PERFORM SetBookingStatusText
         DISPLAY "That booking is " bookingStatusText "."
     END-EVALUATE
   END-IF
   CLOSE BookingFile.

*> Every booking still "B" whose start is more than the grace
*> period gone -- any earlier day, or today by the clock -- becomes
*> a no-show.
MarkNoShows.
   MOVE ZERO TO NoShowsMarked
   ACCEPT roomClock FROM TIME
   MOVE roomClock(1:4) TO timeValue
   PERFORM TimeToMinutes
   MOVE minuteValue TO nowMinute
   PERFORM OpenBookingFileIO
   MOVE LOW-VALUES TO RbkKey
   START BookingFile KEY IS NOT LESS THAN RbkKey
     INVALID KEY
       SET EndOfBookingFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextBookingRecord
   END-START
   PERFORM UNTIL EndOfBookingFile
     IF RbkIsBooked AND RbkDate NOT > roomToday
       MOVE RbkStartTime TO timeValue
       PERFORM TimeToMinutes
       IF RbkDate < roomToday OR
          minuteValue + NoShowGraceMinutes <= nowMinute
         MOVE "N" TO RbkStatus
         REWRITE RoomBookingRecord
           INVALID KEY
             ADD 1 TO AuditErrorCount
           NOT INVALID KEY
             ADD 1 TO NoShowsMarked
             MOVE RbkKey TO AuditKeyValue
             MOVE "RNOSH" TO AuditEventType
             PERFORM LogAuditEvent
         END-REWRITE
       END-IF
     END-IF
     PERFORM ReadNextBookingRecord
   END-PERFORM
   CLOSE BookingFile
   IF NoShowsMarked > ZERO
     DISPLAY NoShowsMarked " booking(s) recorded as no-shows."
   END-IF.

*> The desk's sheet for one day: each bookable room with its
*> bookings in time order. Unattended it is the next open day
*> after today, printed the night before.
RoomSchedule.
   PERFORM MarkNoShows
   IF RunningUnattended
     MOVE "ADDD" TO DateArithFunction
     MOVE 1 TO DateArithDays
     CALL "DateArithmetic" USING DateArithFunction roomToday
                                 DateArithResult DateArithDays
                                 DateArithValid
     MOVE "ROLL" TO ClosedDaysFunction
     CALL "ClosedDays" USING ClosedDaysFunction DateArithResult
                             scheduleDate ClosedDaysCount
                             ClosedDaysValid
     IF NOT ClosedDaysIsValid
       MOVE DateArithResult TO scheduleDate
     END-IF
    ELSE
     DISPLAY "Schedule for (YYYYMMDD, blank today): "
             WITH NO ADVANCING
     MOVE SPACES TO dateInputText
     ACCEPT dateInputText
     IF dateInputText IS NUMERIC
       MOVE dateInput TO scheduleDate
      ELSE
       MOVE roomToday TO scheduleDate
     END-IF
   END-IF
   MOVE scheduleDate TO bookingDate
   PERFORM GetOpeningHours
   MOVE "RoomSchedule.prt" TO ReportFileName
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open RoomSchedule.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE scheduleDate TO PrnScheduleDate
   MOVE dayOpenTime  TO PrnDayOpen
   MOVE dayCloseTime TO PrnDayClose
   WRITE ReportLine FROM ScheduleHeading
   IF dayOpenTime = ZERO AND dayCloseTime = ZERO
     MOVE "The library is closed that day." TO ReportLine
     WRITE ReportLine
   END-IF
   MOVE ZERO TO scheduleBookings
   PERFORM OpenRoomFileInput
   PERFORM OpenBookingFileInput
   PERFORM OpenBorrowerFileInput
   MOVE LOW-VALUES TO RoomCode
   START RoomFile KEY IS NOT LESS THAN RoomCode
     INVALID KEY
       SET EndOfRoomFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextRoomRecord
   END-START
   PERFORM UNTIL EndOfRoomFile
     IF RoomIsBookable
       PERFORM PrintRoomSchedule
     END-IF
     PERFORM ReadNextRoomRecord
   END-PERFORM
   CLOSE BorrowerFile
   CLOSE BookingFile
   CLOSE RoomFile
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE scheduleBookings TO PrnScheduleTotal
   WRITE ReportLine FROM ScheduleTotalLine
   CLOSE ReportFile
   MOVE scheduleBookings TO AuditRecordCount
   DISPLAY "RoomSchedule.prt written for " scheduleDate ", "
           scheduleBookings " booking(s).".

PrintRoomSchedule.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE RoomCode     TO PrnSchedRoom
   MOVE RoomName     TO PrnSchedRoomName
   MOVE RoomBranch   TO PrnSchedBranch
   MOVE RoomCapacity TO PrnSchedCapacity
   WRITE ReportLine FROM ScheduleRoomLine
   MOVE ZERO TO RoomsListed
   MOVE RoomCode     TO RbkRoomCode
   MOVE scheduleDate TO RbkDate
   MOVE ZERO         TO RbkStartTime
   START BookingFile KEY IS NOT LESS THAN RbkKey
     INVALID KEY
       SET EndOfBookingFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextBookingRecord
   END-START
   PERFORM UNTIL EndOfBookingFile
                 OR RbkRoomCode NOT = RoomCode
                 OR RbkDate NOT = scheduleDate
     IF NOT RbkIsCancelled
       ADD 1 TO RoomsListed, scheduleBookings
       MOVE RbkBorrowerNumber TO BorrowerNumber
       READ BorrowerFile
         INVALID KEY
           MOVE "(unknown borrower)" TO BorrowerName
       END-READ
       MOVE RbkStartTime      TO PrnSchedStart
       MOVE RbkEndTime        TO PrnSchedEnd
       MOVE RbkBorrowerNumber TO PrnSchedBorrower
       MOVE BorrowerName      TO PrnSchedName
       MOVE RbkPartySize      TO PrnSchedParty
       PERFORM SetBookingStatusText
       MOVE bookingStatusText TO PrnSchedStatus
       WRITE ReportLine FROM ScheduleBookingLine
     END-IF
     PERFORM ReadNextBookingRecord
   END-PERFORM
   IF RoomsListed = ZERO
     WRITE ReportLine FROM ScheduleEmptyLine
   END-IF.

SetBookingStatusText.
   MOVE SPACES TO bookingStatusText
   EVALUATE TRUE
     WHEN RbkIsBooked
       MOVE "booked" TO bookingStatusText
     WHEN RbkIsCheckedIn
       STRING "checked in " RbkCheckInTime DELIMITED BY SIZE
              INTO bookingStatusText
     WHEN RbkIsNoShow
       MOVE "NO-SHOW" TO bookingStatusText
     WHEN RbkIsCancelled
       MOVE "cancelled" TO bookingStatusText
   END-EVALUATE.

*> The last UsageWindowDays days up to today: per room, how often
*> each hour of the day was in use (checked-in bookings) and how
*> often it was held by a party that never came, then the room's
*> booking totals and no-show rate.
RoomUsageReport.
   PERFORM MarkNoShows
   MOVE "ADDD" TO DateArithFunction
   COMPUTE DateArithDays = 1 - UsageWindowDays
   CALL "DateArithmetic" USING DateArithFunction roomToday
                               usageFromDate DateArithDays
                               DateArithValid
   MOVE ZERO TO UsageRoomCount, UsageSkipped
   PERFORM OpenRoomFileInput
   MOVE LOW-VALUES TO RoomCode
   START RoomFile KEY IS NOT LESS THAN RoomCode
     INVALID KEY
       SET EndOfRoomFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextRoomRecord
   END-START
   PERFORM UNTIL EndOfRoomFile
     IF UsageRoomCount < MaxUsageRooms
       ADD 1 TO UsageRoomCount
       INITIALIZE UsageRoom(UsageRoomCount)
       MOVE RoomCode TO UsgRoomCode(UsageRoomCount)
     END-IF
     PERFORM ReadNextRoomRecord
   END-PERFORM
   CLOSE RoomFile
   PERFORM OpenBookingFileInput
   MOVE LOW-VALUES TO RbkKey
   START BookingFile KEY IS NOT LESS THAN RbkKey
     INVALID KEY
       SET EndOfBookingFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextBookingRecord
   END-START
   PERFORM UNTIL EndOfBookingFile
     IF RbkDate NOT < usageFromDate AND RbkDate NOT > roomToday
       PERFORM CountBookingUsage
     END-IF
     PERFORM ReadNextBookingRecord
   END-PERFORM
   CLOSE BookingFile
   PERFORM PrintUsageReport.

CountBookingUsage.
   MOVE ZERO TO usageMatch
   PERFORM VARYING usageIndex FROM 1 BY 1
           UNTIL usageIndex > UsageRoomCount OR usageMatch > ZERO
     IF UsgRoomCode(usageIndex) = RbkRoomCode
       MOVE usageIndex TO usageMatch
     END-IF
   END-PERFORM
   IF usageMatch = ZERO
     ADD 1 TO UsageSkipped
    ELSE
     ADD 1 TO UsgBookings(usageMatch)
     EVALUATE TRUE
       WHEN RbkIsCheckedIn
         ADD 1 TO UsgCheckedIn(usageMatch)
       WHEN RbkIsNoShow
         ADD 1 TO UsgNoShows(usageMatch)
       WHEN RbkIsCancelled
         ADD 1 TO UsgCancelled(usageMatch)
     END-EVALUATE
     IF RbkIsCheckedIn OR RbkIsNoShow
       MOVE RbkStartTime TO timeValue
       PERFORM TimeToMinutes
       MOVE minuteValue TO startMinute
       MOVE RbkEndTime TO timeValue
       PERFORM TimeToMinutes
       MOVE minuteValue TO endMinute
       PERFORM VARYING hourIndex FROM 1 BY 1 UNTIL hourIndex > 16
         COMPUTE hourStartMinute = (hourIndex + 6) * 60
         COMPUTE hourEndMinute   = hourStartMinute + 60
         IF startMinute < hourEndMinute AND
            endMinute > hourStartMinute
           IF RbkIsCheckedIn
             ADD 1 TO UsgUsedHour(usageMatch, hourIndex)
            ELSE
             ADD 1 TO UsgNoShowHour(usageMatch, hourIndex)
           END-IF
         END-IF
       END-PERFORM
     END-IF
   END-IF.

PrintUsageReport.
   MOVE "RoomUsage.prt" TO ReportFileName
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open RoomUsage.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE roomToday     TO PrnUsageToDate
   MOVE usageFromDate TO PrnUsageFromDate
   WRITE ReportLine FROM UsageHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "In use (checked-in bookings) by hour of day:"
     TO UsageSectionLine
   WRITE ReportLine FROM UsageSectionLine
   WRITE ReportLine FROM UsageHourHeading
   PERFORM VARYING usageIndex FROM 1 BY 1
           UNTIL usageIndex > UsageRoomCount
     MOVE UsgRoomCode(usageIndex) TO PrnUsageRoom
     PERFORM VARYING hourIndex FROM 1 BY 1 UNTIL hourIndex > 16
       MOVE UsgUsedHour(usageIndex, hourIndex)
         TO PrnUsageHour(hourIndex)
     END-PERFORM
     WRITE ReportLine FROM UsageMatrixLine
   END-PERFORM
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Held by no-shows by hour of day:" TO UsageSectionLine
   WRITE ReportLine FROM UsageSectionLine
   WRITE ReportLine FROM UsageHourHeading
   PERFORM VARYING usageIndex FROM 1 BY 1
           UNTIL usageIndex > UsageRoomCount
     MOVE UsgRoomCode(usageIndex) TO PrnUsageRoom
     PERFORM VARYING hourIndex FROM 1 BY 1 UNTIL hourIndex > 16
       MOVE UsgNoShowHour(usageIndex, hourIndex)
         TO PrnUsageHour(hourIndex)
     END-PERFORM
     WRITE ReportLine FROM UsageMatrixLine
   END-PERFORM
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   WRITE ReportLine FROM UsageTotalHeading
   MOVE ZERO TO AuditRecordCount
   PERFORM VARYING usageIndex FROM 1 BY 1
           UNTIL usageIndex > UsageRoomCount
     MOVE UsgRoomCode(usageIndex)  TO PrnTotalRoom
     MOVE UsgBookings(usageIndex)  TO PrnTotalBookings
     MOVE UsgCheckedIn(usageIndex) TO PrnTotalCheckedIn
     MOVE UsgNoShows(usageIndex)   TO PrnTotalNoShows
     MOVE UsgCancelled(usageIndex) TO PrnTotalCancelled
     ADD UsgBookings(usageIndex) TO AuditRecordCount
     IF UsgCheckedIn(usageIndex) + UsgNoShows(usageIndex) > ZERO
       COMPUTE noShowRate ROUNDED = UsgNoShows(usageIndex) * 100
               / (UsgCheckedIn(usageIndex) + UsgNoShows(usageIndex))
      ELSE
       MOVE ZERO TO noShowRate
     END-IF
     MOVE noShowRate TO PrnTotalRate
     WRITE ReportLine FROM UsageTotalLine
   END-PERFORM
   IF UsageSkipped > ZERO
     MOVE UsageSkipped TO PrnUsageSkipped
     WRITE ReportLine FROM UsageSkippedLine
   END-IF
   CLOSE ReportFile
   DISPLAY "RoomUsage.prt written, " UsageRoomCount " room(s).".

*> HHMM in timeValue: "Y" in TimeCheckStatus when it is a time of
*> day on the hour or half hour.
CheckTimeValue.
   DIVIDE timeValue BY 100 GIVING timeHours REMAINDER timeMinutes
   IF timeHours <= 23 AND (timeMinutes = 0 OR timeMinutes = 30)
     MOVE "Y" TO TimeCheckStatus
    ELSE
     MOVE "N" TO TimeCheckStatus
   END-IF.

TimeToMinutes.
   DIVIDE timeValue BY 100 GIVING timeHours REMAINDER timeMinutes
   COMPUTE minuteValue = timeHours * 60 + timeMinutes.

CountBorrowerOpenLoans.
   ACCEPT blockCheckToday FROM DATE YYYYMMDD
   MOVE ZERO TO BorrowerOpenLoans, BorrowerOverdueLoans
   PERFORM OpenLoanFileInput
   MOVE borrowerInput TO LoanBorrowerNumber
   START LoanFile KEY IS EQUAL TO LoanBorrowerNumber
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextLoanRecord
   END-START
   PERFORM UNTIL EndOfLoanFile
                 OR LoanBorrowerNumber NOT EQUAL TO borrowerInput
     IF LoanReturnDate = ZEROS
       ADD 1 TO BorrowerOpenLoans
       IF LoanDueDate < blockCheckToday AND LoanClaimDate = ZEROS
         ADD 1 TO BorrowerOverdueLoans
       END-IF
     END-IF
     PERFORM ReadNextLoanRecord
   END-PERFORM
   CLOSE LoanFile.

ReadNextRoomRecord.
   READ RoomFile NEXT RECORD
     AT END SET EndOfRoomFile TO TRUE
   END-READ.

ReadNextBookingRecord.
   READ BookingFile NEXT RECORD
     AT END SET EndOfBookingFile TO TRUE
   END-READ.

ReadNextLoanRecord.
   READ LoanFile NEXT RECORD
     AT END SET EndOfLoanFile TO TRUE
   END-READ.

ReadNextFineRecord.
   READ FineFile NEXT RECORD
     AT END SET EndOfFineFile TO TRUE
   END-READ.

OpenRoomFileIO.
   OPEN I-O RoomFile
   IF RoomFileStatus EQUAL TO "35"
     OPEN OUTPUT RoomFile
     CLOSE RoomFile
     OPEN I-O RoomFile
   END-IF
   IF RoomFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Room.dat, status: " RoomFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenRoomFileInput.
   OPEN INPUT RoomFile
   IF RoomFileStatus EQUAL TO "35"
     OPEN OUTPUT RoomFile
     CLOSE RoomFile
     OPEN INPUT RoomFile
   END-IF
   IF RoomFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Room.dat, status: " RoomFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenBookingFileIO.
   OPEN I-O BookingFile
   IF BookingFileStatus EQUAL TO "35"
     OPEN OUTPUT BookingFile
     CLOSE BookingFile
     OPEN I-O BookingFile
   END-IF
   IF BookingFileStatus EQUAL TO "93" OR
      BookingFileStatus EQUAL TO "94"
     DISPLAY "RoomBooking.dat is locked by the other desk. "
             "Try again in a moment."
   END-IF
   IF BookingFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open RoomBooking.dat, status: "
             BookingFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenBookingFileInput.
   OPEN INPUT BookingFile
   IF BookingFileStatus EQUAL TO "35"
     OPEN OUTPUT BookingFile
     CLOSE BookingFile
     OPEN INPUT BookingFile
   END-IF
   IF BookingFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open RoomBooking.dat, status: "
             BookingFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

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

OpenLoanFileInput.
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
   END-IF.

OpenFineFileInput.
   OPEN INPUT FineFile
   IF FineFileStatus EQUAL TO "35"
     OPEN OUTPUT FineFile
     CLOSE FineFile
     OPEN INPUT FineFile
   END-IF
   IF FineFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Fine.dat, status: " FineFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

COPY BorrowerBlockCheck.

COPY LoanPolicy.

END PROGRAM RoomBooking.
