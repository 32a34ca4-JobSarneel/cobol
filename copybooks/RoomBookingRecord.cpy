      *> Shared RoomBooking.dat record layout -- COPY this into the
      *> FD of a program's own BookingFile (ORGANIZATION INDEXED,
      *> RECORD KEY RbkKey, ALTERNATE RECORD KEY RbkBorrowerNumber
      *> WITH DUPLICATES). One record per booking of a Room.dat room
      *> by a registered borrower, keyed room + date + start time
      *> (HHMM); the end time is exclusive, so 1000-1200 and
      *> 1200-1300 do not clash. RbkStatus: "B" booked, "C" checked
      *> in at the desk (RbkCheckInTime), "N" no-show -- not checked
      *> in within the grace period after the start -- and "X"
      *> cancelled (its slot can be booked again, reusing the
      *> record). Column layout is fixed-format safe (code starts at
      *> column 8) so this COPYs cleanly into both fixed- and
      *> free-format programs.
       01 RoomBookingRecord.
          88  EndOfBookingFile                 VALUE HIGH-VALUES.
          02  RbkKey.
              03  RbkRoomCode       PIC X(4).
              03  RbkDate           PIC 9(8).
              03  RbkStartTime      PIC 9(4).
          02  RbkEndTime            PIC 9(4).
          02  RbkBorrowerNumber     PIC 9(5).
          02  RbkPartySize          PIC 9(2).
          02  RbkStatus             PIC X.
              88  RbkIsBooked                  VALUE "B".
              88  RbkIsCheckedIn               VALUE "C".
              88  RbkIsNoShow                  VALUE "N".
              88  RbkIsCancelled               VALUE "X".
          02  RbkCheckInTime        PIC 9(4).
          02  RbkBookedDate         PIC 9(8).
          02  RbkOperatorId         PIC X(4).
