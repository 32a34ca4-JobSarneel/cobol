      *> Shared Room.dat record layout -- COPY this into the FD of a
      *> program's own RoomFile (ORGANIZATION INDEXED, RECORD KEY
      *> RoomCode). One record per bookable study room or group
      *> space: its name, branch (same codes as CopyBranch, spaces
      *> for the main building), how many people it seats, and the
      *> hours it can be booked -- a booking must also fall inside
      *> the library's opening hours for the day (ClosedDays "HOUR").
      *> RoomStatus: "A" bookable, "X" out of use (kept for history,
      *> never offered). Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       01 RoomRecord.
          88  EndOfRoomFile                    VALUE HIGH-VALUES.
          02  RoomCode              PIC X(4).
          02  RoomName              PIC X(25).
          02  RoomBranch            PIC X(3).
          02  RoomCapacity          PIC 9(2).
          02  RoomFromTime          PIC 9(4).
          02  RoomToTime            PIC 9(4).
          02  RoomStatus            PIC X.
              88  RoomIsBookable               VALUE "A".
