      *> hold-until date passes. PkuStatus: "R" ready on the shelf,
      *> "C" collected, "X" expired uncollected. PkuNoticeFlag says
      *> whether the "your reserved book is ready" letter has been
      *> printed yet. PkuShelvedBSN is the ISBN of the copy actually
      *> set aside -- another edition of the same work when an
      *> any-edition hold was filled from it; spaces mean the held
      *> ISBN itself. Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       01 PickupRecord.
          02  PkuHoldUntilDate      PIC 9(8).
          02  PkuStatus             PIC X.
          02  PkuNoticeFlag         PIC X.
          02  PkuShelvedBSN         PIC X(17).
