      *> shelf (see PickupRecord.cpy), "F" filled (the held book
      *> went out to this borrower), "X" expired -- the pickup
      *> window passed uncollected and the queue rolled on.
      *> HoldAnyEdition "Y" says any edition or translation of the
      *> same work (see WorkRecord.cpy) will do, so whichever linked
      *> edition comes back first can fill it; space holds out for
      *> this ISBN only, as every hold did before works were kept.
      *> Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
          02  HoldBorrowerNumber    PIC 9(5).
          02  HoldDate              PIC 9(8).
          02  HoldStatus            PIC X.
          02  HoldAnyEdition        PIC X.
              88 HoldForAnyEdition             VALUE "Y".
