      *> clear.
          02  BorrowerStudentId     PIC 9(8).
          02  BorrowerCloseFlag     PIC X.
      *> Borrower category, the key into CategoryPolicy.dat: "S"
      *> student, "F" staff, "E" external member, "C" child. Each
      *> category loans, renews and is fined on its own row of the
      *> policy matrix. A space on records from before categories
      *> existed borrows on the plain LoanPolicy.dat rules.
          02  BorrowerCategory      PIC X.
              88 BorrowerIsStudent             VALUE "S".
              88 BorrowerIsStaff               VALUE "F".
              88 BorrowerIsExternal            VALUE "E".
              88 BorrowerIsChild               VALUE "C".
      *> How many claimed-returned disputes this borrower has raised;
      *> at PolClaimsFlagCount or more the position inquiry flags it.
          02  BorrowerClaimCount    PIC 9(2).
      *> Household this borrower belongs to, set by BorrowerHouseholds
      *> from the shared street and postcode: the lowest borrower
      *> number living at that address. The letter runs send one
      *> combined letter per household. Zeros (or spaces, on records
      *> from before households were kept) until the first grouping
      *> run, which readers treat as a household of one.
          02  BorrowerHouseholdId   PIC 9(5).
      *> Electronic notices: the e-mail address, and how the
      *> borrower wants the notice letters sent -- "P" post, "E"
      *> e-mail, "S" SMS to BorrowerPhone, "N" not at all. A space
      *> on records from before preferences were kept is post. The
      *> fallback flag is set ("Y") by NoticeReturns when the
      *> messaging gateway reports a failed delivery: from the next
      *> night on, notices go on paper until the desk corrects the
      *> contact details through BorrowerMaintenance.
          02  BorrowerEmail         PIC X(40).
          02  BorrowerNoticePref    PIC X.
              88 BorrowerWantsPost             VALUE "P" SPACE.
              88 BorrowerWantsEmail            VALUE "E".
              88 BorrowerWantsSms              VALUE "S".
              88 BorrowerWantsNoNotice         VALUE "N".
          02  BorrowerNoticeFallback PIC X.
              88 BorrowerNoticeOnPaper         VALUE "Y".
      *> The catalog kiosk PIN, set at the desk through
      *> BorrowerMaintenance: only its one-way hash is kept (see
      *> HashBorrowerPin in PasswordHash.cpy). Zeros -- and spaces
      *> on records from before PINs -- mean none set, and the
      *> kiosk's self-service stays closed to the borrower.
          02  BorrowerPinHash       PIC 9(12).
