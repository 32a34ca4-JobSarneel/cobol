      *> Shared AlsoBorrowed.dat record layout -- COPY this into the
      *> FD of a program's own AlsoBorrowedFile (ORGANIZATION INDEXED,
      *> RECORD KEY AlbBSN). One record per title that has reading
      *> suggestions: the titles most often borrowed by the same
      *> borrowers, best first, rebuilt every night by AlsoBorrowed
      *> from LoanHistory.dat. AlbTogetherCount is how many distinct
      *> borrowers had both; no pair below the privacy floor is ever
      *> written, and no borrower number is kept. The other title's
      *> surname and title are copied in so FindBook and the kiosk
      *> can show them without a second Book.dat read. Slots past
      *> AlbSuggestionCount are spaces.
      *> Column layout is fixed-format safe (code starts at column
      *> 8) so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 AlsoBorrowedRecord.
          88  EndOfAlsoBorrowedFile            VALUE HIGH-VALUES.
          02  AlbBSN                PIC X(17).
          02  AlbRunDate            PIC 9(8).
          02  AlbSuggestionCount    PIC 9.
          02  AlbSuggestion         OCCURS 5 TIMES.
              03 AlbOtherBSN        PIC X(17).
              03 AlbOtherSurname    PIC X(15).
              03 AlbOtherTitle      PIC X(25).
              03 AlbTogetherCount   PIC 9(4).
