      *> set. Zero on records from before costs were carried, which
      *> fall back to the policy's flat replacement cost.
          02  BookReplacementCost   PIC 9(5)V99.
      *> Where the title came from: "O" received against an order in
      *> Acquisitions, "G" donated (carried in from the gift intake,
      *> see GiftRecord.cpy). Spaces on titles keyed straight in at
      *> the desk or loaded in batch, and on records from before the
      *> source was carried.
          02  BookAcquisitionSource PIC X.
              88 BookFromOrder                 VALUE "O".
              88 BookFromGift                  VALUE "G".
      *> The day the title was first written to Book.dat -- by
      *> AddBooks, an Acquisitions receipt, the gift intake or
      *> BookBatchLoad -- which the monthly new-arrivals bulletin
      *> selects on. Zeros on records from before it was carried.
          02  BookAddedDate         PIC 9(8).
      *> Copies withdrawn through the weeding workflow (Weeding).
      *> BookCopyCount counts only the copies still owned, but a
      *> withdrawn copy keeps its copy number for the loan history
      *> and its BookCopy.dat "W" record, so copy numbers run from 1
      *> to BookCopyCount + BookWithdrawnCopies and copies added
      *> later are numbered after them. BookClosedDate is the day
      *> the last copy went: the title stays on file, holding no
      *> stock, until a new copy reopens it. Zeros on titles never
      *> weeded and on records from before withdrawals were carried.
          02  BookWithdrawnCopies   PIC 9(2).
          02  BookClosedDate        PIC 9(8).
