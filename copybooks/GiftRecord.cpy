      *> Shared Gift.dat record layout -- COPY this into the FD of a
      *> program's own GiftFile (ORGANIZATION INDEXED, RECORD KEY
      *> GiftKey). One record per donated title, keyed on (donor,
      *> sequence) so a donor's gifts read back together for the
      *> acknowledgment letter and the year-end totals. GiftBSN is
      *> spaces for an old book without an ISBN (those can go to the
      *> sale or be discarded, not into stock). GiftDecision: "A"
      *> added to stock (carried into Book.dat with source "G"), "S"
      *> sent to the book sale, "D" discarded. GiftValue is the
      *> estimated value of the item (implied two decimals), zero
      *> when nobody put a figure on it. GiftAckDate stays zero until
      *> the acknowledgment letter listing the gift is printed.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 GiftRecord.
          88  EndOfGiftFile                    VALUE HIGH-VALUES.
          02  GiftKey.
              03 GiftDonorNumber    PIC 9(5).
              03 GiftSequence       PIC 9(4).
          02  GiftDate              PIC 9(8).
          02  GiftBSN               PIC X(17).
          02  GiftTitle             PIC X(25).
          02  GiftAuthor            PIC X(15).
          02  GiftCopies            PIC 9(2).
          02  GiftDecision          PIC X.
              88 GiftAddedToStock              VALUE "A".
              88 GiftToBookSale                VALUE "S".
              88 GiftDiscarded                 VALUE "D".
          02  GiftValue             PIC 9(5)V99.
          02  GiftAckDate           PIC 9(8).
