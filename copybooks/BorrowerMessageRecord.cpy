      *> Shared BorrowerMessage.dat record layout -- COPY this into
      *> the FD of a program's own BorrowerMessageFile (ORGANIZATION
      *> INDEXED, RECORD KEY BmsKey). One record per desk message
      *> left on a borrower ("ask for new ID card", "address
      *> bounced"), keyed borrower + sequence so a borrower's
      *> messages read back in the order they were written. BmsDate
      *> and BmsAuthorId say when and by whom; the message is shown
      *> until BmsExpiryDate (zeros: until it is removed), and the
      *> nightly purge deletes it after that. BmsSeverity: "I"
      *> information, "W" warning, "B" blocking -- a blocking
      *> message stops a loan until a senior operator acknowledges
      *> it, and BmsAckDate/BmsAckBy record who did (zeros/spaces:
      *> not acknowledged yet); after that it is shown as a warning.
      *> Column layout is fixed-format safe (code starts at column
      *> 8) so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 BorrowerMessageRecord.
          88  EndOfBorrowerMessageFile         VALUE HIGH-VALUES.
          02  BmsKey.
              03 BmsBorrowerNumber  PIC 9(5).
              03 BmsSequence        PIC 9(3).
          02  BmsDate               PIC 9(8).
          02  BmsAuthorId           PIC X(4).
          02  BmsExpiryDate         PIC 9(8).
          02  BmsSeverity           PIC X.
              88  BmsIsInformation             VALUE "I".
              88  BmsIsWarning                 VALUE "W".
              88  BmsIsBlocking                VALUE "B".
          02  BmsText               PIC X(60).
          02  BmsAckDate            PIC 9(8).
          02  BmsAckBy              PIC X(4).
