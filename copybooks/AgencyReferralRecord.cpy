      *> Shared AgencyReferral.dat record layouts -- COPY this into
      *> the FD of a program's own ReferralFile (ORGANIZATION LINE
      *> SEQUENTIAL, 120-byte records). The collection agency's
      *> intake format for debts handed over by CollectionReferral:
      *> one "H" header naming us by the client code the agency
      *> gave us, then per borrower referred a "B" debtor record
      *> (name, address, total referred, date of the oldest debt)
      *> followed by a "D" line per fine, and one "T" trailer with
      *> the debtor and debt counts and the total the agency checks
      *> before loading. ArdDebtReference is how the agency's return
      *> file names the debt again: "LIB", the library borrower
      *> number and the fine sequence. ArbDebtorReference is the
      *> same without the sequence. Column layout is fixed-format
      *> safe (code starts at column 8) so this COPYs cleanly into
      *> both fixed- and free-format programs.
       01 ReferralHeaderRecord.
          02  ArhRecordType         PIC X.
          02  ArhFileDate           PIC 9(8).
          02  ArhClientCode         PIC X(10).
          02  ArhClientName         PIC X(30).
          02  FILLER                PIC X(71).
       01 ReferralDebtorRecord.
          02  ArbRecordType         PIC X.
          02  ArbDebtorReference.
              03 ArbRefPrefix       PIC X(3).
              03 ArbRefBorrower     PIC 9(5).
          02  ArbName               PIC X(30).
          02  ArbStreet             PIC X(30).
          02  ArbCity               PIC X(20).
          02  ArbPostcode           PIC X(8).
          02  ArbPhone              PIC X(12).
          02  ArbOldestDebtDate     PIC 9(8).
          02  FILLER                PIC X(3).
       01 ReferralDebtRecord.
          02  ArdRecordType         PIC X.
          02  ArdDebtReference.
              03 ArdRefPrefix       PIC X(3).
              03 ArdRefBorrower     PIC 9(5).
              03 ArdRefSequence     PIC 9(4).
          02  ArdDebtDate           PIC 9(8).
          02  ArdItemReference      PIC X(17).
          02  ArdAmount             PIC 9(5)V99.
          02  ArdDescription        PIC X(30).
          02  FILLER                PIC X(45).
       01 ReferralTrailerRecord.
          02  ArtRecordType         PIC X.
          02  ArtDebtorCount        PIC 9(6).
          02  ArtDebtCount          PIC 9(6).
          02  ArtTotalAmount        PIC 9(9)V99.
          02  FILLER                PIC X(96).
