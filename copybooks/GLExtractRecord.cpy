      *> Shared GLExtract.dat record layouts -- COPY this into the FD
      *> of a program's own GLExtractFile (ORGANIZATION LINE
      *> SEQUENTIAL, 100-byte records). The nightly hand-off to the
      *> finance ledger: one "H" header naming the posting date, a
      *> "D" detail line per debit or credit, and one "T" trailer
      *> whose line count and debit and credit totals the ledger
      *> checks before it accepts the file. Every event is posted as
      *> a debit and a credit of the same amount, so the trailer
      *> totals always agree when the file is whole. Column layout
      *> is fixed-format safe (code starts at column 8) so this
      *> COPYs cleanly into both fixed- and free-format programs.
       01 GLHeaderRecord.
          02  GlhRecordType         PIC X.
          02  GlhPostingDate        PIC 9(8).
          02  GlhCreatedDate        PIC 9(8).
          02  GlhCreatedTime        PIC 9(8).
          02  GlhSource             PIC X(10).
          02  FILLER                PIC X(65).
       01 GLDetailRecord.
          02  GldRecordType         PIC X.
          02  GldPostingDate        PIC 9(8).
          02  GldLineNumber         PIC 9(6).
          02  GldAccount            PIC X(8).
      *> "D" debit, "C" credit.
          02  GldDebitCredit        PIC X.
          02  GldAmount             PIC 9(9)V99.
          02  GldEventCode          PIC X(5).
          02  GldReference          PIC X(20).
          02  GldDescription        PIC X(30).
          02  FILLER                PIC X(10).
       01 GLTrailerRecord.
          02  GltRecordType         PIC X.
          02  GltPostingDate        PIC 9(8).
          02  GltLineCount          PIC 9(6).
          02  GltDebitTotal         PIC 9(11)V99.
          02  GltCreditTotal        PIC 9(11)V99.
          02  FILLER                PIC X(59).
