      *> Shared working-storage fields for the WithdrawCopy copybook
      *> (copybooks/WithdrawCopy.cpy) -- COPY this into
      *> WORKING-STORAGE, and give the program its own FDs BookFile
      *> (COPY BookDetailsRecord, FILE STATUS BookFileStatus, opened
      *> I-O), CopyFile (COPY BookCopyRecord, FILE STATUS
      *> CopyFileStatus, opened I-O) and WithdrawalFile (COPY
      *> WithdrawalRecord, opened EXTEND; its FILE STATUS item is
      *> declared here). Set withdrawalToday and withdrawalSource,
      *> PERFORM GetWithdrawalReason and GetDisposal for the why and
      *> the where, then with the copy record read PERFORM
      *> WithdrawCopyFromStock. WithdrawalDone says whether the copy
      *> went, TitleWasClosed whether it was the title's last.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 WithdrawalFileStatus   PIC XX      VALUE "00".
       01 withdrawalToday        PIC 9(8)    VALUE ZEROS.
       01 withdrawalSource       PIC X       VALUE SPACE.
       01 reasonInput            PIC X       VALUE SPACE.
       01 disposalInput          PIC X       VALUE SPACE.
       01 saleAmountInput        PIC 9(5)V99 VALUE ZERO.
       01 recipientInput         PIC X(30)   VALUE SPACES.
       01 priorStatus            PIC X       VALUE SPACE.
       01 WithdrawalDoneFlag     PIC X       VALUE "N".
          88 WithdrawalDone                  VALUE "Y".
       01 TitleClosedFlag        PIC X       VALUE "N".
          88 TitleWasClosed                  VALUE "Y".
       01 WithdrawJournalCode    PIC X(4)    VALUE "BOOK".
       01 WithdrawJournalOp      PIC X       VALUE SPACE.
       01 WithdrawJournalBefore  PIC X(200)  VALUE SPACES.
       01 WithdrawJournalAfter   PIC X(200)  VALUE SPACES.

      *> Why a copy goes, in the order the prompt offers them; the
      *> codes are the WdrReason values in WithdrawalRecord.cpy.
       01 ReasonValues.
          02 FILLER PIC X(26) VALUE "Uunused (on weeding list) ".
          02 FILLER PIC X(26) VALUE "Dworn or damaged          ".
          02 FILLER PIC X(26) VALUE "Oout of date              ".
          02 FILLER PIC X(26) VALUE "Esuperseded by new edition".
          02 FILLER PIC X(26) VALUE "Xsurplus copy             ".
          02 FILLER PIC X(26) VALUE "Mmissing, written off     ".
       01 ReasonTable REDEFINES ReasonValues.
          02 ReasonEntry         OCCURS 6 TIMES.
             03 ReasonCode       PIC X.
             03 ReasonName       PIC X(25).
       01 ReasonCount            PIC 9       VALUE 6.
       01 reasonIndex            PIC 9       VALUE ZERO.
       01 DisposalValues.
          02 FILLER PIC X(26) VALUE "Ssold                     ".
          02 FILLER PIC X(26) VALUE "Ddiscarded                ".
          02 FILLER PIC X(26) VALUE "Lsent to another library  ".
       01 DisposalTable REDEFINES DisposalValues.
          02 DisposalEntry       OCCURS 3 TIMES.
             03 DisposalCode     PIC X.
             03 DisposalName     PIC X(25).
       01 DisposalCount          PIC 9       VALUE 3.
       01 disposalIndex          PIC 9       VALUE ZERO.
