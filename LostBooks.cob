          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT CopyFile ASSIGN TO "BookCopy.dat"
          ORGANIZATION IS INDEXED
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED

01 JournalFileCode           PIC X(4)   VALUE "LOAN".
01 JournalOperation          PIC X      VALUE "R".
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

01 DateArithFunction         PIC X(4).
01 DateArithValid            PIC X      VALUE "N".
     AT END SET EndOfLoanFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfLoanFile
     *> A claimed-returned dispute is settled at the desk, never
     *> by the sweep.
     IF LoanReturnDate = ZEROS AND LoanClaimDate = ZEROS
       ADD 1 TO LoansChecked
       PERFORM CheckLoanForLost
     END-IF
