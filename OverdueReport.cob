          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
   END-READ
   PERFORM CheckLoanFileStatus
   PERFORM UNTIL EndOfLoanFile
     *> A loan in a claimed-returned dispute is being looked for,
     *> not chased.
     IF LoanReturnDate = ZEROS AND LoanClaimDate = ZEROS AND
        LoanDueDate < TodaysDate
       PERFORM ReleaseOverdueLoan
     END-IF
     READ LoanFile NEXT RECORD
