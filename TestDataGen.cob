          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT HistoryFile ASSIGN TO "TestData/LoanHistory.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT FineFile ASSIGN TO "TestData/Fine.dat"
          ORGANIZATION IS INDEXED
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
   SELECT EntrantsFile ASSIGN TO "TestData/Entrants.dat"
          ORGANIZATION IS LINE SEQUENTIAL
    COMPUTE BookCopyCount = cycleRemainder + 1
    MOVE SPACES TO BookSubjects
    MOVE 25.00 TO BookReplacementCost
    MOVE SPACE TO BookAcquisitionSource
    MOVE TodaysDate TO BookAddedDate
    MOVE ZERO  TO BookWithdrawnCopies
    MOVE ZEROS TO BookClosedDate
    WRITE BookDetails
      INVALID KEY
        DISPLAY "Could not write test book " genIndex ", status: "
    MOVE "Testville"     TO BorrowerCity
    MOVE "1234 TT"       TO BorrowerPostcode
    MOVE "000-0000000"   TO BorrowerPhone
    MOVE SPACES TO BorrowerEmail
    MOVE "P" TO BorrowerNoticePref
    MOVE SPACE TO BorrowerNoticeFallback
    MOVE ZEROS TO BorrowerPinHash
    MOVE ZEROS TO BorrowerStudentId
    MOVE SPACE TO BorrowerCloseFlag
    MOVE "S" TO BorrowerCategory
    MOVE ZERO TO BorrowerClaimCount
    MOVE ZERO TO BorrowerHouseholdId
    WRITE BorrowerDetails
      INVALID KEY
        DISPLAY "Could not write test borrower " genIndex
    MOVE workDate TO LoanDueDate
    MOVE ZEROS TO LoanReturnDate
    MOVE ZERO TO LoanRenewalCount
    MOVE ZEROS TO LoanRecallDate, LoanClaimDate
    MOVE "TGEN" TO LoanOperatorId
    ACCEPT LoanTime FROM TIME
    WRITE LoanRecord
    COMPUTE HoldBorrowerNumber = cycleRemainder + 1
    MOVE TodaysDate TO HoldDate
    MOVE "Q" TO HoldStatus
    MOVE SPACE TO HoldAnyEdition
    WRITE HoldRecord
      INVALID KEY
        CONTINUE
