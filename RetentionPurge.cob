          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT HoldFile ASSIGN TO "Hold.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
   SELECT HistoryFile ASSIGN TO "LoanHistory.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
   CLOSE BorrowerFile.

*> "Busy" means anything still hanging off the number: an open loan,
*> a queued hold, or an open fine (or one with the collection
*> agency, which will report back on it). Those borrowers stay whatever
*> their expiry says -- the ledgers must never point at a purged
*> number. Loans and holds are found by their borrower-number
*> alternate keys, fines by the borrower number leading FineKey.
CheckBorrowerBusy.
   MOVE "N" TO BorrowerBusyStatus
   PERFORM OpenLoanFileInput
   MOVE purgeBorrowerNumber TO LoanBorrowerNumber
   START LoanFile KEY IS EQUAL TO LoanBorrowerNumber
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       READ LoanFile NEXT RECORD
         AT END SET EndOfLoanFile TO TRUE
       END-READ
   END-START
   PERFORM UNTIL EndOfLoanFile OR BorrowerIsBusy
                 OR LoanBorrowerNumber NOT = purgeBorrowerNumber
     IF LoanReturnDate = ZEROS
       MOVE "Y" TO BorrowerBusyStatus
     END-IF
     READ LoanFile NEXT RECORD
   CLOSE LoanFile
   IF NOT BorrowerIsBusy
     PERFORM OpenHoldFileInput
     MOVE purgeBorrowerNumber TO HoldBorrowerNumber
     START HoldFile KEY IS EQUAL TO HoldBorrowerNumber
       INVALID KEY
         SET EndOfHoldFile TO TRUE
       NOT INVALID KEY
         READ HoldFile NEXT RECORD
           AT END SET EndOfHoldFile TO TRUE
         END-READ
     END-START
     PERFORM UNTIL EndOfHoldFile OR BorrowerIsBusy
                   OR HoldBorrowerNumber NOT = purgeBorrowerNumber
       IF HoldStatus = "Q"
         MOVE "Y" TO BorrowerBusyStatus
       END-IF
       READ HoldFile NEXT RECORD
     END-START
     PERFORM UNTIL EndOfFineFile OR BorrowerIsBusy
                   OR FineBorrowerNumber NOT = purgeBorrowerNumber
       IF FineStatus = "O" OR FineStatus = "A"
         COMPUTE fineOutstanding = FineAmount - FinePaidAmount
         IF fineOutstanding > ZERO
           MOVE "Y" TO BorrowerBusyStatus
