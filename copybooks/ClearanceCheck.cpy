      *> Shared library clearance check -- COPY this into PROCEDURE
      *> DIVISION of any program that has to know whether a student
      *> leaving the university still owes the library anything (see
      *> ClearanceCheckData.cpy for the fields). One pass each over
      *> BookLoan.dat, Hold.dat and Fine.dat tallies, per entry in
      *> ClrEntry, the loans not yet returned, the holds still "Q"
      *> queued or "R" on the pickup shelf, and the open balance of
      *> fines "O" open at the desk, "T" billed to the university
      *> account or "A" with the collection agency. A file that is
      *> not there yet has nothing in it to count. Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
       TallyLibraryClearance.
           PERFORM VARYING ClrIndex FROM 1 BY 1
                   UNTIL ClrIndex > ClrEntryCount
             MOVE ZERO TO ClrLoanCount(ClrIndex)
             MOVE ZERO TO ClrHoldCount(ClrIndex)
             MOVE ZERO TO ClrFinesOwed(ClrIndex)
           END-PERFORM

           OPEN INPUT LoanFile
           IF LoanFileStatus EQUAL TO "00"
             READ LoanFile NEXT RECORD
               AT END SET EndOfLoanFile TO TRUE
             END-READ
             PERFORM UNTIL EndOfLoanFile
               IF LoanReturnDate = ZEROS
                 MOVE LoanBorrowerNumber TO ClrLookupBorrower
                 PERFORM FindClearanceEntry
                 IF ClrMatchIndex > ZERO
                   ADD 1 TO ClrLoanCount(ClrMatchIndex)
                 END-IF
               END-IF
               READ LoanFile NEXT RECORD
                 AT END SET EndOfLoanFile TO TRUE
               END-READ
             END-PERFORM
             CLOSE LoanFile
           END-IF

           OPEN INPUT HoldFile
           IF HoldFileStatus EQUAL TO "00"
             READ HoldFile NEXT RECORD
               AT END SET EndOfHoldFile TO TRUE
             END-READ
             PERFORM UNTIL EndOfHoldFile
               IF HoldStatus = "Q" OR HoldStatus = "R"
                 MOVE HoldBorrowerNumber TO ClrLookupBorrower
                 PERFORM FindClearanceEntry
                 IF ClrMatchIndex > ZERO
                   ADD 1 TO ClrHoldCount(ClrMatchIndex)
                 END-IF
               END-IF
               READ HoldFile NEXT RECORD
                 AT END SET EndOfHoldFile TO TRUE
               END-READ
             END-PERFORM
             CLOSE HoldFile
           END-IF

           OPEN INPUT FineFile
           IF FineFileStatus EQUAL TO "00"
             READ FineFile NEXT RECORD
               AT END SET EndOfFineFile TO TRUE
             END-READ
             PERFORM UNTIL EndOfFineFile
               IF (FineStatus = "O" OR FineStatus = "T" OR
                   FineStatus = "A")
                  AND FineAmount > FinePaidAmount
                 MOVE FineBorrowerNumber TO ClrLookupBorrower
                 PERFORM FindClearanceEntry
                 IF ClrMatchIndex > ZERO
                   COMPUTE ClrFineBalance = FineAmount - FinePaidAmount
                   ADD ClrFineBalance TO ClrFinesOwed(ClrMatchIndex)
                 END-IF
               END-IF
               READ FineFile NEXT RECORD
                 AT END SET EndOfFineFile TO TRUE
               END-READ
             END-PERFORM
             CLOSE FineFile
           END-IF.

      *> Leaves the ClrEntry slot for ClrLookupBorrower in
      *> ClrMatchIndex, zero when the borrower is not being cleared.
       FindClearanceEntry.
           MOVE ZERO TO ClrMatchIndex
           IF ClrLookupBorrower NOT = ZERO
             PERFORM VARYING ClrIndex FROM 1 BY 1
                     UNTIL ClrIndex > ClrEntryCount
                           OR ClrMatchIndex > ZERO
               IF ClrBorrowerNumber(ClrIndex) = ClrLookupBorrower
                 MOVE ClrIndex TO ClrMatchIndex
               END-IF
             END-PERFORM
           END-IF.
