      *> Shared working-storage fields for the ClearanceCheck
      *> copybook (copybooks/ClearanceCheck.cpy) -- COPY this into
      *> WORKING-STORAGE, and COPY LoanRecord, HoldRecord and
      *> FineRecord into the program's own FDs LoanFile, HoldFile and
      *> FineFile (their FILE STATUS items are declared here). Fill
      *> ClrEntry with the borrower numbers linked to the students
      *> being cleared, set ClrEntryCount, and PERFORM
      *> TallyLibraryClearance: each entry comes back with the loans
      *> still out, the holds still queued or waiting on the pickup
      *> shelf, and the fine money still owed -- at the desk or
      *> billed to the university account. An entry with all three
      *> zero is clear. Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       01 LoanFileStatus         PIC XX      VALUE "00".
       01 HoldFileStatus         PIC XX      VALUE "00".
       01 FineFileStatus         PIC XX      VALUE "00".
       01 ClearanceTable.
          02 ClrEntry OCCURS 500 TIMES.
             03 ClrStudentId        PIC 9(8).
             03 ClrBorrowerNumber   PIC 9(5).
             03 ClrLoanCount        PIC 9(3).
             03 ClrHoldCount        PIC 9(3).
             03 ClrFinesOwed        PIC 9(5)V99.
       01 ClrEntryCount          PIC 9(3)    VALUE ZERO.
       01 ClrIndex               PIC 9(3)    VALUE ZERO.
       01 ClrMatchIndex          PIC 9(3)    VALUE ZERO.
       01 ClrLookupBorrower      PIC 9(5)    VALUE ZERO.
       01 ClrFineBalance         PIC 9(5)V99 VALUE ZERO.
