      *> Shared BinderyBatch.dat record layout -- COPY this into the
      *> FD of a program's own BatchFile (ORGANIZATION INDEXED, RECORD
      *> KEY BndBatchNumber). One record per numbered shipment of
      *> copies to a binder (the binder is a Supplier.dat vendor):
      *> when it went, when it is due back, which BudgetLines.dat
      *> line pays the repairs, and how many of its copies are still
      *> out. The copies themselves are in BinderyItem.dat (see
      *> BinderyItemRecord.cpy). BndStatus: "S" sent (copies still
      *> at the binder), "R" returned -- every copy back, on
      *> BndReturnDate. Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       01 BinderyBatchRecord.
          88  EndOfBatchFile                   VALUE HIGH-VALUES.
          02  BndBatchNumber        PIC 9(4).
          02  BndSupplierCode       PIC X(4).
          02  BndSendDate           PIC 9(8).
          02  BndExpectedDate       PIC 9(8).
          02  BndReturnDate         PIC 9(8).
          02  BndBudgetLine         PIC X(4).
          02  BndCopyCount          PIC 9(3).
          02  BndOutCount           PIC 9(3).
          02  BndStatus             PIC X.
