      *> Shared BinderyItem.dat record layout -- COPY this into the FD
      *> of a program's own ItemFile (ORGANIZATION INDEXED, RECORD KEY
      *> BniKey). One record per copy sent in a bindery batch (see
      *> BinderyBatchRecord.cpy), keyed on (batch, BSN, copy) so a
      *> batch's copies read back together. While BniStatus is "S"
      *> the copy's BookCopy.dat status is "B" at the bindery. On
      *> return BniStatus goes "R" (repaired, copy available again)
      *> or "W" (beyond repair, copy withdrawn), with the return date
      *> and the repair cost (implied two decimals) the binder
      *> charged. BniBudgetLine is the batch's line, carried per copy
      *> so the budget spend report and the insurance valuation can
      *> total repairs from this file alone. Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
       01 BinderyItemRecord.
          88  EndOfItemFile                    VALUE HIGH-VALUES.
          02  BniKey.
              03 BniBatchNumber     PIC 9(4).
              03 BniBSN             PIC X(17).
              03 BniCopyNumber      PIC 9(2).
          02  BniStatus             PIC X.
          02  BniReturnDate         PIC 9(8).
          02  BniRepairCost         PIC 9(5)V99.
          02  BniBudgetLine         PIC X(4).
