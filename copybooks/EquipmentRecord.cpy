      *> Shared Equipment.dat record layout -- COPY this into the FD
      *> of a program's own EquipmentFile (ORGANIZATION INDEXED,
      *> RECORD KEY EqpAssetTag). One record per lendable device --
      *> laptop, charger, calculator -- under the asset tag stuck on
      *> it, which is also what the stocktake scanners read. It
      *> carries where the device lives (branch and shelf section, the
      *> BookCopy.dat codes), its replacement cost for the insurance
      *> valuation, how many hours one loan runs and what each hour
      *> overdue costs. EqpType: "LAPT" laptop, "CHRG" charger,
      *> "CALC" calculator, anything else "OTHR". EqpStatus: "A" at
      *> the desk, "L" out on an EquipmentLoan.dat loan, "R" away for
      *> repair, "M" recorded missing, "W" withdrawn (kept for
      *> history, never lent). Column layout is fixed-format safe
      *> (code starts at column 8) so this COPYs cleanly into both
      *> fixed- and free-format programs.
       01 EquipmentRecord.
          88  EndOfEquipmentFile               VALUE HIGH-VALUES.
          02  EqpAssetTag           PIC X(8).
          02  EqpType               PIC X(4).
          02  EqpDescription        PIC X(30).
          02  EqpSerialNumber       PIC X(20).
          02  EqpBranch             PIC X(3).
          02  EqpSection            PIC X(4).
          02  EqpReplacementCost    PIC 9(5)V99.
          02  EqpLoanHours          PIC 9(2).
          02  EqpHourlyRate         PIC 9(2)V99.
          02  EqpStatus             PIC X.
              88  EqpIsAvailable               VALUE "A".
              88  EqpIsOnLoan                  VALUE "L".
              88  EqpIsWithdrawn               VALUE "W".
          02  EqpAcquiredDate       PIC 9(8).
