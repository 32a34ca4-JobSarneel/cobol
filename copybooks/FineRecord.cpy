      *> FineKey). One record per fine assessed at return time, keyed
      *> per borrower with a sequence so a borrower's ledger reads
      *> back in order. FineStatus: "O" open, "P" paid off, "W"
      *> waived (at the desk, by the year-end write-off or by a
      *> FineAmnesty campaign), "T" transferred -- billed to the
      *> student's university account by StudentBilling, and the
      *> registrar's to collect (it returns to "P" when collected,
      *> "O" when the registrar bounces it back), "A" referred to the
      *> collection agency by CollectionReferral (the agency's to
      *> collect: "P" once it has recovered the balance, "O" again if
      *> it hands the debt back uncollected). FinePaidAmount
      *> accumulates partial payments until it covers FineAmount.
      *> FineReasonCode says what the charge is FOR, so the ledger
      *> can tell a late fine from a replacement charge: "L" late
      *> return, "R" replacement of a lost book,
      *> "D" damage fee, "E" late return of lent equipment (spaces
      *> on records from before reason codes, which were all late
      *> fines). On an "E" fine FineBSN holds the device's asset tag
      *> and FineDaysLate the hours charged, not days. Column layout
      *> is fixed-format safe (code starts at column 8) so this
      *> COPYs cleanly into both fixed- and free-format programs.
       01 FineRecord.
          88  EndOfFineFile                    VALUE HIGH-VALUES.
          02  FineKey.
