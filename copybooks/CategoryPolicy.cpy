      *> Shared borrower-category policy loader -- COPY this into
      *> PROCEDURE DIVISION next to LoanPolicy. LoadCategoryPolicy
      *> reads every CategoryPolicy.dat row into CatPolicyTable; when
      *> the file doesn't exist yet it writes the house matrix below
      *> so the desk always has a file to edit:
      *>   S student   -- the LoanPolicy.dat period, renewals and rate
      *>   F staff     -- term-long loans, no hand-typed due dates
      *>   E external  -- short loans, one renewal, a higher rate
      *>   C child     -- the student period, never fined
      *> PERFORM LoadLoanPolicy first: the student row is built from
      *> it. Column layout is fixed-format safe (code starts at
      *> column 8) so this COPYs cleanly into both fixed- and
      *> free-format programs.
       LoadCategoryPolicy.
           MOVE ZERO TO CatPolicyCount
           OPEN INPUT CategoryPolicyFile
           IF CategoryPolicyFileStatus EQUAL TO "00"
             READ CategoryPolicyFile
             PERFORM UNTIL CategoryPolicyFileStatus NOT EQUAL TO "00"
                        OR CatPolicyCount = 10
               ADD 1 TO CatPolicyCount
               MOVE CpRecCategory TO CatRowCategory(CatPolicyCount)
               MOVE CpRecDescription
                 TO CatRowDescription(CatPolicyCount)
               MOVE CpRecLoanPeriodDays
                 TO CatRowLoanPeriodDays(CatPolicyCount)
               MOVE CpRecMaxRenewals
                 TO CatRowMaxRenewals(CatPolicyCount)
               MOVE CpRecFineRatePerDay
                 TO CatRowFineRatePerDay(CatPolicyCount)
               MOVE CpRecGraceDays TO CatRowGraceDays(CatPolicyCount)
               MOVE CpRecLoanLimit TO CatRowLoanLimit(CatPolicyCount)
               READ CategoryPolicyFile
             END-PERFORM
             CLOSE CategoryPolicyFile
            ELSE
             OPEN OUTPUT CategoryPolicyFile
             IF CategoryPolicyFileStatus EQUAL TO "00"
               MOVE "S"               TO CpRecCategory
               MOVE "Student"         TO CpRecDescription
               MOVE PolLoanPeriodDays TO CpRecLoanPeriodDays
               MOVE PolMaxRenewals    TO CpRecMaxRenewals
               MOVE PolFineRatePerDay TO CpRecFineRatePerDay
               MOVE PolGraceDays      TO CpRecGraceDays
               MOVE 6                 TO CpRecLoanLimit
               PERFORM KeepCategoryPolicyRow
               MOVE "F"               TO CpRecCategory
               MOVE "Staff"           TO CpRecDescription
               MOVE 120               TO CpRecLoanPeriodDays
               MOVE 3                 TO CpRecMaxRenewals
               MOVE PolFineRatePerDay TO CpRecFineRatePerDay
               MOVE PolGraceDays      TO CpRecGraceDays
               MOVE 20                TO CpRecLoanLimit
               PERFORM KeepCategoryPolicyRow
               MOVE "E"               TO CpRecCategory
               MOVE "External member" TO CpRecDescription
               MOVE 14                TO CpRecLoanPeriodDays
               MOVE 1                 TO CpRecMaxRenewals
               MOVE 0.50              TO CpRecFineRatePerDay
               MOVE 1                 TO CpRecGraceDays
               MOVE 3                 TO CpRecLoanLimit
               PERFORM KeepCategoryPolicyRow
               MOVE "C"               TO CpRecCategory
               MOVE "Child"           TO CpRecDescription
               MOVE PolLoanPeriodDays TO CpRecLoanPeriodDays
               MOVE PolMaxRenewals    TO CpRecMaxRenewals
               MOVE ZERO              TO CpRecFineRatePerDay
               MOVE PolGraceDays      TO CpRecGraceDays
               MOVE 5                 TO CpRecLoanLimit
               PERFORM KeepCategoryPolicyRow
               CLOSE CategoryPolicyFile
             END-IF
           END-IF.

       KeepCategoryPolicyRow.
           WRITE CategoryPolicyRecord
           ADD 1 TO CatPolicyCount
           MOVE CpRecCategory TO CatRowCategory(CatPolicyCount)
           MOVE CpRecDescription TO CatRowDescription(CatPolicyCount)
           MOVE CpRecLoanPeriodDays
             TO CatRowLoanPeriodDays(CatPolicyCount)
           MOVE CpRecMaxRenewals TO CatRowMaxRenewals(CatPolicyCount)
           MOVE CpRecFineRatePerDay
             TO CatRowFineRatePerDay(CatPolicyCount)
           MOVE CpRecGraceDays TO CatRowGraceDays(CatPolicyCount)
           MOVE CpRecLoanLimit TO CatRowLoanLimit(CatPolicyCount).

      *> Leaves the rules for CatLookupCategory in the Cat* fields.
      *> A category with no row falls back to LoanPolicy.dat and a
      *> zero loan limit, which callers read as "the borrower's own
      *> BorrowerMaxLoans decides".
       SelectCategoryPolicy.
           MOVE "N"               TO CatRowFound
           MOVE "Standard"        TO CatDescription
           MOVE PolLoanPeriodDays TO CatLoanPeriodDays
           MOVE PolMaxRenewals    TO CatMaxRenewals
           MOVE PolFineRatePerDay TO CatFineRatePerDay
           MOVE PolGraceDays      TO CatGraceDays
           MOVE ZERO              TO CatLoanLimit
           PERFORM VARYING CatPolicyIdx FROM 1 BY 1
                   UNTIL CatPolicyIdx > CatPolicyCount OR CatRowIsFound
             IF CatRowCategory(CatPolicyIdx) = CatLookupCategory
               MOVE "Y" TO CatRowFound
               MOVE CatRowDescription(CatPolicyIdx) TO CatDescription
               MOVE CatRowLoanPeriodDays(CatPolicyIdx)
                 TO CatLoanPeriodDays
               MOVE CatRowMaxRenewals(CatPolicyIdx) TO CatMaxRenewals
               MOVE CatRowFineRatePerDay(CatPolicyIdx)
                 TO CatFineRatePerDay
               MOVE CatRowGraceDays(CatPolicyIdx) TO CatGraceDays
               MOVE CatRowLoanLimit(CatPolicyIdx) TO CatLoanLimit
             END-IF
           END-PERFORM.
