      *> Shared CategoryPolicy.dat record layout -- COPY this into the
      *> FD of a program's own CategoryPolicyFile (ORGANIZATION LINE
      *> SEQUENTIAL, one row per borrower category). LoanPolicy.dat
      *> keeps the library-wide rules; this is the matrix that lets a
      *> student, a member of staff, an external member and a child
      *> each borrow on their own terms. COPY CategoryPolicyData into
      *> WORKING-STORAGE and PERFORM LoadCategoryPolicy
      *> (copybooks/CategoryPolicy.cpy) after LoadLoanPolicy. Column
      *> layout is fixed-format safe (code starts at column 8) so
      *> this COPYs cleanly into both fixed- and free-format programs.
       01 CategoryPolicyRecord.
          02  CpRecCategory         PIC X.
          02  CpRecDescription      PIC X(15).
          02  CpRecLoanPeriodDays   PIC 9(3).
          02  CpRecMaxRenewals      PIC 9(2).
      *> Same implied two-decimal daily rate as LpRecFineRatePerDay;
      *> zero means the category is never fined for lateness.
          02  CpRecFineRatePerDay   PIC 9(2)V99.
          02  CpRecGraceDays        PIC 9(2).
      *> Most books a borrower of this category may have out at once;
      *> the borrower's own BorrowerMaxLoans can only lower it.
          02  CpRecLoanLimit        PIC 9(2).
