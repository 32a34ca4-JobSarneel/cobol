      *> Shared working-storage fields for the CategoryPolicy
      *> copybook (copybooks/CategoryPolicy.cpy) -- COPY this into
      *> WORKING-STORAGE alongside LoanPolicyData, and COPY
      *> CategoryPolicyRecord into the program's own FD
      *> CategoryPolicyFile. The table holds every row of
      *> CategoryPolicy.dat; SelectCategoryPolicy leaves the row for
      *> CatLookupCategory in the Cat* fields below. Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
       01 CategoryPolicyFileStatus PIC XX.
       01 CatPolicyCount         PIC 99      VALUE ZERO.
       01 CatPolicyIdx           PIC 99      VALUE ZERO.
       01 CatPolicyTable.
          02 CatPolicyRow OCCURS 10 TIMES.
             03 CatRowCategory      PIC X.
             03 CatRowDescription   PIC X(15).
             03 CatRowLoanPeriodDays PIC 9(3).
             03 CatRowMaxRenewals   PIC 9(2).
             03 CatRowFineRatePerDay PIC 9(2)V99.
             03 CatRowGraceDays     PIC 9(2).
             03 CatRowLoanLimit     PIC 9(2).
      *> In: the borrower's category. Out: that category's rules, or
      *> the LoanPolicy.dat values when the category has no row (or
      *> the borrower predates categories and carries a space).
       01 CatLookupCategory      PIC X       VALUE SPACE.
       01 CatRowFound            PIC X       VALUE "N".
          88 CatRowIsFound                   VALUE "Y".
       01 CatDescription         PIC X(15)   VALUE SPACES.
       01 CatLoanPeriodDays      PIC 9(3)    VALUE ZERO.
       01 CatMaxRenewals         PIC 9(2)    VALUE ZERO.
       01 CatFineRatePerDay      PIC 9(2)V99 VALUE ZERO.
       01 CatGraceDays           PIC 9(2)    VALUE ZERO.
       01 CatLoanLimit           PIC 9(2)    VALUE ZERO.
