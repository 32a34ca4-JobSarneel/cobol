       01 PolRetainYears       PIC 9(2)    VALUE 7.
       01 PolShortLoanDays     PIC 9(3)    VALUE 3.
       01 PolPickupDays        PIC 9(2)    VALUE 7.
       01 PolRecallMinDays     PIC 9(3)    VALUE 14.
       01 PolRecallNoticeDays  PIC 9(2)    VALUE 7.
       01 PolRecallFineRate    PIC 9(2)V99 VALUE 1.00.
       01 PolClaimsFlagCount   PIC 9(2)    VALUE 2.
       01 PolHoldRatioLimit    PIC 9(2)    VALUE 3.
       01 PolStudentBillMin    PIC 9(3)V99 VALUE 10.00.
       01 PolPasswordDays      PIC 9(3)    VALUE 90.
       01 PolSignonLockCount   PIC 9(2)    VALUE 5.
       01 PolFoundFee          PIC 9(3)V99 VALUE 5.00.
       01 PolFoundRefundDays   PIC 9(3)    VALUE 180.
