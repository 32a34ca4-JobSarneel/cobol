               IF LpRecPickupDays NOT = ZERO
                 MOVE LpRecPickupDays TO PolPickupDays
               END-IF
               IF LpRecRecallMinDays NOT = ZERO
                 MOVE LpRecRecallMinDays TO PolRecallMinDays
               END-IF
               IF LpRecRecallNoticeDays NOT = ZERO
                 MOVE LpRecRecallNoticeDays TO PolRecallNoticeDays
               END-IF
               IF LpRecRecallFineRate NOT = ZERO
                 MOVE LpRecRecallFineRate TO PolRecallFineRate
               END-IF
               IF LpRecClaimsFlagCount NOT = ZERO
                 MOVE LpRecClaimsFlagCount TO PolClaimsFlagCount
               END-IF
               IF LpRecHoldRatioLimit NOT = ZERO
                 MOVE LpRecHoldRatioLimit TO PolHoldRatioLimit
               END-IF
               IF LpRecStudentBillMin NOT = ZERO
                 MOVE LpRecStudentBillMin TO PolStudentBillMin
               END-IF
      *> Sign-on fields come after every older field, so a policy
      *> file from before them reads back spaces there.
               IF LpRecPasswordDays IS NUMERIC AND
                  LpRecPasswordDays NOT = ZERO
                 MOVE LpRecPasswordDays TO PolPasswordDays
               END-IF
               IF LpRecSignonLockCount IS NUMERIC AND
                  LpRecSignonLockCount NOT = ZERO
                 MOVE LpRecSignonLockCount TO PolSignonLockCount
               END-IF
      *> The found-book fields come last of all; a zero fee is a
      *> real setting (reverse the whole charge).
               IF LpRecFoundFee IS NUMERIC
                 MOVE LpRecFoundFee TO PolFoundFee
               END-IF
               IF LpRecFoundRefundDays IS NUMERIC AND
                  LpRecFoundRefundDays NOT = ZERO
                 MOVE LpRecFoundRefundDays TO PolFoundRefundDays
               END-IF
             END-IF
             CLOSE LoanPolicyFile
            ELSE
               MOVE PolRetainYears     TO LpRecRetainYears
               MOVE PolShortLoanDays   TO LpRecShortLoanDays
               MOVE PolPickupDays      TO LpRecPickupDays
               MOVE PolRecallMinDays   TO LpRecRecallMinDays
               MOVE PolRecallNoticeDays TO LpRecRecallNoticeDays
               MOVE PolRecallFineRate  TO LpRecRecallFineRate
               MOVE PolClaimsFlagCount TO LpRecClaimsFlagCount
               MOVE PolHoldRatioLimit  TO LpRecHoldRatioLimit
               MOVE PolStudentBillMin  TO LpRecStudentBillMin
               MOVE PolPasswordDays    TO LpRecPasswordDays
               MOVE PolSignonLockCount TO LpRecSignonLockCount
               MOVE PolFoundFee        TO LpRecFoundFee
               MOVE PolFoundRefundDays TO LpRecFoundRefundDays
               WRITE LoanPolicyRecord
               CLOSE LoanPolicyFile
             END-IF
