      *> before the nightly sweep expires it and rolls to the next
      *> borrower in the queue.
          02  LpRecPickupDays       PIC 9(2).
      *> Recalls: a copy out at least the minimum guaranteed days
      *> can be recalled for a borrower queued behind an all-out
      *> title; the recall shortens its due date to this many days'
      *> notice, and a recalled book that still comes back late is
      *> fined at the recall rate (implied two decimals) instead of
      *> the category rate.
          02  LpRecRecallMinDays    PIC 9(3).
          02  LpRecRecallNoticeDays PIC 9(2).
          02  LpRecRecallFineRate   PIC 9(2)V99.
      *> A borrower with this many claimed-returned disputes on
      *> record is flagged on the position inquiry.
          02  LpRecClaimsFlagCount  PIC 9(2).
      *> Purchase alert: a title with more than this many queued
      *> holds per in-service copy is flagged for extra copies by
      *> the nightly HoldRatioAlert run.
          02  LpRecHoldRatioLimit   PIC 9(2).
      *> Student fine billing: a student-linked borrower whose open
      *> fines come to more than this (implied two decimals) has
      *> them billed to the university account by StudentBilling.
          02  LpRecStudentBillMin   PIC 9(3)V99.
      *> Operator sign-on: a password lapses this many days after it
      *> was set and must be changed at the next sign-on, and this
      *> many wrong passwords in a row lock the operator out until a
      *> supervisor unlocks them in OperatorMaint.
          02  LpRecPasswordDays     PIC 9(3).
          02  LpRecSignonLockCount  PIC 9(2).
      *> A declared-lost book that turns up: found within this many
      *> days of being declared lost, its replacement charge is
      *> reversed down to the processing fee (implied two decimals)
      *> and anything paid over that is refunded; found later than
      *> that, the replacement has been bought and the charge stands.
          02  LpRecFoundFee         PIC 9(3)V99.
          02  LpRecFoundRefundDays  PIC 9(3).
