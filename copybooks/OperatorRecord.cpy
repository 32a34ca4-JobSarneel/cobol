      *> Shared Operator.dat record layout -- COPY this into the FD of
      *> a program's own OperatorFile (ORGANIZATION LINE SEQUENTIAL,
      *> one operator per record). Only OperatorMaint and the
      *> OperatorSignon service open the file; every other program
      *> signs on through OperatorSignon. The role decides what the
      *> sign-on may do: "D" desk staff loan and return, "S" senior
      *> staff also amend and waive, "V" supervisors also delete.
      *> Records from before roles carry spaces and sign on as desk
      *> staff -- least privilege until OperatorMaint says otherwise.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 OperatorRecord.
          88 EndOfOperatorFile                 VALUE HIGH-VALUES.
          02 OperatorId             PIC X(4).
          02 OperatorName           PIC X(30).
          02 OperatorRole           PIC X.
      *> The password is never stored as typed: only a one-way hash
      *> of operator id and password, so reading Operator.dat gives
      *> nobody a colleague's password. Zeros (or spaces, on records
      *> from before passwords) mean none set yet -- the next
      *> sign-on must choose one. The date is when it was last set;
      *> it lapses PolPasswordDays later. "Y" in the change flag
      *> forces a change at the next sign-on (set with every
      *> password a supervisor issues). PolSignonLockCount failures
      *> in a row set the lock flag to "L", and only a supervisor's
      *> unlock in OperatorMaint clears it.
          02 OperatorPasswordHash   PIC 9(12).
          02 OperatorPasswordDate   PIC 9(8).
          02 OperatorMustChange     PIC X.
             88 OperatorMustChangePassword     VALUE "Y".
          02 OperatorFailCount      PIC 9(2).
          02 OperatorLockFlag       PIC X.
             88 OperatorIsLocked               VALUE "L".
