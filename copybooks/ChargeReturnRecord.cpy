      *> Shared StudentChargeReturn.dat record layout -- COPY this
      *> into the FD of a program's own ReturnFile (ORGANIZATION LINE
      *> SEQUENTIAL). The registrar's answer on charges sent in
      *> StudentCharges.dat, one record per charge settled:
      *> ScrResult "C" collected from the student's account, "B"
      *> bounced back (the account would not take it, or the student
      *> has no account any more) with the registrar's reason.
      *> ScrChargeReference repeats the reference we sent. Column
      *> layout is fixed-format safe (code starts at column 8) so
      *> this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 ChargeReturnRecord.
          88  EndOfReturnFile                  VALUE HIGH-VALUES.
          02  ScrStudentId          PIC 9(8).
          02  ScrChargeReference.
              03 ScrRefPrefix       PIC X(3).
              03 ScrRefBorrower     PIC 9(5).
              03 ScrRefSequence     PIC 9(4).
          02  ScrResult             PIC X.
              88 ScrCollected                  VALUE "C".
              88 ScrBounced                    VALUE "B".
          02  ScrResultDate         PIC 9(8).
          02  ScrAmount             PIC 9(5)V99.
          02  ScrReason             PIC X(30).
