      *> Which signed-on operator did it (spaces for programs that
      *> run without a sign-on, like the nightly batch steps).
          02 AlgOperatorId    PIC X(4).
      *> A settings change (ParameterMaint's PARMC) records the value
      *> it replaced and the value it set; spaces on every other
      *> event, and on records written before the two were added.
          02 AlgOldValue      PIC X(30).
          02 AlgNewValue      PIC X(30).
