  02 GPA          PIC 9V99.
*> Enrollment lifecycle instead of physical deletion, so withdrawn
*> students stop vanishing from the retention statistics:
*> "A" active, "P" on academic probation (still enrolled), "W"
*> withdrawn, "G" graduated, "S" suspended, with the date the status
*> took effect. Spaces/zeros on records from before the lifecycle,
*> which readers treat as active.
  02 EnrollStatus PIC X.
  02 StatusDate   PIC 9(8).
