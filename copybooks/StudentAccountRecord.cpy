      *> Shared StudentAccount.dat record layout -- COPY this into the
      *> FD of a program's own AccountFile (ORGANIZATION INDEXED,
      *> RECORD KEY SacKey). The student accounts ledger that sits on
      *> top of StudentMaster.dat: one record per tuition charge or
      *> credit, keyed per student with a sequence so a student's
      *> account reads back in the order it was raised. SacEntryType:
      *> "T" a tuition instalment raised by TuitionBilling's invoicing
      *> run (SacInstalment says which), "A" a pro-rated charge for a
      *> mid-year move to a dearer course and "C" the pro-rated credit
      *> for a move to a cheaper one (both raised by CourseChange),
      *> "R" the refund credit for the unused part of the year when a
      *> student withdraws. SacAmount is always positive; the type
      *> says which way it runs. SacSettledAmount is what has been
      *> paid against a charge, or how much of a credit has been set
      *> against the student's open charges -- a credit still open
      *> after that is money owed back to the student. SacStatus "O"
      *> open, "P" settled in full. SacAcademicYear is the year the
      *> academic year starts in. Column layout is fixed-format safe
      *> (code starts at column 8) so this COPYs cleanly into both
      *> fixed- and free-format programs.
       01 StudentAccountRecord.
          88  EndOfAccountFile                 VALUE HIGH-VALUES.
          02  SacKey.
              03 SacStudentId       PIC 9(8).
              03 SacSequence        PIC 9(4).
          02  SacEntryType          PIC X.
              88 SacTuitionCharge              VALUE "T".
              88 SacAdjustmentCharge           VALUE "A".
              88 SacAdjustmentCredit           VALUE "C".
              88 SacRefundCredit               VALUE "R".
              88 SacIsCredit                   VALUE "C" "R".
          02  SacAcademicYear       PIC 9(4).
          02  SacCourseId           PIC X(5).
          02  SacInstalment         PIC 9.
          02  SacRaisedDate         PIC 9(8).
          02  SacDueDate            PIC 9(8).
          02  SacAmount             PIC 9(5)V99.
          02  SacSettledAmount      PIC 9(5)V99.
          02  SacStatus             PIC X.
          02  SacDescription        PIC X(30).
