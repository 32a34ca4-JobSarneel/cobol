      *> Shared TuitionPayments.dat record layout -- COPY this into
      *> the FD of a program's own TuitionPaymentsFile (ORGANIZATION
      *> LINE SEQUENTIAL, append-only like PaymentsJournal.dat). One
      *> record per tuition payment posted through TuitionBilling:
      *> date, clock time, the student, the amount taken and the
      *> receipt reference the bursar's office wrote on the slip. The
      *> payment itself is spread over the student's open charges in
      *> StudentAccount.dat, oldest first; this journal is how a
      *> disputed payment traces to a day and a receipt.
      *> Column layout is fixed-format safe (code starts at column
      *> 8) so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 TuitionPaymentRecord.
          88  EndOfTuitionPayments             VALUE HIGH-VALUES.
          02  TpyDate               PIC 9(8).
          02  TpyTime               PIC 9(8).
          02  TpyStudentId          PIC 9(8).
          02  TpyAmount             PIC 9(5)V99.
          02  TpyReceiptRef         PIC X(10).
