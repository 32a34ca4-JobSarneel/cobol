      *> can see WHEN the queue forms, not just which day. Zeros on
      *> records from before times were captured.
          02  LoanTime              PIC 9(8).
      *> Set to the recall date when the copy is recalled for a
      *> queued hold: the due date has been cut short, and a late
      *> return is fined at PolRecallFineRate. Zeros when the loan
      *> has never been recalled.
          02  LoanRecallDate        PIC 9(8).
      *> Claimed-returned dispute: the date the borrower insisted the
      *> book came back while this record still shows it out. While
      *> set (and the loan still open) the overdue report, notices
      *> and the lost-book sweep leave the loan alone and the copy
      *> goes on the shelf-search list. Zeros when never disputed.
          02  LoanClaimDate         PIC 9(8).
