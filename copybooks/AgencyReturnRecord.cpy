      *> Shared AgencyReturn.dat record layout -- COPY this into the
      *> FD of a program's own AgencyReturnFile (ORGANIZATION LINE
      *> SEQUENTIAL). The collection agency's report on debts sent
      *> in AgencyReferral.dat, one record per debt settled:
      *> AgrResult "R" recovered from the debtor -- AgrGrossAmount
      *> is what the debtor paid, AgrCommission what the agency kept
      *> of it, and the difference is what it remits to us; "C"
      *> case closed uncollected (debtor untraceable, or not worth
      *> pursuing), with the agency's reason. AgrDebtReference
      *> repeats the reference we sent. Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
       01 AgencyReturnRecord.
          88  EndOfAgencyReturnFile            VALUE HIGH-VALUES.
          02  AgrDebtReference.
              03 AgrRefPrefix       PIC X(3).
              03 AgrRefBorrower     PIC 9(5).
              03 AgrRefSequence     PIC 9(4).
          02  AgrResult             PIC X.
              88 AgrRecovered                  VALUE "R".
              88 AgrClosedUncollected          VALUE "C".
          02  AgrResultDate         PIC 9(8).
          02  AgrGrossAmount        PIC 9(5)V99.
          02  AgrCommission         PIC 9(5)V99.
          02  AgrReason             PIC X(30).
