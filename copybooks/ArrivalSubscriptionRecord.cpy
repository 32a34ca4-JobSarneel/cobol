      *> Shared ArrivalSubscription.dat record layout -- COPY this
      *> into the FD of a program's own SubscriptionFile
      *> (ORGANIZATION INDEXED, RECORD KEY AsbKey). One record per
      *> subject a borrower -- in practice a lecturer -- has asked to
      *> hear about in the monthly new-arrivals bulletin, keyed
      *> borrower + SubjectCodes.dat code so a borrower's subjects
      *> read back together. AsbCourseCode is the course whose
      *> reading list (Reserves.dat) the subject was taken from,
      *> spaces when the subject was chosen directly. Maintained
      *> through NewArrivals. Column layout is fixed-format safe
      *> (code starts at column 8) so this COPYs cleanly into both
      *> fixed- and free-format programs.
       01 ArrivalSubscriptionRecord.
          88  EndOfSubscriptionFile            VALUE HIGH-VALUES.
          02  AsbKey.
              03 AsbBorrowerNumber  PIC 9(5).
              03 AsbSubjectCode     PIC X(4).
          02  AsbCourseCode         PIC X(5).
          02  AsbAddedDate          PIC 9(8).
          02  AsbOperatorId         PIC X(4).
