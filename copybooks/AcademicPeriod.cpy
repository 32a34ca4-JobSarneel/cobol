      *> Caller-side fields for the AcademicCalendar service -- COPY
      *> this into WORKING-STORAGE of any program that needs to know
      *> which academic year or term a date belongs to, then
      *>   CALL "AcademicCalendar" USING AcalFunction AcalDate
      *>                                 AcademicPeriod AcalValid
      *> with AcalFunction one of
      *>   "TERM"  AcalDate -> the academic year it falls in and the
      *>           term in progress on it (or, between terms, the
      *>           term most recently ended);
      *>   "YEAR"  AcpAcademicYear -> that year's dates, with its
      *>           first term in the term fields;
      *>   "TRMC"  AcpTermCode ("YYYYTn") -> that term's dates and
      *>           the academic year it belongs to.
      *> AcalValid comes back "Y" when AcademicCalendar.dat answered,
      *> "D" when the date lies outside the calendar and the house
      *> rule (1 September - 31 August; term 1 to the end of January,
      *> term 2 from 1 February) was applied, "N" when the input made
      *> no sense. Column layout is fixed-format safe (code starts at
      *> column 8) so this COPYs cleanly into both fixed- and
      *> free-format programs.
       01 AcalFunction           PIC X(4)    VALUE SPACES.
       01 AcalDate               PIC 9(8)    VALUE ZEROS.
       01 AcademicPeriod.
          02 AcpAcademicYear     PIC 9(4)    VALUE ZEROS.
          02 AcpTermCode.
             03 AcpTermYear      PIC 9(4)    VALUE ZEROS.
             03 AcpTermLetter    PIC X       VALUE "T".
             03 AcpTermNumber    PIC 9       VALUE ZERO.
          02 AcpYearStart        PIC 9(8)    VALUE ZEROS.
          02 AcpYearEnd          PIC 9(8)    VALUE ZEROS.
          02 AcpTermStart        PIC 9(8)    VALUE ZEROS.
          02 AcpTermEnd          PIC 9(8)    VALUE ZEROS.
       01 AcalValid              PIC X       VALUE "N".
          88 AcalIsValid                     VALUE "Y" "D".
          88 AcalFromCalendar                VALUE "Y".
