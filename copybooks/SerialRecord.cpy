      *> Shared Serial.dat record layout -- COPY this into the FD of a
      *> program's own SerialFile (ORGANIZATION INDEXED, RECORD KEY
      *> SerIssn). One record per magazine or journal subscription,
      *> keyed on the ISSN in its printed NNNN-NNNC form (serials have
      *> no ISBN, so they live outside Book.dat). SerFrequency is the
      *> publication pattern the check-in predicts arrivals from:
      *> "W" weekly, "F" fortnightly, "M" monthly, "B" every two
      *> months, "Q" quarterly, "H" half-yearly, "A" annual.
      *> SerNextIssue/SerNextExpected are the issue the pattern says
      *> comes next and the date it should land; an issue not in by
      *> that date plus SerClaimDays goes on the claims report.
      *> SerCost is the annual subscription charged to SerBudgetLine
      *> in BudgetLines.dat. A subscription is paid when it is taken
      *> out and at each renewal: SerPaidToDate adds up every payment
      *> made on it (and stays when it is cancelled -- that money was
      *> spent), which is what the budget spend report in
      *> Acquisitions counts; SerLastPaidDate/SerLastPaidAmount are
      *> the latest day's payment, which GLExtract posts. SerStatus:
      *> "A" active, "C" cancelled (no more issues expected).
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 SerialRecord.
          88  EndOfSerialFile                  VALUE HIGH-VALUES.
          02  SerIssn               PIC X(9).
          02  SerTitle              PIC X(30).
          02  SerSupplierCode       PIC X(4).
          02  SerFrequency          PIC X.
          02  SerStartDate          PIC 9(8).
          02  SerRenewalDate        PIC 9(8).
          02  SerCost               PIC 9(5)V99.
          02  SerBudgetLine         PIC X(4).
          02  SerNextIssue          PIC 9(5).
          02  SerNextExpected       PIC 9(8).
          02  SerClaimDays          PIC 9(3).
          02  SerStatus             PIC X.
          02  SerPaidToDate         PIC 9(7)V99.
          02  SerLastPaidDate       PIC 9(8).
          02  SerLastPaidAmount     PIC 9(5)V99.
