      *> Shared SerialIssue.dat record layout -- COPY this into the FD
      *> of a program's own IssueFile (ORGANIZATION INDEXED, RECORD
      *> KEY IssKey). One record per issue of a subscription (see
      *> SerialRecord.cpy), keyed on (ISSN, issue number): the card
      *> of the old kardex. Written when an issue is checked in, and
      *> for every issue the check-in found skipped -- those wait as
      *> expected issues with the date the pattern predicted, so the
      *> claims report can chase the supplier for them. IssStatus:
      *> "E" expected (skipped, not in yet), "R" received, "C"
      *> claimed from the supplier (IssClaimCount times, last on
      *> IssClaimDate), "X" given up on -- never coming.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 IssueRecord.
          88  EndOfIssueFile                   VALUE HIGH-VALUES.
          02  IssKey.
              03 IssIssn            PIC X(9).
              03 IssNumber          PIC 9(5).
          02  IssExpectedDate       PIC 9(8).
          02  IssReceivedDate       PIC 9(8).
          02  IssStatus             PIC X.
          02  IssClaimDate          PIC 9(8).
          02  IssClaimCount         PIC 9(2).
