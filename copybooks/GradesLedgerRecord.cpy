      *> Shared GradesLedger.dat record layout -- COPY this into the FD
      *> of a program's own LedgerFile (ORGANIZATION LINE SEQUENTIAL).
      *> One record per graded result GradesFeed accepted, appended in
      *> posting order; the ledger is the full academic history GPA is
      *> recomputed from and transcripts are printed from. LdgTerm is
      *> the term the result belongs to as "YYYYTn" (academic year it
      *> starts in, term number) and LdgGradedDate the day it was
      *> posted; both are spaces on results posted before the ledger
      *> carried them, which readers show as earlier results. Column
      *> layout is fixed-format safe (code starts at column 8) so this
      *> COPYs cleanly into both fixed- and free-format programs.
       01 LedgerRecord.
          88  EndOfLedgerFile                  VALUE HIGH-VALUES.
          02  LdgStudentId          PIC 9(8).
          02  LdgCourseCode         PIC X(5).
          02  LdgGrade              PIC 9V99.
          02  LdgTerm               PIC X(6).
          02  LdgGradedDate         PIC X(8).
