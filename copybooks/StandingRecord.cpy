      *> Shared StudentStanding.dat record layout -- COPY this into the
      *> FD of a program's own StandingFile (ORGANIZATION INDEXED,
      *> RECORD KEY StsStudentId). One record per student the
      *> term-close run (AcademicStanding) has judged: the standing it
      *> last set -- "G" good standing, "P" academic probation, "S"
      *> academic suspension -- with the term and term GPA that
      *> decided it and the day it was applied. EnrollStatus on the
      *> master says what the student is now; this says whether a
      *> probation or suspension came from the standing rules, so the
      *> run only lifts the ones it imposed itself. Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
       01 StandingRecord.
          88  EndOfStandingFile                VALUE HIGH-VALUES.
          02  StsStudentId          PIC 9(8).
          02  StsLevel              PIC X.
          02  StsTerm               PIC X(6).
          02  StsTermGpa            PIC 9V99.
          02  StsLowTerms           PIC 9.
          02  StsAppliedDate        PIC 9(8).
