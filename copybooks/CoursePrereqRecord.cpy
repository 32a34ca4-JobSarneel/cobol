      *> Shared CoursePrereq.dat record layout -- COPY this into the
      *> FD of a program's own PrereqFile (ORGANIZATION LINE
      *> SEQUENTIAL). One line per (course, required prior course):
      *> a course with three prerequisites has three lines, and a
      *> student must meet every one of them. PrqMinGrade is the
      *> lowest ledger grade in the required course that counts
      *> (implied two decimals, "200" = 2.00); zero means any graded
      *> result does. CourseMaint maintains the file and prints the
      *> chains; CourseChange enforces it against GradesLedger.dat.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 CoursePrereqRecord.
          88  EndOfPrereqFile                  VALUE HIGH-VALUES.
          02  PrqCourseCode         PIC X(5).
          02  PrqRequiredCourse     PIC X(5).
          02  PrqMinGrade           PIC 9V99.
