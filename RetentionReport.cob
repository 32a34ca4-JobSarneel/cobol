*> CourseCode, the entrants cohort from the prior-year summary
*> (PriorYear.dat, the same per-course totals CountStudents
*> compares against) is lined up against the students currently
*> active ("A", "P" on probation, or pre-lifecycle records with no
*> status) on StudentMaster.dat, with the retention percentage.
*> Output goes to RetentionReport.prt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    AT END SET EndOfStudentMaster TO TRUE
  END-READ
  PERFORM UNTIL EndOfStudentMaster
    IF EnrollStatus = "A" OR EnrollStatus = "P" OR EnrollStatus = SPACE
      ADD 1 TO ActiveTotal
      MOVE ZERO TO matchedIndex
      PERFORM VARYING cohortIndex FROM 1 BY 1
