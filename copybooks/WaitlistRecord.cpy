      *> Shared CourseWaitlist.dat record layout -- COPY this into the
      *> FD of a program's own WaitlistFile (ORGANIZATION INDEXED,
      *> RECORD KEY WlKey). One record per entrant CountStudents held
      *> back because their course's intake was full, keyed by course
      *> and then arrival order, so a course's waitlist reads back in
      *> the order the feed brought them. WlStatus: "W" waiting, "O"
      *> offered a freed place (letter sent WlOfferDate, reply by
      *> WlReplyByDate), "A" accepted, "D" declined, "L" lapsed -- no
      *> reply by the date. WlCountedDate is the CountStudents run that
      *> added an accepted entrant to the enrolled count. Column layout
      *> is fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
       01 WaitlistRecord.
          88  EndOfWaitlistFile                VALUE HIGH-VALUES.
          02  WlKey.
              03 WlCourseCode       PIC X(5).
              03 WlSequence         PIC 9(5).
          02  WlStudentId           PIC 9(8).
          02  WlGender              PIC X.
          02  WlCampus              PIC X(3).
          02  WlAddedDate           PIC 9(8).
          02  WlStatus              PIC X.
          02  WlOfferDate           PIC 9(8).
          02  WlReplyByDate         PIC 9(8).
          02  WlResponseDate        PIC 9(8).
          02  WlCountedDate         PIC 9(8).
