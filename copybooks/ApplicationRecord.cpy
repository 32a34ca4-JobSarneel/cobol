      *> Shared Applications.dat record layout -- COPY this into the
      *> FD of a program's own ApplicationFile (ORGANIZATION INDEXED,
      *> RECORD KEY AppKey). One record per applicant per course per
      *> intake, keyed intake year first so an intake's applications
      *> read back together, course by course. AppIntakeYear is the
      *> academic year (AcademicCalendar) the course starts in;
      *> AppApplicantId is the number admissions issues, the StudentId
      *> the applicant enrols under. AppStatus: "P" applied, no
      *> decision yet; "O" offered a place; "R" refused (no offer);
      *> "A" accepted the offer; "D" declined it; "W" withdrew the
      *> application; "E" enrolled. The dates stay set once reached,
      *> so the funnel counts an applicant who was offered a place
      *> and later withdrew as offered. AppClosedDate is the day a
      *> refusal, decline or withdrawal ended the application.
      *> AppEnrolSource "F" matched on the entrants feed, "M" found on
      *> StudentMaster.dat. Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       01 ApplicationRecord.
          88  EndOfApplicationFile             VALUE HIGH-VALUES.
          02  AppKey.
              03 AppIntakeYear      PIC 9(4).
              03 AppCourseCode      PIC X(5).
              03 AppApplicantId     PIC 9(8).
          02  AppApplicantName      PIC X(21).
          02  AppStatus             PIC X.
              88 AppPending                    VALUE "P".
              88 AppOffered                    VALUE "O".
              88 AppRefused                    VALUE "R".
              88 AppAccepted                   VALUE "A".
              88 AppDeclined                   VALUE "D".
              88 AppWithdrawn                  VALUE "W".
              88 AppEnrolled                   VALUE "E".
          02  AppAppliedDate        PIC 9(8).
          02  AppOfferDate          PIC 9(8).
          02  AppAcceptedDate       PIC 9(8).
          02  AppClosedDate         PIC 9(8).
          02  AppEnrolledDate       PIC 9(8).
          02  AppEnrolSource        PIC X.
