      *> Shared working-storage fields for the WaitlistOffer copybook
      *> (copybooks/WaitlistOffer.cpy) -- COPY this into
      *> WORKING-STORAGE, COPY WaitlistRecord into the program's own
      *> FD WaitlistFile, and declare FD OfferLetterFile (ASSIGN TO
      *> "WaitlistOffers.prt", LINE SEQUENTIAL) with a single
      *> 01 OfferLetterLine PIC X(80). Both FILE STATUS items are
      *> declared here. Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       01 WaitlistFileStatus     PIC XX      VALUE "00".
       01 OfferLetterStatus      PIC XX      VALUE "00".
       01 WloCourseCode          PIC X(5)    VALUE SPACES.
       01 WloStudentId           PIC 9(8)    VALUE ZEROS.
       01 WloOfferStatus         PIC X       VALUE "N".
          88 WloOffered                      VALUE "Y".
       01 WloLetterStatus        PIC X       VALUE "N".
          88 WloLettersOpen                  VALUE "Y".
       01 WloScanStatus          PIC X       VALUE "N".
          88 WloScanDone                     VALUE "Y".
       01 WloLetterCount         PIC 9(5)    VALUE ZERO.
       01 WloToday               PIC 9(8)    VALUE ZEROS.
      *> How long an entrant has to take up the place offered.
       01 WloReplyDays           PIC 9(3)    VALUE 14.
       01 WloArithFunction       PIC X(4).
       01 WloArithDays           PIC S9(5)   VALUE ZERO.
       01 WloArithValid          PIC X       VALUE "N".
          88 WloArithIsValid                 VALUE "Y".
       01 WloLetterHead.
          02 FILLER              PIC X(30)
             VALUE "OFFER OF A PLACE      --      ".
          02 WloPrnDate          PIC 9(8).
       01 WloLetterTo.
          02 FILLER              PIC X(14)   VALUE "      Entrant ".
          02 WloPrnStudentId     PIC 9(8).
       01 WloLetterBody1.
          02 FILLER              PIC X(32)
             VALUE "A place has come free on course ".
          02 WloPrnCourse        PIC X(5).
          02 FILLER              PIC X(1)    VALUE ".".
       01 WloLetterBody2         PIC X(45)
          VALUE "You are next on the waitlist for it. Please".
       01 WloLetterBody3.
          02 FILLER              PIC X(11)   VALUE "confirm by ".
          02 WloPrnReplyBy       PIC 9(8).
          02 FILLER              PIC X(30)
             VALUE " or the place goes to the next".
       01 WloLetterBody4         PIC X(45)
          VALUE "entrant on the list.  --  Admissions".
