      *> Shared ExceptionWorklist.dat record layout -- COPY this into
      *> the FD of a program's own WorklistFile (ORGANIZATION LINE
      *> SEQUENTIAL, one open exception per record). ExceptionWorklist
      *> rebuilds the file every night from the feeds' exception and
      *> reject files; MorningReport reads it for the open count per
      *> source. An item is its source, key and reason code together:
      *> the first-seen date is the night it first appeared and stays
      *> as long as it keeps reappearing, the last-seen date and the
      *> night count move on every run, and an item missing from its
      *> source file is resolved and drops out of the file.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 WorklistRecord.
          88 EndOfWorklistFile                 VALUE HIGH-VALUES.
      *> ENTRANTS, GRADES, OFFLINE, BOOKLOAD, STUDLOAD, CRSCHG or
      *> VALIDATE -- which exception file the item came from.
          02 WklSource              PIC X(8).
          02 WklKey                 PIC X(20).
          02 WklReasonCode          PIC X(2).
          02 WklReasonText          PIC X(30).
          02 WklFirstSeen           PIC 9(8).
          02 WklLastSeen            PIC 9(8).
          02 WklNightsSeen          PIC 9(4).
