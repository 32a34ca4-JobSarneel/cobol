  DISPLAY "  4) Time (slow-print phrase demo)"
  DISPLAY "  5) Stars (pyramid/diamond banner)"
  DISPLAY "  6) LinearSystem (solve a linear system)"
  DISPLAY "  7) Hypotheek (aflosschema / extra aflossen vs beleggen)"
  DISPLAY "  x) Exit"
  DISPLAY "Choice: " WITH NO ADVANCING
  ACCEPT MenuChoice
    WHEN "6"
      MOVE "cd ""eerste COBOL programmas"" && { { [ -x ./LinearSystem ] && [ ! LinearSystem.cob -nt ./LinearSystem ]; } || cobc -x -std=ibm -free -o ./LinearSystem LinearSystem.cob; } && ./LinearSystem"
        TO ShellCommand
    WHEN "7"
      MOVE "cd ""eerste COBOL programmas"" && { { [ -x ./Hypotheek ] && [ ! Hypotheek.cbl -nt ./Hypotheek ]; } || cobc -x -std=ibm -I ../copybooks -o ./Hypotheek Hypotheek.cbl; } && ./Hypotheek"
        TO ShellCommand
    WHEN "x"
      DISPLAY "OK, bye."
      STOP RUN
    WHEN OTHER
      DISPLAY "That's not a 1-7 or 'x'. Try again."
      PERFORM Begin
  END-EVALUATE

