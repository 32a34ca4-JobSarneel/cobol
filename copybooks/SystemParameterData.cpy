      *> Caller-side fields for the SystemParameter service -- COPY
      *> this into WORKING-STORAGE of any program that takes a
      *> setting from SystemParameters.dat, then for each setting
      *>   MOVE "WARNPCT" TO SysParmName
      *>   CALL "SystemParameter" USING SysParmName SysParmValue
      *> and move SysParmValue into the program's own field. An
      *> environment variable of the same name, when set, wins over
      *> the file for that run; spaces back mean neither has a value
      *> and the program keeps its own default.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 SysParmName            PIC X(16)   VALUE SPACES.
       01 SysParmValue           PIC X(30)   VALUE SPACES.
