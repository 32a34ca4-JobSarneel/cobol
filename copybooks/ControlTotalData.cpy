      *> Shared working-storage fields for the ControlTotal copybook
      *> (copybooks/ControlTotal.cpy) -- COPY this into
      *> WORKING-STORAGE alongside it, and COPY ControlTotalRecord.cpy
      *> into the program's own FD ControlTotalFile. Set
      *> ControlStepName once, then ControlCounterName and
      *> ControlCounterValue before each PERFORM RecordControlTotal.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 ControlTotalFileStatus   PIC XX.
       01 ControlStepName          PIC X(15)   VALUE SPACES.
       01 ControlCounterName       PIC X(12)   VALUE SPACES.
       01 ControlCounterValue      PIC 9(9)    VALUE ZEROS.
