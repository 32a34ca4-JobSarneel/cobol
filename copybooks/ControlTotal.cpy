      *> Shared control-total recording -- COPY this into PROCEDURE
      *> DIVISION of every step in the entrants chain whose counts the
      *> next step has to agree with (ControlBalance checks them; see
      *> copybooks/ControlTotalRecord.cpy). Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
      *> COPY ControlTotalData into WORKING-STORAGE and
      *> ControlTotalRecord into the FD of a SELECT ControlTotalFile
      *> ASSIGN TO "ControlTotals.dat" first, then once the run's
      *> counts are final:
      *>   PERFORM OpenControlTotals
      *>   MOVE "EntrantsEdit" TO ControlStepName
      *>   MOVE "READ"         TO ControlCounterName
      *>   MOVE ReadCount      TO ControlCounterValue
      *>   PERFORM RecordControlTotal
      *> ... once per counter, then CLOSE ControlTotalFile. A file
      *> that cannot be opened is reported and the counts skipped --
      *> ControlBalance then finds them missing and says so.
       OpenControlTotals.
           OPEN EXTEND ControlTotalFile
           IF ControlTotalFileStatus NOT EQUAL TO "00"
             OPEN OUTPUT ControlTotalFile
           END-IF
           IF ControlTotalFileStatus NOT EQUAL TO "00"
             DISPLAY "Could not open ControlTotals.dat, status: "
                     ControlTotalFileStatus
           END-IF.

       RecordControlTotal.
           IF ControlTotalFileStatus EQUAL TO "00"
             ACCEPT CtlRunDate FROM DATE YYYYMMDD
             MOVE ControlStepName     TO CtlStepName
             MOVE ControlCounterName  TO CtlCounterName
             MOVE ControlCounterValue TO CtlCounterValue
             WRITE ControlTotalRecord
           END-IF.
