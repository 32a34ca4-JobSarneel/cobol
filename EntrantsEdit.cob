*> Duplicates are caught by SORTing on StudentId and comparing
*> neighbours, so the cleaned file comes out in StudentId order --
*> which the table-driven CountStudents no longer cares about.
*> The read/clean/exception split goes to ControlTotals.dat for
*> ControlBalance to check against what CountStudents read.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.
    SELECT ControlTotalFile ASSIGN TO "ControlTotals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlTotalFileStatus.

DATA DIVISION.
FILE SECTION.
FD AuditLogFile.
COPY AuditLogRecord.

FD ControlTotalFile.
COPY ControlTotalRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY ControlTotalData.
01 EntrantsFileStatus    PIC XX.
01 CleanFileStatus       PIC XX.
01 ExceptionFileStatus   PIC XX.
  DISPLAY "Entrants edit: " ReadCount " read, " CleanCount
          " clean, " ExceptionCount " rejected (see "
          "EntrantsExceptions.dat)."
  PERFORM RecordEditTotals

  MOVE "END"           TO AuditEventType
  MOVE CleanCount      TO AuditRecordCount
  WRITE ExceptionRecord
  ADD 1 TO ExceptionCount.

*> Tonight's split of the feed, for ControlBalance to prove that
*> every record read came out either clean or as an exception, and
*> that CountStudents read every clean one.
RecordEditTotals.
  PERFORM OpenControlTotals
  MOVE "EntrantsEdit"  TO ControlStepName
  MOVE "READ"          TO ControlCounterName
  MOVE ReadCount       TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "CLEAN"         TO ControlCounterName
  MOVE CleanCount      TO ControlCounterValue
  PERFORM RecordControlTotal
  MOVE "EXCEPT"        TO ControlCounterName
  MOVE ExceptionCount  TO ControlCounterValue
  PERFORM RecordControlTotal
  CLOSE ControlTotalFile.

COPY AuditLog.
COPY ControlTotal.

END PROGRAM EntrantsEdit.
