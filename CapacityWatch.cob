*> limit -- distinct courses and campuses in the cleaned feed,
*> course-catalog rows, the highest sequence in Hold.dat,
*> LoanHistory.dat and Fine.dat, the highest issued BorrowerNumber
*> -- and warns at a configurable percentage (the WARNPCT system
*> parameter, default 80), so the enlargement gets scheduled
*> instead of discovered. Output goes to CapacityWatch.prt;
*> warnings also raise the audit error count for the morning
*> review.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HoldKey
           ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
           FILE STATUS IS HoldFileStatus.
    SELECT HistoryFile ASSIGN TO "LoanHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistKey
           ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
           FILE STATUS IS HistoryFileStatus.
    SELECT FineFile ASSIGN TO "Fine.dat"
           ORGANIZATION IS INDEXED

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
01 EntrantsFileStatus    PIC XX.
01 CourseMasterFileStatus PIC XX.
01 HoldFileStatus        PIC XX.
  MOVE "START"         TO AuditEventType
  PERFORM LogAuditEvent

  MOVE "WARNPCT" TO SysParmName
  CALL "SystemParameter" USING SysParmName SysParmValue
  MOVE SysParmValue TO WarnPctInput
  IF WarnPctInput(1:3) IS NUMERIC AND WarnPctInput NOT = "000"
    MOVE WarnPctInput TO WarnPct
  END-IF
