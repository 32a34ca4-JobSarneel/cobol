IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorActivity.
AUTHOR. Job Sarneel.
*> Per-operator desk productivity for the supervisor's pack, next
*> to CashUp (the drawer) and DeskActivity (the hours): loans carry
*> LoanOperatorId, payments PayOperatorId and AuditLog.dat the
*> signed-on id of every desk event, but nothing put them together
*> per person. This reads one week -- the seven days ending on the
*> OPSWEEKENDING system parameter (YYYYMMDD; today when not set) --
*> from AuditLog.dat (LOAN, RETRN, RENEW and HOLD events; DENY
*> refused permission attempts, the refused deletes among them;
*> AMEND, OPAMD and SERAM amendments) and PaymentsJournal.dat
*> (payments taken and fines waived), and writes
*> OperatorActivity.prt: for each operator a line per day worked
*> and a week total, then the outliers -- waivers at twice the
*> team's average per operator or more, and repeated refused
*> attempts -- for rostering and training. Loans are counted from
*> the audit trail rather than BookLoan.dat, whose LoanOperatorId
*> only remembers the copy's latest loan. Events without an
*> operator (the nightly batch steps) are not anyone's desk work
*> and are left out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT PaymentsFile ASSIGN TO "PaymentsJournal.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentsFileStatus.
   SELECT ReportFile ASSIGN TO "OperatorActivity.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD PaymentsFile.
COPY PaymentRecord.

FD ReportFile.
01 ReportLine                PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
01 EndOfLogFlag              PIC X      VALUE "N".
   88 EndOfAuditLog                     VALUE "Y".
01 PaymentsFileStatus        PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 WeekEndInput              PIC X(8)   VALUE SPACES.
01 WeekEndDate               PIC 9(8)   VALUE ZEROS.
01 WeekStartDate             PIC 9(8)   VALUE ZEROS.
01 EventCount                PIC 9(6)   VALUE ZERO.
01 eventDate                 PIC 9(8)   VALUE ZEROS.
01 eventOperator             PIC X(4)   VALUE SPACES.
01 dayNumberDiff             PIC S9(5)  VALUE ZERO.

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".

*> What counts as "far above" and "keeps doing it": an operator's
*> waivers at WaiverOutlierFactor times the team's average per
*> operator or more (with at least two operators working that
*> week to compare against), RefusedDeleteLimit or more refused
*> delete attempts, or RefusedAttemptLimit or more refused
*> attempts of any kind, in the week.
01 WaiverOutlierFactor       PIC 9      VALUE 2.
01 RefusedDeleteLimit        PIC 9(2)   VALUE 3.
01 RefusedAttemptLimit       PIC 9(2)   VALUE 5.

*> One slot per operator with desk work in the week; day 1 is the
*> first day of the week, day 8 the week's total.
01 OperatorTable.
   02 OperatorEntry          OCCURS 30 TIMES.
      03 TblOperatorId       PIC X(4).
      03 TblDay              OCCURS 8 TIMES.
         04 TblLoans         PIC 9(4).
         04 TblReturns       PIC 9(4).
         04 TblRenewals      PIC 9(4).
         04 TblHolds         PIC 9(4).
         04 TblPaidCount     PIC 9(4).
         04 TblPaidTotal     PIC 9(5)V99.
         04 TblWaivedCount   PIC 9(4).
         04 TblWaivedTotal   PIC 9(5)V99.
         04 TblRefused       PIC 9(4).
         04 TblRefusedDeletes PIC 9(4).
         04 TblAmends        PIC 9(4).
01 OperatorCount             PIC 9(2)   VALUE ZERO.
01 operatorIndex             PIC 9(2)   VALUE ZERO.
01 currentOperatorIndex      PIC 9(2)   VALUE ZERO.
01 dayIndex                  PIC 9      VALUE ZERO.
01 dayHasActivity            PIC X      VALUE "N".
   88 DayHadActivity                    VALUE "Y".
01 TeamWaivedTotal           PIC 9(7)V99 VALUE ZERO.
01 TeamWaivedAverage         PIC 9(7)V99 VALUE ZERO.
01 waiverOutlierLevel        PIC 9(8)V99 VALUE ZERO.
01 OutlierCount              PIC 9(3)   VALUE ZERO.

01 ReportHeading.
   02 FILLER                 PIC X(37)
      VALUE "Desk activity by operator, week from ".
   02 PrnWeekStart           PIC 9(8).
   02 FILLER                 PIC X(4)   VALUE " to ".
   02 PrnWeekEnd             PIC 9(8).
01 ColumnHeading.
   02 FILLER                 PIC X(41)  VALUE
      "  Date     Loan Retn Renw Hold Pays     T".
   02 FILLER                 PIC X(34)  VALUE
      "aken Waiv    Waived Refd Dels Amnd".
01 OperatorHeading.
   02 FILLER                 PIC X(9)   VALUE "Operator ".
   02 PrnOperatorId          PIC X(4).
01 DayLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnDayLabel            PIC X(8).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayLoans            PIC ZZZ9.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayReturns          PIC ZZZ9.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayRenewals         PIC ZZZ9.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayHolds            PIC ZZZ9.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayPaidCount        PIC ZZZ9.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayPaidTotal        PIC ZZ,ZZ9.99.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayWaivedCount      PIC ZZZ9.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayWaivedTotal      PIC ZZ,ZZ9.99.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayRefused          PIC ZZZ9.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayRefusedDeletes   PIC ZZZ9.
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnDayAmends           PIC ZZZ9.
01 TeamLine.
   02 FILLER                 PIC X(18)  VALUE "Operators active: ".
   02 PrnTeamCount           PIC Z9.
   02 FILLER                 PIC X(16)  VALUE "   team waived: ".
   02 PrnTeamWaived          PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(16)  VALUE "   per operator:".
   02 PrnTeamAverage         PIC ZZZ,ZZ9.99.
01 WaiverOutlierLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnWaiverOperator      PIC X(4).
   02 FILLER                 PIC X(8)   VALUE " waived ".
   02 PrnWaiverTotal         PIC ZZ,ZZ9.99.
   02 FILLER                 PIC X(4)   VALUE " in ".
   02 PrnWaiverCount         PIC ZZZ9.
   02 FILLER                 PIC X(45)
      VALUE " waiver(s), at least twice the team average.".
01 RefusedOutlierLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRefusedOperator     PIC X(4).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnRefusedCount        PIC ZZZ9.
   02 FILLER                 PIC X(9)   VALUE " refused ".
   02 PrnRefusedKind         PIC X(30).

PROCEDURE DIVISION.
Begin.
   MOVE "OPSWEEKENDING" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue TO WeekEndInput
   IF WeekEndInput(1:8) IS NUMERIC
     MOVE WeekEndInput(1:8) TO WeekEndDate
    ELSE
     ACCEPT WeekEndDate FROM DATE YYYYMMDD
   END-IF
   MOVE "ADDD" TO DateArithFunction
   MOVE -6 TO DateArithDays
   CALL "DateArithmetic" USING DateArithFunction WeekEndDate
                               WeekStartDate DateArithDays
                               DateArithValid
   IF NOT DateArithIsValid
     DISPLAY "OPSWEEKENDING " WeekEndInput " is not a valid date."
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF

   *> The log is read whole before this run's own START goes on
   *> the end of it.
   PERFORM TallyAuditEvents
   PERFORM OpenAuditLog
   MOVE "OperatorActivit" TO AuditProgramName
   MOVE "START"           TO AuditEventType
   PERFORM LogAuditEvent
   PERFORM TallyPayments
   PERFORM WriteActivityReport

   MOVE "END"       TO AuditEventType
   MOVE EventCount  TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

TallyAuditEvents.
   OPEN INPUT AuditLogFile
   IF AuditLogFileStatus NOT EQUAL TO "00"
     DISPLAY "No AuditLog.dat to report on (status "
             AuditLogFileStatus ")."
    ELSE
     READ AuditLogFile
       AT END SET EndOfAuditLog TO TRUE
     END-READ
     PERFORM UNTIL EndOfAuditLog
       IF AlgOperatorId NOT = SPACES AND
          AlgTimestamp >= WeekStartDate AND
          AlgTimestamp <= WeekEndDate
         PERFORM TallyOneAuditEvent
       END-IF
       READ AuditLogFile
         AT END SET EndOfAuditLog TO TRUE
       END-READ
     END-PERFORM
     CLOSE AuditLogFile
   END-IF.

*> Only the desk events the report counts claim an operator slot;
*> a sign-on with nothing done after it is no activity.
TallyOneAuditEvent.
   IF AlgEventType = "LOAN " OR AlgEventType = "RETRN" OR
      AlgEventType = "RENEW" OR AlgEventType = "HOLD " OR
      AlgEventType = "DENY " OR AlgEventType = "AMEND" OR
      AlgEventType = "OPAMD" OR AlgEventType = "SERAM"
     MOVE AlgTimestamp  TO eventDate
     MOVE AlgOperatorId TO eventOperator
     PERFORM FindOperatorDay
     IF currentOperatorIndex > ZERO
       ADD 1 TO EventCount
       EVALUATE AlgEventType
         WHEN "LOAN "
           ADD 1 TO TblLoans(currentOperatorIndex dayIndex)
                    TblLoans(currentOperatorIndex 8)
         WHEN "RETRN"
           ADD 1 TO TblReturns(currentOperatorIndex dayIndex)
                    TblReturns(currentOperatorIndex 8)
         WHEN "RENEW"
           ADD 1 TO TblRenewals(currentOperatorIndex dayIndex)
                    TblRenewals(currentOperatorIndex 8)
         WHEN "HOLD "
           ADD 1 TO TblHolds(currentOperatorIndex dayIndex)
                    TblHolds(currentOperatorIndex 8)
         WHEN "DENY "
           ADD 1 TO TblRefused(currentOperatorIndex dayIndex)
                    TblRefused(currentOperatorIndex 8)
           *> BookCollection logs the refused menu choice as the
           *> key; "d" is the delete only supervisors may make.
           IF AlgProgramName = "BookCollection" AND
              AlgKeyValue = "d"
             ADD 1 TO TblRefusedDeletes(currentOperatorIndex dayIndex)
                      TblRefusedDeletes(currentOperatorIndex 8)
           END-IF
         WHEN OTHER
           ADD 1 TO TblAmends(currentOperatorIndex dayIndex)
                    TblAmends(currentOperatorIndex 8)
       END-EVALUATE
     END-IF
   END-IF.

*> Payments taken and fines waived at the desk; the registrar's
*> billing, collections and bounces are no one's desk work.
TallyPayments.
   OPEN INPUT PaymentsFile
   IF PaymentsFileStatus NOT EQUAL TO "00"
     DISPLAY "No PaymentsJournal.dat to report on (status "
             PaymentsFileStatus ")."
    ELSE
     READ PaymentsFile
       AT END SET EndOfPaymentsFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfPaymentsFile
       IF (PayType = "P" OR PayType = "W") AND
          PayOperatorId NOT = SPACES AND
          PayDate >= WeekStartDate AND PayDate <= WeekEndDate
         MOVE PayDate       TO eventDate
         MOVE PayOperatorId TO eventOperator
         PERFORM FindOperatorDay
         IF currentOperatorIndex > ZERO
           ADD 1 TO EventCount
           IF PayType = "W"
             ADD 1 TO TblWaivedCount(currentOperatorIndex dayIndex)
                      TblWaivedCount(currentOperatorIndex 8)
             ADD PayAmount
               TO TblWaivedTotal(currentOperatorIndex dayIndex)
                  TblWaivedTotal(currentOperatorIndex 8)
                  TeamWaivedTotal
            ELSE
             ADD 1 TO TblPaidCount(currentOperatorIndex dayIndex)
                      TblPaidCount(currentOperatorIndex 8)
             ADD PayAmount
               TO TblPaidTotal(currentOperatorIndex dayIndex)
                  TblPaidTotal(currentOperatorIndex 8)
           END-IF
         END-IF
       END-IF
       READ PaymentsFile
         AT END SET EndOfPaymentsFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE PaymentsFile
   END-IF.

*> eventOperator and eventDate in; the operator's slot (added when
*> new) and the day of the week out. currentOperatorIndex is zero
*> when the table is full or the date can't be placed.
FindOperatorDay.
   MOVE "DIFF" TO DateArithFunction
   CALL "DateArithmetic" USING DateArithFunction WeekStartDate
                               eventDate dayNumberDiff
                               DateArithValid
   MOVE ZERO TO currentOperatorIndex
   IF DateArithIsValid AND dayNumberDiff >= ZERO AND
      dayNumberDiff <= 6
     COMPUTE dayIndex = dayNumberDiff + 1
     PERFORM VARYING operatorIndex FROM 1 BY 1
             UNTIL operatorIndex > OperatorCount
                   OR currentOperatorIndex > ZERO
       IF TblOperatorId(operatorIndex) = eventOperator
         MOVE operatorIndex TO currentOperatorIndex
       END-IF
     END-PERFORM
     IF currentOperatorIndex = ZERO
       IF OperatorCount < 30
         ADD 1 TO OperatorCount
         MOVE eventOperator TO TblOperatorId(OperatorCount)
         PERFORM VARYING dayIndex FROM 1 BY 1 UNTIL dayIndex > 8
           MOVE ZEROS TO TblDay(OperatorCount dayIndex)
         END-PERFORM
         COMPUTE dayIndex = dayNumberDiff + 1
         MOVE OperatorCount TO currentOperatorIndex
        ELSE
         DISPLAY "More than 30 operators in one week, more than "
                 "this report supports -- " eventOperator
                 " is not counted."
         ADD 1 TO AuditErrorCount
       END-IF
     END-IF
   END-IF.

WriteActivityReport.
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create OperatorActivity.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE WeekStartDate TO PrnWeekStart
   MOVE WeekEndDate   TO PrnWeekEnd
   WRITE ReportLine FROM ReportHeading
   WRITE ReportLine FROM ColumnHeading
   PERFORM VARYING operatorIndex FROM 1 BY 1
           UNTIL operatorIndex > OperatorCount
     MOVE SPACES TO ReportLine
     WRITE ReportLine
     MOVE TblOperatorId(operatorIndex) TO PrnOperatorId
     WRITE ReportLine FROM OperatorHeading
     PERFORM VARYING dayIndex FROM 1 BY 1 UNTIL dayIndex > 7
       PERFORM WriteOperatorDay
     END-PERFORM
     MOVE 8 TO dayIndex
     PERFORM WriteOperatorDay
   END-PERFORM
   IF OperatorCount = ZERO
     MOVE SPACES TO ReportLine
     WRITE ReportLine
     MOVE "  (no desk activity in this week)" TO ReportLine
     WRITE ReportLine
   END-IF

   MOVE SPACES TO ReportLine
   WRITE ReportLine
   IF OperatorCount > ZERO
     DIVIDE TeamWaivedTotal BY OperatorCount
            GIVING TeamWaivedAverage ROUNDED
   END-IF
   MOVE OperatorCount     TO PrnTeamCount
   MOVE TeamWaivedTotal   TO PrnTeamWaived
   MOVE TeamWaivedAverage TO PrnTeamAverage
   WRITE ReportLine FROM TeamLine
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Outliers this week:" TO ReportLine
   WRITE ReportLine
   COMPUTE waiverOutlierLevel =
           TeamWaivedAverage * WaiverOutlierFactor
   PERFORM VARYING operatorIndex FROM 1 BY 1
           UNTIL operatorIndex > OperatorCount
     PERFORM WriteOperatorOutliers
   END-PERFORM
   IF OutlierCount = ZERO
     MOVE "  (none)" TO ReportLine
     WRITE ReportLine
   END-IF
   CLOSE ReportFile
   DISPLAY "Operator activity written to OperatorActivity.prt: "
           OperatorCount " operator(s), " EventCount
           " event(s), " OutlierCount " outlier(s).".

*> A day nobody worked is left off; the week total (day 8) always
*> prints.
WriteOperatorDay.
   MOVE "N" TO dayHasActivity
   IF TblLoans(operatorIndex dayIndex) > ZERO OR
      TblReturns(operatorIndex dayIndex) > ZERO OR
      TblRenewals(operatorIndex dayIndex) > ZERO OR
      TblHolds(operatorIndex dayIndex) > ZERO OR
      TblPaidCount(operatorIndex dayIndex) > ZERO OR
      TblWaivedCount(operatorIndex dayIndex) > ZERO OR
      TblRefused(operatorIndex dayIndex) > ZERO OR
      TblAmends(operatorIndex dayIndex) > ZERO OR
      dayIndex = 8
     MOVE "Y" TO dayHasActivity
   END-IF
   IF DayHadActivity
     IF dayIndex = 8
       MOVE "Week" TO PrnDayLabel
      ELSE
       MOVE "ADDD" TO DateArithFunction
       COMPUTE DateArithDays = dayIndex - 1
       CALL "DateArithmetic" USING DateArithFunction WeekStartDate
                                   eventDate DateArithDays
                                   DateArithValid
       MOVE eventDate TO PrnDayLabel
     END-IF
     MOVE TblLoans(operatorIndex dayIndex)       TO PrnDayLoans
     MOVE TblReturns(operatorIndex dayIndex)     TO PrnDayReturns
     MOVE TblRenewals(operatorIndex dayIndex)    TO PrnDayRenewals
     MOVE TblHolds(operatorIndex dayIndex)       TO PrnDayHolds
     MOVE TblPaidCount(operatorIndex dayIndex)   TO PrnDayPaidCount
     MOVE TblPaidTotal(operatorIndex dayIndex)   TO PrnDayPaidTotal
     MOVE TblWaivedCount(operatorIndex dayIndex)
       TO PrnDayWaivedCount
     MOVE TblWaivedTotal(operatorIndex dayIndex)
       TO PrnDayWaivedTotal
     MOVE TblRefused(operatorIndex dayIndex)     TO PrnDayRefused
     MOVE TblRefusedDeletes(operatorIndex dayIndex)
       TO PrnDayRefusedDeletes
     MOVE TblAmends(operatorIndex dayIndex)      TO PrnDayAmends
     WRITE ReportLine FROM DayLine
   END-IF.

WriteOperatorOutliers.
   IF OperatorCount > 1 AND TeamWaivedTotal > ZERO AND
      TblWaivedTotal(operatorIndex 8) >= waiverOutlierLevel
     MOVE TblOperatorId(operatorIndex)    TO PrnWaiverOperator
     MOVE TblWaivedTotal(operatorIndex 8) TO PrnWaiverTotal
     MOVE TblWaivedCount(operatorIndex 8) TO PrnWaiverCount
     WRITE ReportLine FROM WaiverOutlierLine
     ADD 1 TO OutlierCount
   END-IF
   IF TblRefusedDeletes(operatorIndex 8) >= RefusedDeleteLimit
     MOVE TblOperatorId(operatorIndex)       TO PrnRefusedOperator
     MOVE TblRefusedDeletes(operatorIndex 8) TO PrnRefusedCount
     MOVE "delete attempt(s)" TO PrnRefusedKind
     WRITE ReportLine FROM RefusedOutlierLine
     ADD 1 TO OutlierCount
   END-IF
   IF TblRefused(operatorIndex 8) >= RefusedAttemptLimit
     MOVE TblOperatorId(operatorIndex) TO PrnRefusedOperator
     MOVE TblRefused(operatorIndex 8)  TO PrnRefusedCount
     MOVE "permission attempt(s) in all" TO PrnRefusedKind
     WRITE ReportLine FROM RefusedOutlierLine
     ADD 1 TO OutlierCount
   END-IF.

COPY AuditLog.

END PROGRAM OperatorActivity.
