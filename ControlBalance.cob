IDENTIFICATION DIVISION.
PROGRAM-ID. ControlBalance.
AUTHOR. Job Sarneel.
*> Cross-step balancing for the entrants chain. Each step used to
*> check only itself, so nothing proved that EntrantsEdit's clean
*> and exception records add up to what it read, that CountStudents
*> read every clean record, that its FinalTotal is the clean count
*> plus resubmissions less its own rejects, or that the ministry
*> return adds up to CourseResults.dat. EntrantsEdit, CountStudents
*> and MinistryExtract now leave their counts in ControlTotals.dat
*> (copybooks/ControlTotal.cpy); this checks them against each
*> other by the rules in BalanceRules.dat and writes
*> ControlBalance.prt.
*>
*> A rule is a list of signed counts, step and counter, that must
*> sum to zero -- "+ EntrantsEdit CLEAN - CountStudents READ" says
*> the count read exactly what the edit passed. The file is
*> written with the house rules the first time, so there is always
*> one to edit; a new counter or a new step is a new rule line, not
*> a program change. Each counter's last recorded value is used,
*> so a rerun step simply replaces its figures.
*>
*> A rule is checked when the step it names last -- the one that
*> consumed the others' output -- has recorded counts since the
*> last balanced run, and after every other step it names; a rule
*> whose last step has not run since (the ministry extract, most
*> nights) is listed as not run. A consumer that ran before its
*> producer's latest counts, or a count missing altogether, is
*> listed as not checked and ends the run with RETURN-CODE 4. Any
*> rule out of balance ends it with RETURN-CODE 16, which stops
*> the nightly chain, and leaves ControlTotals.dat as it is, so
*> the rerun after the broken handoff is put right checks the same
*> figures again. A balanced run rewrites ControlTotals.dat with
*> each counter's last value and a BALANCED mark after them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ControlTotalFile ASSIGN TO "ControlTotals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlTotalFileStatus.
    SELECT RulesFile ASSIGN TO "BalanceRules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RulesFileStatus.
    SELECT ReportFile ASSIGN TO "ControlBalance.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD ControlTotalFile.
COPY ControlTotalRecord.

FD RulesFile.
01 RulesRecord.
   88 EndOfRulesFile     VALUE HIGH-VALUES.
   02 BrlRuleId          PIC X(8).
   02 FILLER             PIC X.
   02 BrlLineType        PIC X.
   02 FILLER             PIC X.
   02 BrlDescription     PIC X(40).
   02 BrlTerm REDEFINES BrlDescription.
      03 BrlStepName     PIC X(15).
      03 FILLER          PIC X.
      03 BrlCounterName  PIC X(12).
      03 FILLER          PIC X(12).
   02 FILLER             PIC X(9).

FD ReportFile.
01 ReportLine            PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY ControlTotalData.
01 RulesFileStatus       PIC XX.
01 ReportFileStatus      PIC XX.
01 RunDate               PIC 9(8)     VALUE ZEROS.

*> The house rules BalanceRules.dat is first written with.
01 DefaultRuleValues.
   02 FILLER PIC X(60) VALUE
      "* Balancing rules for ControlBalance, one line each:".
   02 FILLER PIC X(60) VALUE
      "*   cols 1-8 rule id, col 10 D and the description in".
   02 FILLER PIC X(60) VALUE
      "*   cols 12-51, or + / - and a term: step in cols 12-26,".
   02 FILLER PIC X(60) VALUE
      "*   counter in cols 28-39. The terms of a rule must sum".
   02 FILLER PIC X(60) VALUE
      "*   to zero; name the step that consumes the figures last.".
   02 FILLER PIC X(60) VALUE
      "EDITSPLT D Feed read = clean + exceptions".
   02 FILLER PIC X(60) VALUE
      "EDITSPLT + EntrantsEdit    READ".
   02 FILLER PIC X(60) VALUE
      "EDITSPLT - EntrantsEdit    CLEAN".
   02 FILLER PIC X(60) VALUE
      "EDITSPLT - EntrantsEdit    EXCEPT".
   02 FILLER PIC X(60) VALUE
      "EDITCNT  D Clean file read whole by the count".
   02 FILLER PIC X(60) VALUE
      "EDITCNT  + EntrantsEdit    CLEAN".
   02 FILLER PIC X(60) VALUE
      "EDITCNT  - CountStudents   READ".
   02 FILLER PIC X(60) VALUE
      "CNTFINAL D Final = clean + resubmits - rejects".
   02 FILLER PIC X(60) VALUE
      "CNTFINAL + CountStudents   READ".
   02 FILLER PIC X(60) VALUE
      "CNTFINAL + CountStudents   RESUBREAD".
   02 FILLER PIC X(60) VALUE
      "CNTFINAL - CountStudents   REJECT".
   02 FILLER PIC X(60) VALUE
      "CNTFINAL - CountStudents   RESUBREJECT".
   02 FILLER PIC X(60) VALUE
      "CNTFINAL - CountStudents   WAITLISTED".
   02 FILLER PIC X(60) VALUE
      "CNTFINAL + CountStudents   ACCEPTED".
   02 FILLER PIC X(60) VALUE
      "CNTFINAL - CountStudents   NOTCOUNTED".
   02 FILLER PIC X(60) VALUE
      "CNTFINAL - CountStudents   FINAL".
   02 FILLER PIC X(60) VALUE
      "CNTRESLT D CourseResults.dat carries the final".
   02 FILLER PIC X(60) VALUE
      "CNTRESLT + CountStudents   FINAL".
   02 FILLER PIC X(60) VALUE
      "CNTRESLT - CountStudents   RESULTSUM".
   02 FILLER PIC X(60) VALUE
      "MINREAD  D Extract read the results as written".
   02 FILLER PIC X(60) VALUE
      "MINREAD  + CountStudents   RESULTSUM".
   02 FILLER PIC X(60) VALUE
      "MINREAD  - MinistryExtract RESULTSUM".
   02 FILLER PIC X(60) VALUE
      "MINTRAIL D Results detail = results trailer".
   02 FILLER PIC X(60) VALUE
      "MINTRAIL + MinistryExtract RESULTSUM".
   02 FILLER PIC X(60) VALUE
      "MINTRAIL - MinistryExtract RESULTTRL".
   02 FILLER PIC X(60) VALUE
      "MINRETRN D Return = results less unmapped".
   02 FILLER PIC X(60) VALUE
      "MINRETRN + MinistryExtract RESULTSUM".
   02 FILLER PIC X(60) VALUE
      "MINRETRN - MinistryExtract DETAILSUM".
   02 FILLER PIC X(60) VALUE
      "MINRETRN - MinistryExtract UNMAPPEDSUM".
01 DefaultRuleTable REDEFINES DefaultRuleValues.
   02 DefaultRuleLine    PIC X(60)    OCCURS 34 TIMES.
01 DefaultRuleCount      PIC 99       VALUE 34.
01 defaultIndex          PIC 99       VALUE ZERO.

01 RuleTable.
   02 RuleEntry          OCCURS 30 TIMES.
      03 RuleId          PIC X(8).
      03 RuleText        PIC X(40).
      03 RuleTermCount   PIC 99.
      03 RuleTerm        OCCURS 10 TIMES.
         04 TermSign     PIC X.
         04 TermStep     PIC X(15).
         04 TermCounter  PIC X(12).
01 RuleCount             PIC 99       VALUE ZERO.
01 ruleIndex             PIC 99       VALUE ZERO.
01 termIndex             PIC 99       VALUE ZERO.
01 currentRule           PIC 99       VALUE ZERO.

*> Each step and counter's last recorded value, and where in
*> ControlTotals.dat it was recorded, so the order the steps ran in
*> can be told.
01 TotalTable.
   02 TotalEntry         OCCURS 100 TIMES.
      03 TotStep         PIC X(15).
      03 TotCounter      PIC X(12).
      03 TotValue        PIC 9(9).
      03 TotRunDate      PIC 9(8).
      03 TotSequence     PIC 9(6).
01 TotalCount            PIC 999      VALUE ZERO.
01 totalIndex            PIC 999      VALUE ZERO.
01 foundTotal            PIC 999      VALUE ZERO.
01 RecordSequence        PIC 9(6)     VALUE ZERO.
01 LastBalancedSequence  PIC 9(6)     VALUE ZERO.

01 lookupStep            PIC X(15)    VALUE SPACES.
01 stepSequence          PIC 9(6)     VALUE ZERO.
01 consumerStep          PIC X(15)    VALUE SPACES.
01 consumerSequence      PIC 9(6)     VALUE ZERO.
01 ruleDifference        PIC S9(10)   VALUE ZERO.
01 shownDifference       PIC -(9)9.
01 ruleResult            PIC X(14)    VALUE SPACES.
01 ruleReason            PIC X(60)    VALUE SPACES.
01 RuleStatus            PIC X        VALUE SPACE.
   88 RuleToCheck                     VALUE "C".
   88 RuleNotRun                      VALUE "R".
   88 RuleNotChecked                  VALUE "N".

01 BalancedCount         PIC 99       VALUE ZERO.
01 ImbalanceCount        PIC 99       VALUE ZERO.
01 NotCheckedCount       PIC 99       VALUE ZERO.
01 NotRunCount           PIC 99       VALUE ZERO.

01 ReportHeading.
   02 FILLER             PIC X(29)
      VALUE "Control-total balancing, run ".
   02 PrnRunDate         PIC 9(8).
01 ColumnHeading         PIC X(70)    VALUE
   "Rule     Description                               Result".
01 RuleLine.
   02 PrnRuleId          PIC X(8).
   02 FILLER             PIC X        VALUE SPACE.
   02 PrnRuleText        PIC X(40).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnRuleResult      PIC X(14).
01 TermLine.
   02 FILLER             PIC X(11)    VALUE SPACES.
   02 PrnTermSign        PIC X.
   02 FILLER             PIC X        VALUE SPACE.
   02 PrnTermStep        PIC X(15).
   02 FILLER             PIC X        VALUE SPACE.
   02 PrnTermCounter     PIC X(12).
   02 PrnTermValue       PIC Z(8)9.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnTermDate        PIC X(18).
01 DifferenceLine.
   02 FILLER             PIC X(11)    VALUE SPACES.
   02 FILLER             PIC X(29)    VALUE "= difference".
   02 PrnDifference      PIC -(9)9.
01 ReasonLine.
   02 FILLER             PIC X(11)    VALUE SPACES.
   02 PrnReason          PIC X(60).
01 SummaryLine           PIC X(100)   VALUE SPACES.

PROCEDURE DIVISION.
Begin.
  PERFORM OpenAuditLog
  MOVE "ControlBalance" TO AuditProgramName
  MOVE "START"          TO AuditEventType
  PERFORM LogAuditEvent

  ACCEPT RunDate FROM DATE YYYYMMDD
  PERFORM LoadBalanceRules
  PERFORM LoadControlTotals

  OPEN OUTPUT ReportFile
  IF ReportFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create ControlBalance.prt, status: "
            ReportFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE RunDate TO PrnRunDate
  WRITE ReportLine FROM ReportHeading
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  WRITE ReportLine FROM ColumnHeading

  PERFORM VARYING ruleIndex FROM 1 BY 1 UNTIL ruleIndex > RuleCount
    PERFORM CheckOneRule
  END-PERFORM

  MOVE SPACES TO SummaryLine
  STRING "Rules: " BalancedCount " balanced, " ImbalanceCount
         " out of balance, " NotCheckedCount " not checked, "
         NotRunCount " not run since the last balance."
         DELIMITED BY SIZE INTO SummaryLine
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  WRITE ReportLine FROM SummaryLine
  CLOSE ReportFile
  DISPLAY "Control balance -- " SummaryLine
  DISPLAY "Balancing report written to ControlBalance.prt."

  IF ImbalanceCount > ZERO
    DISPLAY "*** ENTRANTS CHAIN OUT OF BALANCE -- see "
            "ControlBalance.prt before anything goes to the "
            "ministry."
    MOVE 16 TO RETURN-CODE
   ELSE
    PERFORM MarkTotalsBalanced
  END-IF

  MOVE "END"           TO AuditEventType
  COMPUTE AuditRecordCount = BalancedCount + ImbalanceCount
  ADD ImbalanceCount NotCheckedCount TO AuditErrorCount
  PERFORM LogAuditEvent
  CLOSE AuditLogFile
  IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
    MOVE 4 TO RETURN-CODE
  END-IF
  STOP RUN.

*> BalanceRules.dat: "*" lines are notes, blank lines are skipped,
*> and every other line is a rule's description ("D") or one of
*> its terms ("+" or "-"), grouped by rule id in the order the
*> rules were first named. Missing, it is written with the house
*> rules.
LoadBalanceRules.
  MOVE ZERO TO RuleCount
  OPEN INPUT RulesFile
  IF RulesFileStatus EQUAL TO "00"
    READ RulesFile
      AT END SET EndOfRulesFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRulesFile
      PERFORM KeepRulesLine
      READ RulesFile
        AT END SET EndOfRulesFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE RulesFile
   ELSE
    OPEN OUTPUT RulesFile
    IF RulesFileStatus EQUAL TO "00"
      PERFORM VARYING defaultIndex FROM 1 BY 1
              UNTIL defaultIndex > DefaultRuleCount
        MOVE DefaultRuleLine(defaultIndex) TO RulesRecord
        WRITE RulesRecord
        PERFORM KeepRulesLine
      END-PERFORM
      CLOSE RulesFile
    END-IF
  END-IF
  IF RuleCount = ZERO
    DISPLAY "No usable rule in BalanceRules.dat; nothing to "
            "balance. Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

KeepRulesLine.
  IF RulesRecord = SPACES OR BrlRuleId(1:1) = "*"
    CONTINUE
   ELSE
    IF BrlRuleId = SPACES OR
       (BrlLineType NOT = "D" AND BrlLineType NOT = "+" AND
        BrlLineType NOT = "-") OR
       (BrlLineType NOT = "D" AND
        (BrlStepName = SPACES OR BrlCounterName = SPACES))
      DISPLAY "BalanceRules.dat line '" RulesRecord
              "' is not a rule line; ignored."
      ADD 1 TO AuditErrorCount
     ELSE
      PERFORM FindOrAddRule
      IF currentRule > ZERO
        IF BrlLineType = "D"
          MOVE BrlDescription TO RuleText(currentRule)
         ELSE
          IF RuleTermCount(currentRule) < 10
            ADD 1 TO RuleTermCount(currentRule)
            MOVE RuleTermCount(currentRule) TO termIndex
            MOVE BrlLineType    TO TermSign(currentRule termIndex)
            MOVE BrlStepName    TO TermStep(currentRule termIndex)
            MOVE BrlCounterName TO TermCounter(currentRule termIndex)
           ELSE
            DISPLAY "Rule " BrlRuleId " has more than 10 terms; '"
                    RulesRecord "' ignored."
            ADD 1 TO AuditErrorCount
          END-IF
        END-IF
      END-IF
    END-IF
  END-IF.

FindOrAddRule.
  MOVE ZERO TO currentRule
  PERFORM VARYING ruleIndex FROM 1 BY 1
          UNTIL ruleIndex > RuleCount OR currentRule > ZERO
    IF RuleId(ruleIndex) = BrlRuleId
      MOVE ruleIndex TO currentRule
    END-IF
  END-PERFORM
  IF currentRule = ZERO
    IF RuleCount < 30
      ADD 1 TO RuleCount
      MOVE RuleCount TO currentRule
      MOVE BrlRuleId TO RuleId(currentRule)
      MOVE SPACES    TO RuleText(currentRule)
      MOVE ZERO      TO RuleTermCount(currentRule)
     ELSE
      DISPLAY "More than 30 rules in BalanceRules.dat; rule "
              BrlRuleId " ignored."
      ADD 1 TO AuditErrorCount
    END-IF
  END-IF.

*> The last value of each step and counter, and the position of
*> the last BALANCED mark. No file yet is no counts yet.
LoadControlTotals.
  MOVE ZERO TO TotalCount, RecordSequence, LastBalancedSequence
  OPEN INPUT ControlTotalFile
  IF ControlTotalFileStatus EQUAL TO "00"
    READ ControlTotalFile
      AT END SET EndOfControlTotalFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfControlTotalFile
      ADD 1 TO RecordSequence
      IF CtlStepName = "ControlBalance"
        MOVE RecordSequence TO LastBalancedSequence
       ELSE
        PERFORM KeepControlTotal
      END-IF
      READ ControlTotalFile
        AT END SET EndOfControlTotalFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE ControlTotalFile
  END-IF.

KeepControlTotal.
  MOVE ZERO TO foundTotal
  PERFORM VARYING totalIndex FROM 1 BY 1
          UNTIL totalIndex > TotalCount OR foundTotal > ZERO
    IF TotStep(totalIndex) = CtlStepName AND
       TotCounter(totalIndex) = CtlCounterName
      MOVE totalIndex TO foundTotal
    END-IF
  END-PERFORM
  IF foundTotal = ZERO
    IF TotalCount < 100
      ADD 1 TO TotalCount
      MOVE TotalCount     TO foundTotal
      MOVE CtlStepName    TO TotStep(foundTotal)
      MOVE CtlCounterName TO TotCounter(foundTotal)
     ELSE
      DISPLAY "More than 100 counters in ControlTotals.dat; "
              CtlStepName " " CtlCounterName " ignored."
      ADD 1 TO AuditErrorCount
    END-IF
  END-IF
  IF foundTotal > ZERO
    MOVE CtlCounterValue TO TotValue(foundTotal)
    MOVE CtlRunDate      TO TotRunDate(foundTotal)
    MOVE RecordSequence  TO TotSequence(foundTotal)
  END-IF.

*> Decides whether the rule can be checked tonight, then sums its
*> terms and reports it with every figure that went into it.
CheckOneRule.
  SET RuleToCheck TO TRUE
  MOVE SPACES TO ruleReason
  MOVE ZERO TO consumerSequence
  MOVE SPACES TO consumerStep
  IF RuleTermCount(ruleIndex) = ZERO
    SET RuleNotChecked TO TRUE
    MOVE "The rule has no terms." TO ruleReason
   ELSE
    MOVE RuleTermCount(ruleIndex) TO termIndex
    MOVE TermStep(ruleIndex termIndex) TO consumerStep, lookupStep
    PERFORM FindStepSequence
    MOVE stepSequence TO consumerSequence
    IF consumerSequence NOT > LastBalancedSequence
      SET RuleNotRun TO TRUE
    END-IF
  END-IF
  MOVE ZERO TO ruleDifference
  PERFORM VARYING termIndex FROM 1 BY 1
          UNTIL termIndex > RuleTermCount(ruleIndex)
    PERFORM SumOneTerm
  END-PERFORM

  EVALUATE TRUE
    WHEN RuleNotRun
      MOVE "NOT RUN"        TO ruleResult
      ADD 1 TO NotRunCount
    WHEN RuleNotChecked
      MOVE "NOT CHECKED"    TO ruleResult
      ADD 1 TO NotCheckedCount
    WHEN ruleDifference = ZERO
      MOVE "BALANCED"       TO ruleResult
      ADD 1 TO BalancedCount
    WHEN OTHER
      MOVE "OUT OF BALANCE" TO ruleResult
      ADD 1 TO ImbalanceCount
      MOVE ruleDifference TO shownDifference
      DISPLAY "Rule " RuleId(ruleIndex) " (" RuleText(ruleIndex)
              ") is out of balance by " shownDifference "."
  END-EVALUATE

  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE RuleId(ruleIndex)   TO PrnRuleId
  MOVE RuleText(ruleIndex) TO PrnRuleText
  MOVE ruleResult          TO PrnRuleResult
  WRITE ReportLine FROM RuleLine
  PERFORM VARYING termIndex FROM 1 BY 1
          UNTIL termIndex > RuleTermCount(ruleIndex)
    PERFORM WriteTermLine
  END-PERFORM
  IF RuleToCheck
    MOVE ruleDifference TO PrnDifference
    WRITE ReportLine FROM DifferenceLine
  END-IF
  IF ruleReason NOT = SPACES
    MOVE ruleReason TO PrnReason
    WRITE ReportLine FROM ReasonLine
  END-IF.

*> A missing count, or one recorded after the consuming step last
*> ran, leaves the rule unchecked -- unless the consuming step has
*> not run since the last balance anyway.
SumOneTerm.
  PERFORM FindTermTotal
  IF foundTotal = ZERO
    IF RuleToCheck
      SET RuleNotChecked TO TRUE
      MOVE SPACES TO ruleReason
      STRING "No " TermStep(ruleIndex termIndex) " "
             TermCounter(ruleIndex termIndex) " count on file."
             DELIMITED BY SIZE INTO ruleReason
    END-IF
   ELSE
    IF TermStep(ruleIndex termIndex) NOT = consumerStep AND
       TotSequence(foundTotal) > consumerSequence AND RuleToCheck
      SET RuleNotChecked TO TRUE
      MOVE SPACES TO ruleReason
      STRING consumerStep DELIMITED BY SPACE
             " has not run since " DELIMITED BY SIZE
             TermStep(ruleIndex termIndex) DELIMITED BY SPACE
             " last counted." DELIMITED BY SIZE
             INTO ruleReason
    END-IF
    IF TermSign(ruleIndex termIndex) = "-"
      SUBTRACT TotValue(foundTotal) FROM ruleDifference
     ELSE
      ADD TotValue(foundTotal) TO ruleDifference
    END-IF
  END-IF.

FindTermTotal.
  MOVE ZERO TO foundTotal
  PERFORM VARYING totalIndex FROM 1 BY 1
          UNTIL totalIndex > TotalCount OR foundTotal > ZERO
    IF TotStep(totalIndex) = TermStep(ruleIndex termIndex) AND
       TotCounter(totalIndex) = TermCounter(ruleIndex termIndex)
      MOVE totalIndex TO foundTotal
    END-IF
  END-PERFORM.

*> Where in ControlTotals.dat lookupStep last recorded anything
*> (zero when it never has).
FindStepSequence.
  MOVE ZERO TO stepSequence
  PERFORM VARYING totalIndex FROM 1 BY 1
          UNTIL totalIndex > TotalCount
    IF TotStep(totalIndex) = lookupStep AND
       TotSequence(totalIndex) > stepSequence
      MOVE TotSequence(totalIndex) TO stepSequence
    END-IF
  END-PERFORM.

WriteTermLine.
  PERFORM FindTermTotal
  MOVE TermSign(ruleIndex termIndex)    TO PrnTermSign
  MOVE TermStep(ruleIndex termIndex)    TO PrnTermStep
  MOVE TermCounter(ruleIndex termIndex) TO PrnTermCounter
  IF foundTotal = ZERO
    MOVE ZERO TO PrnTermValue
    MOVE "(none on file)" TO PrnTermDate
   ELSE
    MOVE TotValue(foundTotal) TO PrnTermValue
    MOVE SPACES TO PrnTermDate
    STRING "counted " TotRunDate(foundTotal)
           DELIMITED BY SIZE INTO PrnTermDate
  END-IF
  WRITE ReportLine FROM TermLine.

*> Everything balanced: the file is cut back to each counter's last
*> value, and the BALANCED mark after them starts the next
*> window -- only counts recorded after it are news to the next
*> run.
MarkTotalsBalanced.
  OPEN OUTPUT ControlTotalFile
  IF ControlTotalFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not rewrite ControlTotals.dat, status: "
            ControlTotalFileStatus
    ADD 1 TO AuditErrorCount
   ELSE
    PERFORM VARYING totalIndex FROM 1 BY 1
            UNTIL totalIndex > TotalCount
      MOVE TotRunDate(totalIndex) TO CtlRunDate
      MOVE TotStep(totalIndex)    TO CtlStepName
      MOVE TotCounter(totalIndex) TO CtlCounterName
      MOVE TotValue(totalIndex)   TO CtlCounterValue
      WRITE ControlTotalRecord
    END-PERFORM
    MOVE RunDate          TO CtlRunDate
    MOVE "ControlBalance" TO CtlStepName
    MOVE "BALANCED"       TO CtlCounterName
    MOVE BalancedCount    TO CtlCounterValue
    WRITE ControlTotalRecord
    CLOSE ControlTotalFile
  END-IF.

COPY AuditLog.

END PROGRAM ControlBalance.
