IDENTIFICATION DIVISION.
PROGRAM-ID. Serials.
AUTHOR. Job Sarneel.
*> Serials: the magazines and journals that used to live on the paper
*> kardex. Serial.dat (keyed on ISSN) holds one subscription per
*> title -- supplier from Supplier.dat, frequency, renewal date,
*> annual cost and the BudgetLines.dat line that pays for it -- and
*> SerialIssue.dat one card per issue. 's' enters or amends a
*> subscription, 'i' checks an issue in against the publication
*> pattern (issues skipped over wait as expected), 'n' renews a
*> subscription for another year, 'x' cancels one, 'g' gives up on
*> an issue that is never coming, and 'c' prints the claims report:
*> every issue past its predicted arrival plus the claim allowance,
*> grouped by supplier, each one marked claimed so the next report
*> only chases it again once another allowance has gone by.
*> A subscription is paid when taken out and at each renewal; what
*> has been paid (SerPaidToDate, kept when it is cancelled) shows in
*> Acquisitions' budget spend report next to the order spend on the
*> same line, and GLExtract posts each day's payments.
*> Sessions start with an OperatorSignon sign-on, and the
*> operator's id goes on every audit and journal entry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT SerialFile ASSIGN TO "Serial.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SerIssn
          FILE STATUS IS SerialFileStatus.
   SELECT IssueFile ASSIGN TO "SerialIssue.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IssKey
          FILE STATUS IS IssueFileStatus.
   SELECT SupplierFile ASSIGN TO "Supplier.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SupplierCode
          FILE STATUS IS SupplierFileStatus.
   SELECT BudgetFile ASSIGN TO "BudgetLines.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BudgetLineCode
          FILE STATUS IS BudgetFileStatus.
   SELECT OrderFile ASSIGN TO "OnOrder.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OrderBSN
          FILE STATUS IS OrderFileStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT ReportFile ASSIGN TO "SerialClaims.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD SerialFile.
COPY SerialRecord.

FD IssueFile.
COPY SerialIssueRecord.

FD SupplierFile.
01 SupplierRecord.
   88  EndOfSupplierFile                VALUE HIGH-VALUES.
   02  SupplierCode          PIC X(4).
   02  SupplierName          PIC X(30).

FD BudgetFile.
01 BudgetRecord.
   88  EndOfBudgetFile                  VALUE HIGH-VALUES.
   02  BudgetLineCode        PIC X(4).
   02  BudgetLineName        PIC X(20).
   02  BudgetAllocation      PIC 9(7)V99.

*> Read here only for the overspend warning at subscription entry:
*> a budget line's committed and spent money is the orders on it
*> plus the subscriptions on it.
FD OrderFile.
01 OrderRecord.
   88  EndOfOrderFile                   VALUE HIGH-VALUES.
   02  OrderBSN              PIC X(17).
   02  OrderTitle            PIC X(25).
   02  OrderSupplier         PIC X(30).
   02  OrderDate             PIC 9(8).
   02  OrderExpectedDate     PIC 9(8).
   02  OrderStatus           PIC X.
   02  OrderPrice            PIC 9(5)V99.
   02  OrderBudgetLine       PIC X(4).
   02  OrderSupplierCode     PIC X(4).
   02  OrderReceivedDate     PIC 9(8).
   02  OrderQuantity         PIC 9(2).
   02  OrderInvoicedAmount   PIC 9(5)V99.

SD SortFile.
01 SortRecord.
   88  EndOfSortFile                    VALUE HIGH-VALUES.
   02  SortSupplierName      PIC X(30).
   02  SortIssn              PIC X(9).
   02  SortIssue             PIC 9(5).
   02  SortTitle             PIC X(30).
   02  SortExpectedDate      PIC 9(8).
   02  SortClaimCount        PIC 9(2).

FD ReportFile.
01 ReportLine                PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 SerialFileStatus          PIC XX     VALUE "00".
01 IssueFileStatus           PIC XX     VALUE "00".
01 SupplierFileStatus        PIC XX     VALUE "00".
01 BudgetFileStatus          PIC XX     VALUE "00".
01 OrderFileStatus           PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 serChoice                 PIC X      VALUE SPACE.
01 issnInput                 PIC X(9)   VALUE SPACES.
01 issnWork                  PIC X(9)   VALUE SPACES.
01 IssnCheckStatus           PIC X      VALUE "N".
   88 IssnIsValid                       VALUE "Y".
01 issnDigitWork.
   02 issnDigit              PIC 9      OCCURS 7 TIMES.
01 issnDigitIndex            PIC 9      VALUE ZERO.
01 issnWeightedSum           PIC 9(4)   VALUE ZERO.
01 issnRemainder             PIC 9(2)   VALUE ZERO.
01 issnQuotient              PIC 9(4)   VALUE ZERO.
01 issnCheckValue            PIC 9(2)   VALUE ZERO.
01 issnCheckChar             PIC X      VALUE SPACE.

01 supplierCodeInput         PIC X(4)   VALUE SPACES.
01 supplierNameInput         PIC X(30)  VALUE SPACES.
01 SupplierOk                PIC X      VALUE "N".
   88 SupplierIsOk                      VALUE "Y".
01 budgetLineInput           PIC X(4)   VALUE SPACES.
01 BudgetLineOk              PIC X      VALUE "N".
   88 BudgetLineIsOk                    VALUE "Y".
01 lineAllocation            PIC 9(7)V99 VALUE ZERO.
01 lineUsed                  PIC 9(7)V99 VALUE ZERO.
01 PrnMoney                  PIC ZZZ,ZZ9.99.
01 frequencyInput            PIC X      VALUE SPACE.
01 FrequencyOk               PIC X      VALUE "N".
   88 FrequencyIsOk                     VALUE "Y".
01 titleInput                PIC X(30)  VALUE SPACES.
01 costInput                 PIC 9(5)V99 VALUE ZERO.
01 claimDaysInput            PIC 9(3)   VALUE ZERO.
01 dateInput.
   02 dateInputYear          PIC 9(4).
   02 dateInputMonth         PIC 9(2).
   02 dateInputDay           PIC 9(2).
01 issueInput                PIC 9(5)   VALUE ZERO.
01 DateCheckStatus           PIC X      VALUE "N".
   88 DateIsValid                       VALUE "Y".
01 NewSerialStatus           PIC X      VALUE "N".
   88 SerialIsNew                       VALUE "Y".

01 serToday                  PIC 9(8)   VALUE ZEROS.
01 skippedWritten            PIC 9(5)   VALUE ZERO.
01 claimDueDate              PIC 9(8)   VALUE ZEROS.
01 ClaimsListed              PIC 9(5)   VALUE ZERO.
01 claimSupplierName         PIC X(30)  VALUE SPACES.
01 PrevSupplierName          PIC X(30)  VALUE SPACES.
01 predictCount              PIC 9(3)   VALUE ZERO.
01 savedSerialRecord         PIC X(112) VALUE SPACES.

*> The next arrival the pattern predicts: weekly and fortnightly
*> go by days through DateArithmetic, the rest by calendar months
*> (day of month capped at 28, so a monthly due on the 31st never
*> walks off the end of February).
01 predictDate.
   02 predictYear            PIC 9(4).
   02 predictMonth           PIC 9(2).
   02 predictDay             PIC 9(2).
01 predictDateNumeric REDEFINES predictDate PIC 9(8).
01 monthsToAdd               PIC 9(2)   VALUE ZERO.
01 monthTotal                PIC 9(4)   VALUE ZERO.

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithResult           PIC 9(8)   VALUE ZEROS.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".

01 ReportHeading.
   02 FILLER                 PIC X(42)
      VALUE "Serial issues to claim  --  Run: ".
   02 PrnRunDate             PIC 9(8).
01 SupplierHeading.
   02 FILLER                 PIC X(10)  VALUE "Supplier: ".
   02 PrnSupplier            PIC X(30).
01 ClaimDetailLine.
   02 FILLER                 PIC X(3)   VALUE SPACES.
   02 PrnIssn                PIC X(9).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnTitle               PIC X(30).
   02 FILLER                 PIC X(7)   VALUE "  issue".
   02 PrnIssue               PIC ZZZZ9.
   02 FILLER                 PIC X(12)  VALUE "  expected: ".
   02 PrnExpectedDate        PIC 9(8).
   02 FILLER                 PIC X(9)   VALUE "  claim #".
   02 PrnClaimCount          PIC Z9.
01 ReportTotalLine.
   02 FILLER                 PIC X(20)
      VALUE "Issues claimed:     ".
   02 PrnClaimsListed        PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
   MOVE "Serials" TO SignonProgramName
   CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                               SignonOperatorName SignonOperatorRole
                               SignonResult
   IF NOT SignonSucceeded
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   PERFORM OpenAuditLog
   MOVE SignonOperatorId TO AuditOperatorId
   MOVE "Serials" TO AuditProgramName
   MOVE "START"   TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT serToday FROM DATE YYYYMMDD

   PERFORM SerialsMenu

   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

SerialsMenu.
   DISPLAY "Press 's' to enter or amend a subscription, 'i' to "
           "check an issue in, 'n' to renew a subscription, 'x' to "
           "cancel one, 'g' to give up on a missing issue, or 'c' "
           "for the claims report: " WITH NO ADVANCING
   ACCEPT serChoice
   EVALUATE serChoice
     WHEN "s" PERFORM MaintainSubscription
     WHEN "i" PERFORM CheckInIssue
     WHEN "n" PERFORM RenewSubscription
     WHEN "x" PERFORM CancelSubscription
     WHEN "g" PERFORM GiveUpIssue
     WHEN "c" PERFORM ClaimsReport
     WHEN OTHER
       DISPLAY "That's not an 's', 'i', 'n', 'x', 'g' or 'c'. "
               "Try again."
       PERFORM SerialsMenu
   END-EVALUATE.

*> The ISSN comes in with or without its hyphen and is stored in
*> the printed NNNN-NNNC form; the check character is the mod-11
*> one printed on the cover (weights 8 down to 2, "X" for ten).
GetValidIssn.
   MOVE "N" TO IssnCheckStatus
   PERFORM UNTIL IssnIsValid
     DISPLAY "ISSN (NNNN-NNNC):            " WITH NO ADVANCING
     ACCEPT issnInput
     PERFORM ValidateIssn
     IF NOT IssnIsValid
       DISPLAY "That is not a valid ISSN (check character does "
               "not add up). Try again."
     END-IF
   END-PERFORM.

ValidateIssn.
   MOVE "N" TO IssnCheckStatus
   MOVE SPACES TO issnWork
   IF issnInput(5:1) = "-"
     MOVE issnInput TO issnWork
    ELSE
     IF issnInput(9:1) = SPACE
       STRING issnInput(1:4) "-" issnInput(5:4)
              DELIMITED BY SIZE INTO issnWork
     END-IF
   END-IF
   IF issnWork(9:1) = "x"
     MOVE "X" TO issnWork(9:1)
   END-IF
   IF issnWork(1:4) IS NUMERIC AND issnWork(6:3) IS NUMERIC AND
      (issnWork(9:1) IS NUMERIC OR issnWork(9:1) = "X")
     MOVE issnWork(1:4) TO issnDigitWork(1:4)
     MOVE issnWork(6:3) TO issnDigitWork(5:3)
     MOVE ZERO TO issnWeightedSum
     PERFORM VARYING issnDigitIndex FROM 1 BY 1
             UNTIL issnDigitIndex > 7
       COMPUTE issnWeightedSum = issnWeightedSum
               + issnDigit(issnDigitIndex) * (9 - issnDigitIndex)
     END-PERFORM
     DIVIDE issnWeightedSum BY 11 GIVING issnQuotient
            REMAINDER issnRemainder
     COMPUTE issnCheckValue = 11 - issnRemainder
     EVALUATE issnCheckValue
       WHEN 11 MOVE "0" TO issnCheckChar
       WHEN 10 MOVE "X" TO issnCheckChar
       WHEN OTHER MOVE issnCheckValue(2:1) TO issnCheckChar
     END-EVALUATE
     IF issnCheckChar = issnWork(9:1)
       MOVE "Y" TO IssnCheckStatus
     END-IF
   END-IF.

*> New subscriptions get the whole record; an existing one can
*> have its title, supplier, cost, budget line and claim allowance
*> changed (the issue pattern itself moves only by check-in).
MaintainSubscription.
   PERFORM GetValidIssn
   PERFORM OpenSerialFileIO
   MOVE issnWork TO SerIssn
   MOVE "N" TO NewSerialStatus
   READ SerialFile
     INVALID KEY
       MOVE "Y" TO NewSerialStatus
   END-READ
   IF SerialIsNew
     PERFORM EnterNewSubscription
    ELSE
     PERFORM AmendSubscription
   END-IF
   CLOSE SerialFile.

EnterNewSubscription.
   INITIALIZE SerialRecord
   MOVE issnWork TO SerIssn
   DISPLAY "New subscription. Title:     " WITH NO ADVANCING
   ACCEPT SerTitle
   PERFORM GetValidSupplier
   MOVE supplierCodeInput TO SerSupplierCode
   PERFORM GetValidFrequency
   MOVE frequencyInput TO SerFrequency
   MOVE "N" TO DateCheckStatus
   PERFORM UNTIL DateIsValid
     DISPLAY "First issue expected on (YYYYMMDD): "
             WITH NO ADVANCING
     ACCEPT dateInput
     CALL "DateValidator" USING dateInputYear dateInputMonth
                                 dateInputDay DateCheckStatus
     IF NOT DateIsValid
       DISPLAY "That is not a valid date. Try again."
     END-IF
   END-PERFORM
   MOVE dateInput TO SerNextExpected
   MOVE serToday  TO SerStartDate
   DISPLAY "Its issue number:            " WITH NO ADVANCING
   ACCEPT SerNextIssue
   IF SerNextIssue = ZERO
     MOVE 1 TO SerNextIssue
   END-IF
   MOVE "N" TO DateCheckStatus
   PERFORM UNTIL DateIsValid
     DISPLAY "Renewal date (YYYYMMDD):     " WITH NO ADVANCING
     ACCEPT dateInput
     CALL "DateValidator" USING dateInputYear dateInputMonth
                                 dateInputDay DateCheckStatus
     IF NOT DateIsValid
       DISPLAY "That is not a valid date. Try again."
     END-IF
   END-PERFORM
   MOVE dateInput TO SerRenewalDate
   DISPLAY "Annual cost (e.g. 00120.00): " WITH NO ADVANCING
   ACCEPT costInput
   MOVE costInput TO SerCost
   PERFORM GetBudgetedLine
   MOVE budgetLineInput TO SerBudgetLine
   PERFORM DefaultClaimDays
   DISPLAY "Days' grace before claiming (0 = " SerClaimDays "): "
           WITH NO ADVANCING
   ACCEPT claimDaysInput
   IF claimDaysInput NOT = ZERO
     MOVE claimDaysInput TO SerClaimDays
   END-IF
   MOVE "A" TO SerStatus
   MOVE ZERO TO SerPaidToDate, SerLastPaidDate, SerLastPaidAmount
   PERFORM RecordSubscriptionPayment
   WRITE SerialRecord
     INVALID KEY
       DISPLAY "Could not write subscription record, status: "
               SerialFileStatus
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       ADD 1 TO AuditRecordCount
       MOVE SerIssn TO AuditKeyValue
       MOVE "SERNW" TO AuditEventType
       PERFORM LogAuditEvent
       DISPLAY "Subscription " SerIssn " entered; issue "
               SerNextIssue " expected by " SerNextExpected "."
   END-WRITE.

AmendSubscription.
   MOVE SerCost TO PrnMoney
   DISPLAY "Amending " SerIssn " " SerTitle
   DISPLAY "  supplier " SerSupplierCode "  cost " PrnMoney
           "  line " SerBudgetLine "  renews " SerRenewalDate
   DISPLAY "Title (spaces keep):         " WITH NO ADVANCING
   ACCEPT titleInput
   IF titleInput NOT = SPACES
     MOVE titleInput TO SerTitle
   END-IF
   DISPLAY "Supplier code (spaces keep): " WITH NO ADVANCING
   ACCEPT supplierCodeInput
   IF supplierCodeInput NOT = SPACES
     PERFORM ValidateSupplierCode
     IF SupplierIsOk
       MOVE supplierCodeInput TO SerSupplierCode
      ELSE
       DISPLAY "No supplier '" supplierCodeInput "' on file; "
               "supplier kept."
     END-IF
   END-IF
   DISPLAY "Annual cost (0 keeps):       " WITH NO ADVANCING
   ACCEPT costInput
   IF costInput NOT = ZERO
     MOVE costInput TO SerCost
   END-IF
   DISPLAY "Budget line (spaces keep):   " WITH NO ADVANCING
   ACCEPT budgetLineInput
   IF budgetLineInput = SPACES
     MOVE SerBudgetLine TO budgetLineInput
   END-IF
   PERFORM CheckBudgetLine
   IF BudgetLineIsOk
     MOVE budgetLineInput TO SerBudgetLine
    ELSE
     DISPLAY "No budget line '" budgetLineInput "' on file; line "
             "kept."
   END-IF
   DISPLAY "Days' grace (0 keeps):       " WITH NO ADVANCING
   ACCEPT claimDaysInput
   IF claimDaysInput NOT = ZERO
     MOVE claimDaysInput TO SerClaimDays
   END-IF
   REWRITE SerialRecord
     INVALID KEY
       DISPLAY "Could not update subscription record, status: "
               SerialFileStatus
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       ADD 1 TO AuditRecordCount
       MOVE SerIssn TO AuditKeyValue
       MOVE "SERAM" TO AuditEventType
       PERFORM LogAuditEvent
       DISPLAY "Subscription " SerIssn " amended."
   END-REWRITE.

*> Claim allowance by frequency: a weekly is missed within the week,
*> an annual can be a month late without anyone worrying.
DefaultClaimDays.
   EVALUATE SerFrequency
     WHEN "W" MOVE 7  TO SerClaimDays
     WHEN "F" MOVE 10 TO SerClaimDays
     WHEN "M" MOVE 14 TO SerClaimDays
     WHEN "B" MOVE 21 TO SerClaimDays
     WHEN "Q" MOVE 21 TO SerClaimDays
     WHEN OTHER MOVE 30 TO SerClaimDays
   END-EVALUATE.

GetValidFrequency.
   MOVE "N" TO FrequencyOk
   PERFORM UNTIL FrequencyIsOk
     DISPLAY "Frequency (W weekly, F fortnightly, M monthly, "
             "B bimonthly, Q quarterly, H half-yearly, A annual): "
             WITH NO ADVANCING
     ACCEPT frequencyInput
     IF frequencyInput = "W" OR "F" OR "M" OR "B" OR "Q" OR "H"
                         OR "A"
       MOVE "Y" TO FrequencyOk
      ELSE
       DISPLAY "That's not one of W F M B Q H A. Try again."
     END-IF
   END-PERFORM.

*> The same supplier validation as order entry in Acquisitions.
GetValidSupplier.
   MOVE "N" TO SupplierOk
   PERFORM UNTIL SupplierIsOk
     DISPLAY "Supplier code:               " WITH NO ADVANCING
     ACCEPT supplierCodeInput
     PERFORM ValidateSupplierCode
     IF SupplierIsOk
       DISPLAY "Subscribing through " supplierNameInput
      ELSE
       DISPLAY "No supplier '" supplierCodeInput "' on file "
               "(add it in Acquisitions, 'u'). Try again."
     END-IF
   END-PERFORM.

ValidateSupplierCode.
   MOVE "N" TO SupplierOk
   PERFORM OpenSupplierFileInput
   MOVE supplierCodeInput TO SupplierCode
   READ SupplierFile
     INVALID KEY
       MOVE SPACES TO supplierNameInput
     NOT INVALID KEY
       MOVE "Y" TO SupplierOk
       MOVE SupplierName TO supplierNameInput
   END-READ
   CLOSE SupplierFile.

*> Budget line at subscription entry, with the same overspend
*> warning order entry gives: orders and subscriptions on the line
*> together against its allocation.
GetBudgetedLine.
   MOVE "N" TO BudgetLineOk
   PERFORM UNTIL BudgetLineIsOk
     DISPLAY "Budget line:                 " WITH NO ADVANCING
     ACCEPT budgetLineInput
     PERFORM CheckBudgetLine
     IF NOT BudgetLineIsOk
       DISPLAY "No budget line '" budgetLineInput "' on file "
               "(add it in Acquisitions, 'b'). Try again."
     END-IF
   END-PERFORM.

CheckBudgetLine.
   MOVE "N" TO BudgetLineOk
   PERFORM OpenBudgetFileInput
   MOVE budgetLineInput TO BudgetLineCode
   READ BudgetFile
     INVALID KEY
       CONTINUE
     NOT INVALID KEY
       MOVE "Y" TO BudgetLineOk
       MOVE BudgetAllocation TO lineAllocation
   END-READ
   CLOSE BudgetFile
   IF BudgetLineIsOk
     PERFORM ComputeLineUsed
     IF lineUsed + SerCost > lineAllocation
       MOVE lineAllocation TO PrnMoney
       DISPLAY "** Warning: this subscription takes line "
               budgetLineInput " over its allocation of "
               PrnMoney "."
     END-IF
   END-IF.

*> Orders (open or received) and what has been paid on the other
*> subscriptions already on the line. Serial.dat is open I-O by the caller, so
*> the subscription scan reads it through a saved copy of the
*> record being worked on.
ComputeLineUsed.
   MOVE ZERO TO lineUsed
   PERFORM OpenOrderFileInput
   READ OrderFile NEXT RECORD
     AT END SET EndOfOrderFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfOrderFile
     IF OrderBudgetLine = budgetLineInput AND
        (OrderStatus = "O" OR OrderStatus = "R")
       ADD OrderPrice TO lineUsed
     END-IF
     READ OrderFile NEXT RECORD
       AT END SET EndOfOrderFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE OrderFile
   MOVE SerialRecord TO savedSerialRecord
   MOVE LOW-VALUES TO SerIssn
   START SerialFile KEY IS NOT LESS THAN SerIssn
     INVALID KEY
       SET EndOfSerialFile TO TRUE
     NOT INVALID KEY
       READ SerialFile NEXT RECORD
         AT END SET EndOfSerialFile TO TRUE
       END-READ
   END-START
   PERFORM UNTIL EndOfSerialFile
     IF SerBudgetLine = budgetLineInput AND
        SerIssn NOT = savedSerialRecord(1:9)
       ADD SerPaidToDate TO lineUsed
     END-IF
     READ SerialFile NEXT RECORD
       AT END SET EndOfSerialFile TO TRUE
     END-READ
   END-PERFORM
   MOVE savedSerialRecord TO SerialRecord.

*> Check-in against the pattern. The expected issue just moves the
*> pattern on; a later number means the ones in between were
*> skipped, and each gets a card as expected on the date the
*> pattern gave it so the claims report chases it; an earlier
*> number is one of those stragglers turning up at last.
CheckInIssue.
   PERFORM GetValidIssn
   PERFORM OpenSerialFileIO
   MOVE issnWork TO SerIssn
   READ SerialFile
     INVALID KEY
       DISPLAY "No subscription on file for ISSN " issnWork "."
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       IF SerStatus NOT = "A"
         DISPLAY SerTitle " is cancelled; no issues expected."
         ADD 1 TO AuditErrorCount
        ELSE
         PERFORM OpenIssueFileIO
         PERFORM RecordIssueArrival
         CLOSE IssueFile
       END-IF
   END-READ
   CLOSE SerialFile.

RecordIssueArrival.
   DISPLAY SerTitle ": issue " SerNextIssue " expected by "
           SerNextExpected
   DISPLAY "Issue number received (0 = that one): "
           WITH NO ADVANCING
   ACCEPT issueInput
   IF issueInput = ZERO
     MOVE SerNextIssue TO issueInput
   END-IF
   EVALUATE TRUE
     WHEN issueInput < SerNextIssue
       PERFORM ReceiveStraggler
     WHEN issueInput - SerNextIssue > 52
       DISPLAY "That is more than 52 issues past the one expected "
               "-- check the number. Not checked in."
       ADD 1 TO AuditErrorCount
     WHEN OTHER
       MOVE ZERO TO skippedWritten
       PERFORM UNTIL SerNextIssue = issueInput
         MOVE "E" TO IssStatus
         PERFORM WritePatternIssue
         ADD 1 TO skippedWritten
       END-PERFORM
       MOVE "R" TO IssStatus
       PERFORM WritePatternIssue
       REWRITE SerialRecord
         INVALID KEY
           DISPLAY "Could not update subscription record, status: "
                   SerialFileStatus
           ADD 1 TO AuditErrorCount
       END-REWRITE
       IF skippedWritten > ZERO
         DISPLAY skippedWritten " earlier issue(s) not in yet -- "
                 "now waiting as expected for the claims report."
       END-IF
       DISPLAY "Checked in. Next: issue " SerNextIssue " by "
               SerNextExpected "."
   END-EVALUATE.

*> Writes the card for SerNextIssue at the predicted date, with the
*> status set by the caller, then moves the pattern on one issue.
WritePatternIssue.
   MOVE SerIssn         TO IssIssn
   MOVE SerNextIssue    TO IssNumber
   MOVE SerNextExpected TO IssExpectedDate
   MOVE ZEROS           TO IssReceivedDate, IssClaimDate
   MOVE ZERO            TO IssClaimCount
   IF IssStatus = "R"
     MOVE serToday TO IssReceivedDate
   END-IF
   WRITE IssueRecord
     INVALID KEY
       DISPLAY "Could not write issue record for " IssIssn " "
               IssNumber ", status: " IssueFileStatus
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       ADD 1 TO AuditRecordCount
       IF IssStatus = "R"
         MOVE SerIssn TO AuditKeyValue
         MOVE "ISSUE" TO AuditEventType
         PERFORM LogAuditEvent
       END-IF
   END-WRITE
   PERFORM AdvancePattern.

ReceiveStraggler.
   MOVE SerIssn    TO IssIssn
   MOVE issueInput TO IssNumber
   READ IssueFile
     INVALID KEY
       DISPLAY "Issue " issueInput " is from before this "
               "subscription's pattern started. Not checked in."
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       IF IssStatus = "R"
         DISPLAY "Issue " issueInput " was already checked in on "
                 IssReceivedDate "."
        ELSE
         MOVE "R"      TO IssStatus
         MOVE serToday TO IssReceivedDate
         REWRITE IssueRecord
           INVALID KEY
             DISPLAY "Could not update issue record, status: "
                     IssueFileStatus
             ADD 1 TO AuditErrorCount
           NOT INVALID KEY
             ADD 1 TO AuditRecordCount
             MOVE SerIssn TO AuditKeyValue
             MOVE "ISSUE" TO AuditEventType
             PERFORM LogAuditEvent
             DISPLAY "Late issue " issueInput " checked in."
         END-REWRITE
       END-IF
   END-READ.

*> One issue on: the number goes up and the predicted date moves
*> by the frequency.
AdvancePattern.
   ADD 1 TO SerNextIssue
   MOVE SerNextExpected TO predictDateNumeric
   EVALUATE SerFrequency
     WHEN "W"
       MOVE 7 TO DateArithDays
       PERFORM AddDaysToPredictDate
     WHEN "F"
       MOVE 14 TO DateArithDays
       PERFORM AddDaysToPredictDate
     WHEN "M" MOVE 1  TO monthsToAdd
              PERFORM AddMonthsToPredictDate
     WHEN "B" MOVE 2  TO monthsToAdd
              PERFORM AddMonthsToPredictDate
     WHEN "Q" MOVE 3  TO monthsToAdd
              PERFORM AddMonthsToPredictDate
     WHEN "H" MOVE 6  TO monthsToAdd
              PERFORM AddMonthsToPredictDate
     WHEN OTHER
              MOVE 12 TO monthsToAdd
              PERFORM AddMonthsToPredictDate
   END-EVALUATE
   MOVE predictDateNumeric TO SerNextExpected.

AddDaysToPredictDate.
   MOVE "ADDD" TO DateArithFunction
   CALL "DateArithmetic" USING DateArithFunction predictDateNumeric
                               DateArithResult DateArithDays
                               DateArithValid
   IF DateArithIsValid
     MOVE DateArithResult TO predictDateNumeric
   END-IF.

AddMonthsToPredictDate.
   COMPUTE monthTotal = predictMonth - 1 + monthsToAdd
   DIVIDE monthTotal BY 12 GIVING monthTotal
          REMAINDER predictMonth
   ADD monthTotal TO predictYear
   ADD 1 TO predictMonth
   IF predictDay > 28
     MOVE 28 TO predictDay
   END-IF.

*> Another year: the renewal date moves on twelve months and the
*> new price (if it changed) is paid and carried by the budget
*> line.
RenewSubscription.
   PERFORM GetValidIssn
   PERFORM OpenSerialFileIO
   MOVE issnWork TO SerIssn
   READ SerialFile
     INVALID KEY
       DISPLAY "No subscription on file for ISSN " issnWork "."
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       MOVE SerCost TO PrnMoney
       DISPLAY SerTitle " renews " SerRenewalDate " at " PrnMoney
       DISPLAY "New annual cost (0 keeps):   " WITH NO ADVANCING
       ACCEPT costInput
       IF costInput NOT = ZERO
         MOVE costInput TO SerCost
       END-IF
       MOVE SerRenewalDate TO predictDateNumeric
       MOVE 12 TO monthsToAdd
       PERFORM AddMonthsToPredictDate
       MOVE predictDateNumeric TO SerRenewalDate
       MOVE "A" TO SerStatus
       PERFORM RecordSubscriptionPayment
       REWRITE SerialRecord
         INVALID KEY
           DISPLAY "Could not update subscription record, status: "
                   SerialFileStatus
           ADD 1 TO AuditErrorCount
         NOT INVALID KEY
           ADD 1 TO AuditRecordCount
           MOVE SerIssn TO AuditKeyValue
           MOVE "SERRN" TO AuditEventType
           PERFORM LogAuditEvent
           DISPLAY "Renewed to " SerRenewalDate "."
       END-REWRITE
   END-READ
   CLOSE SerialFile.

*> The year's cost is paid: onto the running total the budget
*> spend counts, and onto the day's payment GLExtract posts (a
*> renewal on the day the subscription was taken out adds to it).
RecordSubscriptionPayment.
   ADD SerCost TO SerPaidToDate
   IF SerLastPaidDate = serToday
     ADD SerCost TO SerLastPaidAmount
    ELSE
     MOVE serToday TO SerLastPaidDate
     MOVE SerCost  TO SerLastPaidAmount
   END-IF.

*> Cancelling stops the issues, not the money: what was paid stays
*> in SerPaidToDate and on the budget line.
CancelSubscription.
   PERFORM GetValidIssn
   PERFORM OpenSerialFileIO
   MOVE issnWork TO SerIssn
   READ SerialFile
     INVALID KEY
       DISPLAY "No subscription on file for ISSN " issnWork "."
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       MOVE "C" TO SerStatus
       REWRITE SerialRecord
         INVALID KEY
           DISPLAY "Could not update subscription record, status: "
                   SerialFileStatus
           ADD 1 TO AuditErrorCount
         NOT INVALID KEY
           ADD 1 TO AuditRecordCount
           MOVE SerIssn TO AuditKeyValue
           MOVE "SERCX" TO AuditEventType
           PERFORM LogAuditEvent
           DISPLAY SerTitle " cancelled; the claims report drops it."
       END-REWRITE
   END-READ
   CLOSE SerialFile.

*> The supplier says it's out of print, or it has been claimed
*> often enough: the card closes and the claims report stops
*> chasing it.
GiveUpIssue.
   PERFORM GetValidIssn
   DISPLAY "Issue number:                " WITH NO ADVANCING
   ACCEPT issueInput
   PERFORM OpenIssueFileIO
   MOVE issnWork   TO IssIssn
   MOVE issueInput TO IssNumber
   READ IssueFile
     INVALID KEY
       DISPLAY "No card for issue " issueInput " of " issnWork "."
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       IF IssStatus = "E" OR IssStatus = "C"
         MOVE "X" TO IssStatus
         REWRITE IssueRecord
           INVALID KEY
             DISPLAY "Could not update issue record, status: "
                     IssueFileStatus
             ADD 1 TO AuditErrorCount
           NOT INVALID KEY
             ADD 1 TO AuditRecordCount
             MOVE IssIssn TO AuditKeyValue
             MOVE "ISSWO" TO AuditEventType
             PERFORM LogAuditEvent
             DISPLAY "Issue " issueInput " written off."
         END-REWRITE
        ELSE
         DISPLAY "Issue " issueInput " is not waiting to arrive."
       END-IF
   END-READ
   CLOSE IssueFile.

*> The claims list for the suppliers, grouped by supplier the way
*> the outstanding-orders report is. Every issue listed is marked
*> claimed -- including the one the pattern expects next, which
*> gets its card now -- so the following report asks again only
*> when another claim allowance has passed.
ClaimsReport.
   ACCEPT PrnRunDate FROM DATE YYYYMMDD
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create SerialClaims.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE ZERO TO ClaimsListed
   SORT SortFile ON ASCENDING KEY SortSupplierName SortIssn SortIssue
        INPUT PROCEDURE IS LoadIssuesToClaim
        OUTPUT PROCEDURE IS PrintClaims
   IF ClaimsListed = ZERO
     MOVE "  (no issues overdue)" TO ReportLine
     WRITE ReportLine
   END-IF
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE ClaimsListed TO PrnClaimsListed
   WRITE ReportLine FROM ReportTotalLine
   CLOSE ReportFile
   DISPLAY "Claims report written to SerialClaims.prt ("
           ClaimsListed " issue(s) to claim)."
   MOVE ClaimsListed TO AuditRecordCount.

LoadIssuesToClaim.
   PERFORM OpenSerialFileIO
   PERFORM OpenIssueFileIO
   READ SerialFile NEXT RECORD
     AT END SET EndOfSerialFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfSerialFile
     IF SerStatus = "A"
       PERFORM ClaimOneSerial
     END-IF
     READ SerialFile NEXT RECORD
       AT END SET EndOfSerialFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE IssueFile
   CLOSE SerialFile.

ClaimOneSerial.
   MOVE SerSupplierCode TO supplierCodeInput
   PERFORM ValidateSupplierCode
   IF SupplierIsOk
     MOVE supplierNameInput TO claimSupplierName
    ELSE
     MOVE SerSupplierCode TO claimSupplierName
   END-IF
   *> Cards already waiting: skipped issues and earlier claims.
   MOVE SerIssn TO IssIssn
   MOVE ZEROS   TO IssNumber
   START IssueFile KEY IS NOT LESS THAN IssKey
     INVALID KEY
       SET EndOfIssueFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextIssueRecord
   END-START
   PERFORM UNTIL EndOfIssueFile OR IssIssn NOT = SerIssn
     IF IssStatus = "E" OR IssStatus = "C"
       IF IssStatus = "E"
         MOVE IssExpectedDate TO DateArithResult
        ELSE
         MOVE IssClaimDate TO DateArithResult
       END-IF
       PERFORM ComputeClaimDueDate
       IF claimDueDate < serToday
         MOVE "C"      TO IssStatus
         MOVE serToday TO IssClaimDate
         ADD 1 TO IssClaimCount
         REWRITE IssueRecord
           INVALID KEY
             DISPLAY "Could not update issue record, status: "
                     IssueFileStatus
             ADD 1 TO AuditErrorCount
         END-REWRITE
         PERFORM ReleaseClaim
       END-IF
     END-IF
     PERFORM ReadNextIssueRecord
   END-PERFORM
   *> Then the issue the pattern expects next, if it is overdue --
   *> and any after it that are overdue too, when nothing has come
   *> in for a while.
   MOVE ZERO TO predictCount
   MOVE SerNextExpected TO DateArithResult
   PERFORM ComputeClaimDueDate
   PERFORM UNTIL claimDueDate NOT < serToday OR predictCount > 52
     MOVE "C" TO IssStatus
     MOVE SerIssn         TO IssIssn
     MOVE SerNextIssue    TO IssNumber
     MOVE SerNextExpected TO IssExpectedDate
     MOVE ZEROS           TO IssReceivedDate
     MOVE serToday        TO IssClaimDate
     MOVE 1               TO IssClaimCount
     WRITE IssueRecord
       INVALID KEY
         DISPLAY "Could not write issue record for " IssIssn " "
                 IssNumber ", status: " IssueFileStatus
         ADD 1 TO AuditErrorCount
       NOT INVALID KEY
         PERFORM ReleaseClaim
     END-WRITE
     PERFORM AdvancePattern
     ADD 1 TO predictCount
     MOVE SerNextExpected TO DateArithResult
     PERFORM ComputeClaimDueDate
   END-PERFORM
   IF predictCount > ZERO
     REWRITE SerialRecord
       INVALID KEY
         DISPLAY "Could not update subscription record, status: "
                 SerialFileStatus
         ADD 1 TO AuditErrorCount
     END-REWRITE
   END-IF.

*> claimDueDate = the date in DateArithResult plus the serial's
*> claim allowance.
ComputeClaimDueDate.
   MOVE DateArithResult TO predictDateNumeric
   MOVE SerClaimDays TO DateArithDays
   PERFORM AddDaysToPredictDate
   MOVE predictDateNumeric TO claimDueDate.

ReleaseClaim.
   MOVE claimSupplierName TO SortSupplierName
   MOVE SerIssn           TO SortIssn
   MOVE IssNumber         TO SortIssue
   MOVE SerTitle          TO SortTitle
   MOVE IssExpectedDate   TO SortExpectedDate
   MOVE IssClaimCount     TO SortClaimCount
   RELEASE SortRecord
   MOVE IssIssn TO AuditKeyValue
   MOVE "ISCLM" TO AuditEventType
   PERFORM LogAuditEvent.

ReadNextIssueRecord.
   READ IssueFile NEXT RECORD
     AT END SET EndOfIssueFile TO TRUE
   END-READ.

PrintClaims.
   MOVE SPACES TO PrevSupplierName
   RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   PERFORM UNTIL EndOfSortFile
     IF SortSupplierName NOT EQUAL TO PrevSupplierName
       MOVE SortSupplierName TO PrnSupplier, PrevSupplierName
       WRITE ReportLine FROM SupplierHeading
     END-IF
     MOVE SortIssn         TO PrnIssn
     MOVE SortTitle        TO PrnTitle
     MOVE SortIssue        TO PrnIssue
     MOVE SortExpectedDate TO PrnExpectedDate
     MOVE SortClaimCount   TO PrnClaimCount
     WRITE ReportLine FROM ClaimDetailLine
     ADD 1 TO ClaimsListed
     RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   END-PERFORM.

OpenSerialFileIO.
   OPEN I-O SerialFile
   IF SerialFileStatus EQUAL TO "35"
     OPEN OUTPUT SerialFile
     CLOSE SerialFile
     OPEN I-O SerialFile
   END-IF
   IF SerialFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Serial.dat, status: " SerialFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenIssueFileIO.
   OPEN I-O IssueFile
   IF IssueFileStatus EQUAL TO "35"
     OPEN OUTPUT IssueFile
     CLOSE IssueFile
     OPEN I-O IssueFile
   END-IF
   IF IssueFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open SerialIssue.dat, status: "
             IssueFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenSupplierFileInput.
   OPEN INPUT SupplierFile
   IF SupplierFileStatus EQUAL TO "35"
     OPEN OUTPUT SupplierFile
     CLOSE SupplierFile
     OPEN INPUT SupplierFile
   END-IF
   IF SupplierFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Supplier.dat, status: "
             SupplierFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenBudgetFileInput.
   OPEN INPUT BudgetFile
   IF BudgetFileStatus EQUAL TO "35"
     OPEN OUTPUT BudgetFile
     CLOSE BudgetFile
     OPEN INPUT BudgetFile
   END-IF
   IF BudgetFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BudgetLines.dat, status: "
             BudgetFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenOrderFileInput.
   OPEN INPUT OrderFile
   IF OrderFileStatus EQUAL TO "35"
     OPEN OUTPUT OrderFile
     CLOSE OrderFile
     OPEN INPUT OrderFile
   END-IF
   IF OrderFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open OnOrder.dat, status: " OrderFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

END PROGRAM Serials.
