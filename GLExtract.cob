IDENTIFICATION DIVISION.
PROGRAM-ID. GLExtract.
AUTHOR. Job Sarneel.
*> Nightly general ledger extract: turns one day's money events (the
*> GLDATE system parameter, YYYYMMDD; today when not set) into balanced
*> debit/credit posting lines in GLExtract.dat, so finance stops
*> re-keying them from printed reports. The events are the payments,
*> waivers and student-account billings, collections and bounces, and
*> the collection agency's referrals, hand-backs, recoveries and
*> commission, and the charge reversals and refunds for declared-lost
*> books that turned up, in PaymentsJournal.dat, the fines assessed that
*> day in Fine.dat (late fines, replacement charges from LostBooks and
*> ChargeReplacementCost, damage fees), the supplier invoice lines
*> Acquisitions released for payment that day, the bindery repair
*> costs booked back in by Bindery, the serial subscriptions paid
*> that day in Serials (taken out or renewed) and the money taken
*> for withdrawn stock sold off through Weeding. GLChart.dat maps each event to the
*> accounts it debits and credits (written with the house chart the
*> first time, for finance to edit); an event with no row posts to the
*> suspense row "OTHER". The extract carries a header and a trailer with
*> the line count and control totals. GLControl.prt proves the day:
*> debits against credits, and the payments, waivers and refunds posted
*> against the totals CashUp recorded for the same day in
*> ControlTotals.dat (a day CashUp has not recorded is reported and
*> returns RC 4). Each posted day is
*> recorded in GLPosted.dat and a second run for it is refused, so a
*> re-run cannot post the day twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT GLChartFile ASSIGN TO "GLChart.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GLChartFileStatus.
   SELECT PostedFile ASSIGN TO "GLPosted.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PostedDate
          FILE STATUS IS PostedFileStatus.
   SELECT ExtractFile ASSIGN TO "GLExtract.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ExtractFileStatus.
   SELECT PaymentsFile ASSIGN TO "PaymentsJournal.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentsFileStatus.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FineKey
          FILE STATUS IS FineFileStatus.
   SELECT InvoiceFile ASSIGN TO "Invoice.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS InvKey
          FILE STATUS IS InvoiceFileStatus.
   SELECT InvoiceLineFile ASSIGN TO "InvoiceLine.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IlnKey
          FILE STATUS IS InvoiceLineFileStatus.
   SELECT OrderFile ASSIGN TO "OnOrder.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OrderBSN
          FILE STATUS IS OrderFileStatus.
   SELECT ItemFile ASSIGN TO "BinderyItem.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BniKey
          FILE STATUS IS ItemFileStatus.
   SELECT SerialFile ASSIGN TO "Serial.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SerIssn
          FILE STATUS IS SerialFileStatus.
   SELECT WithdrawalFile ASSIGN TO "Withdrawals.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WithdrawalFileStatus.
   SELECT ControlTotalFile ASSIGN TO "ControlTotals.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ControlTotalFileStatus.
   SELECT ReportFile ASSIGN TO "GLControl.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD GLChartFile.
COPY GLChartRecord.

*> One record per day already extracted: when it ran and what it
*> posted, so a re-run can say so instead of posting again.
FD PostedFile.
01 PostedRecord.
   02  PostedDate            PIC 9(8).
   02  PostedRunDate         PIC 9(8).
   02  PostedRunTime         PIC 9(8).
   02  PostedLineCount       PIC 9(6).
   02  PostedDebitTotal      PIC 9(11)V99.

FD ExtractFile.
COPY GLExtractRecord.

FD PaymentsFile.
COPY PaymentRecord.

FD FineFile.
COPY FineRecord.

FD InvoiceFile.
COPY InvoiceRecord.

FD InvoiceLineFile.
COPY InvoiceLineRecord.

*> Only the budget line is needed here; the rest of the OnOrder.dat
*> record is carried as filler.
FD OrderFile.
01 OrderRecord.
   02  OrderBSN              PIC X(17).
   02  FILLER                PIC X(79).
   02  OrderBudgetLine       PIC X(4).
   02  FILLER                PIC X(21).

FD ItemFile.
COPY BinderyItemRecord.

FD SerialFile.
COPY SerialRecord.

FD WithdrawalFile.
COPY WithdrawalRecord.

FD ControlTotalFile.
COPY ControlTotalRecord.

FD ReportFile.
01 ReportLine                PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
01 GLChartFileStatus         PIC XX     VALUE "00".
01 PostedFileStatus          PIC XX     VALUE "00".
01 ExtractFileStatus         PIC XX     VALUE "00".
01 PaymentsFileStatus        PIC XX     VALUE "00".
01 FineFileStatus            PIC XX     VALUE "00".
01 InvoiceFileStatus         PIC XX     VALUE "00".
01 InvoiceLineFileStatus     PIC XX     VALUE "00".
01 OrderFileStatus           PIC XX     VALUE "00".
01 ItemFileStatus            PIC XX     VALUE "00".
01 SerialFileStatus          PIC XX     VALUE "00".
01 WithdrawalFileStatus      PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 GLDateInput               PIC X(8)   VALUE SPACES.
01 GLDate                    PIC 9(8)   VALUE ZEROS.
01 RunDate                   PIC 9(8)   VALUE ZEROS.
01 RunTime                   PIC 9(8)   VALUE ZEROS.
01 AlreadyPosted             PIC X      VALUE "N".
   88 DayAlreadyPosted                  VALUE "Y".
01 OrderFileOpen             PIC X      VALUE "N".
   88 OrderFileIsOpen                   VALUE "Y".

*> Every GLChart.dat row, read once at the start of the run.
01 ChartTable.
   02 ChartRow               OCCURS 100 TIMES.
      03 ChtEventCode        PIC X(5).
      03 ChtQualifier        PIC X(4).
      03 ChtDebitAccount     PIC X(8).
      03 ChtCreditAccount    PIC X(8).
      03 ChtDescription      PIC X(30).
01 ChartCount                PIC 9(3)   VALUE ZERO.
01 chartIndex                PIC 9(3)   VALUE ZERO.
01 chartRowFound             PIC 9(3)   VALUE ZERO.

*> In: the event to post. PostEvent writes its debit and credit
*> lines through the chart row for event and qualifier.
01 PostEventCode             PIC X(5)   VALUE SPACES.
01 PostQualifier             PIC X(4)   VALUE SPACES.
01 PostAmount                PIC 9(9)V99 VALUE ZERO.
01 PostReference             PIC X(20)  VALUE SPACES.
01 referenceNumber           PIC 9(4)   VALUE ZERO.

01 ExtractLineCount          PIC 9(6)   VALUE ZERO.
01 ExtractDebitTotal         PIC 9(11)V99 VALUE ZERO.
01 ExtractCreditTotal        PIC 9(11)V99 VALUE ZERO.
01 SuspenseCount             PIC 9(5)   VALUE ZERO.

*> One slot per event code posted, for the control report.
01 EventTable.
   02 EventEntry             OCCURS 30 TIMES.
      03 EvtCode             PIC X(5).
      03 EvtCount            PIC 9(5).
      03 EvtAmount           PIC 9(9)V99.
01 EventCount                PIC 9(2)   VALUE ZERO.
01 eventIndex                PIC 9(2)   VALUE ZERO.
01 currentEventIndex         PIC 9(2)   VALUE ZERO.

*> The CashUp day totals as CashUp recorded them in
*> ControlTotals.dat (in cents there): the last group of CashUp
*> counters whose DAY is the GL day is the one that counts.
01 ControlTotalFileStatus    PIC XX     VALUE "00".
01 CashUpDayFound            PIC X      VALUE "N".
   88 CashUpDayRecorded                 VALUE "Y".
01 CashUpGroupDay            PIC X      VALUE "N".
   88 InCashUpDayGroup                  VALUE "Y".
01 CashPaidTotal             PIC 9(9)V99 VALUE ZERO.
01 CashWaivedTotal           PIC 9(9)V99 VALUE ZERO.
01 CashRefundTotal           PIC 9(9)V99 VALUE ZERO.
01 CashDrawerNet             PIC S9(9)V99 VALUE ZERO.
01 PostedPaidTotal           PIC 9(9)V99 VALUE ZERO.
01 PostedWaivedTotal         PIC 9(9)V99 VALUE ZERO.
01 PostedRefundTotal         PIC 9(9)V99 VALUE ZERO.
01 ProblemCount              PIC 9(3)   VALUE ZERO.

01 ReportHeading.
   02 FILLER                 PIC X(30)
      VALUE "General ledger control for    ".
   02 PrnGLDate              PIC 9(8).
01 EventTotalLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnEvtCode             PIC X(5).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnEvtCount            PIC ZZ,ZZ9.
   02 FILLER                 PIC X(11)  VALUE " event(s)  ".
   02 PrnEvtAmount           PIC ZZZ,ZZZ,ZZ9.99.
01 ControlTotalLine.
   02 PrnCtlLabel            PIC X(34).
   02 PrnCtlAmount           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnCtlVerdict          PIC X(20).
01 ControlCountLine.
   02 PrnCntLabel            PIC X(34).
   02 PrnCntValue            PIC ZZZ,ZZ9.
01 AlreadyPostedLine.
   02 FILLER                 PIC X(27)
      VALUE "Day already posted, run on ".
   02 PrnPostedRunDate       PIC 9(8).
   02 FILLER                 PIC X(4)   VALUE " at ".
   02 PrnPostedRunTime       PIC 9(8).
   02 FILLER                 PIC X(16)  VALUE " -- not posted a".
   02 FILLER                 PIC X(5)   VALUE "gain.".

PROCEDURE DIVISION.
Begin.
   PERFORM OpenAuditLog
   MOVE "GLExtract" TO AuditProgramName
   MOVE "START"     TO AuditEventType
   PERFORM LogAuditEvent

   MOVE "GLDATE" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue TO GLDateInput
   IF GLDateInput(1:8) IS NUMERIC
     MOVE GLDateInput(1:8) TO GLDate
    ELSE
     ACCEPT GLDate FROM DATE YYYYMMDD
   END-IF
   ACCEPT RunDate FROM DATE YYYYMMDD
   ACCEPT RunTime FROM TIME

   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create GLControl.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE GLDate TO PrnGLDate
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine

   PERFORM OpenPostedFileIO
   MOVE GLDate TO PostedDate
   READ PostedFile
     INVALID KEY CONTINUE
     NOT INVALID KEY SET DayAlreadyPosted TO TRUE
   END-READ
   IF DayAlreadyPosted
     MOVE PostedRunDate TO PrnPostedRunDate
     MOVE PostedRunTime TO PrnPostedRunTime
     WRITE ReportLine FROM AlreadyPostedLine
     CLOSE ReportFile
     CLOSE PostedFile
     DISPLAY "GL day " GLDate " was already posted on "
             PostedRunDate "; GLExtract.dat left as it was."
     MOVE GLDate  TO AuditKeyValue
     MOVE "GLDUP" TO AuditEventType
     PERFORM LogAuditEvent
     MOVE "END"   TO AuditEventType
     PERFORM LogAuditEvent
     CLOSE AuditLogFile
     MOVE 4 TO RETURN-CODE
     STOP RUN
   END-IF

   PERFORM LoadGLChart

   OPEN OUTPUT ExtractFile
   IF ExtractFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create GLExtract.dat, status: "
             ExtractFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE SPACES       TO GLHeaderRecord
   MOVE "H"          TO GlhRecordType
   MOVE GLDate       TO GlhPostingDate
   MOVE RunDate      TO GlhCreatedDate
   MOVE RunTime      TO GlhCreatedTime
   MOVE "LIBRARY"    TO GlhSource
   WRITE GLHeaderRecord

   PERFORM PostPaymentsJournal
   PERFORM PostFinesAssessed
   PERFORM PostReleasedInvoices
   PERFORM PostBinderyRepairs
   PERFORM PostSerialPayments
   PERFORM PostWeedingSales

   MOVE SPACES             TO GLTrailerRecord
   MOVE "T"                TO GltRecordType
   MOVE GLDate             TO GltPostingDate
   MOVE ExtractLineCount   TO GltLineCount
   MOVE ExtractDebitTotal  TO GltDebitTotal
   MOVE ExtractCreditTotal TO GltCreditTotal
   WRITE GLTrailerRecord
   CLOSE ExtractFile

   MOVE GLDate            TO PostedDate
   MOVE RunDate           TO PostedRunDate
   MOVE RunTime           TO PostedRunTime
   MOVE ExtractLineCount  TO PostedLineCount
   MOVE ExtractDebitTotal TO PostedDebitTotal
   WRITE PostedRecord
     INVALID KEY
       DISPLAY "Could not record GL day " GLDate " as posted."
       ADD 1 TO AuditErrorCount
   END-WRITE
   CLOSE PostedFile

   PERFORM WriteControlReport
   CLOSE ReportFile
   DISPLAY "GL extract written to GLExtract.dat: " ExtractLineCount
           " line(s); control report in GLControl.prt."

   MOVE GLDate           TO AuditKeyValue
   MOVE "GLPST"          TO AuditEventType
   PERFORM LogAuditEvent
   MOVE "END"            TO AuditEventType
   MOVE ExtractLineCount TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF ProblemCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

*> Payments and waivers: every journal entry for the day posts as
*> its own event.
PostPaymentsJournal.
   OPEN INPUT PaymentsFile
   IF PaymentsFileStatus EQUAL TO "00"
     READ PaymentsFile
       AT END SET EndOfPaymentsFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfPaymentsFile
       IF PayDate = GLDate
         EVALUATE PayType
           WHEN "W"
             MOVE "WAIVE" TO PostEventCode
           WHEN "A"
             MOVE "AMNST" TO PostEventCode
           WHEN "T"
             MOVE "TRANS" TO PostEventCode
           WHEN "C"
             MOVE "TRCOL" TO PostEventCode
           WHEN "B"
             MOVE "TRBNC" TO PostEventCode
           WHEN "R"
             MOVE "AGREF" TO PostEventCode
           WHEN "U"
             MOVE "AGUNC" TO PostEventCode
           WHEN "K"
             MOVE "AGREC" TO PostEventCode
           WHEN "M"
             MOVE "AGCOM" TO PostEventCode
           WHEN "V"
             MOVE "FINRV" TO PostEventCode
           WHEN "F"
             MOVE "REFND" TO PostEventCode
           WHEN OTHER
             MOVE "PAYMT" TO PostEventCode
         END-EVALUATE
         MOVE SPACES    TO PostQualifier
         MOVE PayAmount TO PostAmount
         MOVE SPACES    TO PostReference
         STRING "B" PayBorrowerNumber " F" PayFineSequence
                " " PayOperatorId
                DELIMITED BY SIZE INTO PostReference
         PERFORM PostEvent
       END-IF
       READ PaymentsFile
         AT END SET EndOfPaymentsFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE PaymentsFile
   END-IF.

*> Charges raised on the day: late fines at return, replacement
*> charges for lost books, damage fees. Records from before reason
*> codes were all late fines.
PostFinesAssessed.
   OPEN INPUT FineFile
   IF FineFileStatus EQUAL TO "00"
     READ FineFile NEXT RECORD
       AT END SET EndOfFineFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfFineFile
       IF FineAssessDate = GLDate AND FineAmount > ZERO
         EVALUATE FineReasonCode
           WHEN "R"   MOVE "FINER" TO PostEventCode
           WHEN "D"   MOVE "FINED" TO PostEventCode
           WHEN "E"   MOVE "FINEE" TO PostEventCode
           WHEN OTHER MOVE "FINEL" TO PostEventCode
         END-EVALUATE
         MOVE SPACES     TO PostQualifier
         MOVE FineAmount TO PostAmount
         MOVE SPACES     TO PostReference
         STRING "B" FineBorrowerNumber " F" FineSequence
                DELIMITED BY SIZE INTO PostReference
         PERFORM PostEvent
       END-IF
       READ FineFile NEXT RECORD
         AT END SET EndOfFineFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE FineFile
   END-IF.

*> Supplier invoices released for payment on the day, one posting
*> per invoice line under the budget line its order was charged to.
PostReleasedInvoices.
   OPEN INPUT InvoiceFile
   IF InvoiceFileStatus EQUAL TO "00"
     OPEN INPUT InvoiceLineFile
     IF InvoiceLineFileStatus NOT EQUAL TO "00"
       SET EndOfInvoiceFile TO TRUE
     END-IF
     OPEN INPUT OrderFile
     IF OrderFileStatus EQUAL TO "00"
       MOVE "Y" TO OrderFileOpen
     END-IF
     IF NOT EndOfInvoiceFile
       READ InvoiceFile NEXT RECORD
         AT END SET EndOfInvoiceFile TO TRUE
       END-READ
     END-IF
     PERFORM UNTIL EndOfInvoiceFile
       IF InvReleasedDate = GLDate
         PERFORM PostOneInvoice
       END-IF
       READ InvoiceFile NEXT RECORD
         AT END SET EndOfInvoiceFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE InvoiceFile
     IF InvoiceLineFileStatus NOT = "35"
       CLOSE InvoiceLineFile
     END-IF
     IF OrderFileIsOpen
       CLOSE OrderFile
     END-IF
   END-IF.

PostOneInvoice.
   MOVE InvSupplierCode TO IlnSupplierCode
   MOVE InvNumber       TO IlnInvoiceNumber
   MOVE ZERO            TO IlnLineNumber
   START InvoiceLineFile KEY IS GREATER THAN IlnKey
     INVALID KEY SET EndOfInvoiceLineFile TO TRUE
     NOT INVALID KEY
       READ InvoiceLineFile NEXT RECORD
         AT END SET EndOfInvoiceLineFile TO TRUE
       END-READ
   END-START
   PERFORM UNTIL EndOfInvoiceLineFile
              OR IlnSupplierCode NOT = InvSupplierCode
              OR IlnInvoiceNumber NOT = InvNumber
     IF IlnAmount > ZERO
       MOVE SPACES TO PostQualifier
       IF OrderFileIsOpen
         MOVE IlnOrderBSN TO OrderBSN
         READ OrderFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE OrderBudgetLine TO PostQualifier
         END-READ
       END-IF
       MOVE "ACQIN"   TO PostEventCode
       MOVE IlnAmount TO PostAmount
       MOVE SPACES    TO PostReference
       STRING InvSupplierCode " " InvNumber
              DELIMITED BY SIZE INTO PostReference
       PERFORM PostEvent
     END-IF
     READ InvoiceLineFile NEXT RECORD
       AT END SET EndOfInvoiceLineFile TO TRUE
     END-READ
   END-PERFORM.

*> Copies booked back in from the bindery on the day with a repair
*> cost, under the budget line that pays for the batch.
PostBinderyRepairs.
   OPEN INPUT ItemFile
   IF ItemFileStatus EQUAL TO "00"
     READ ItemFile NEXT RECORD
       AT END SET EndOfItemFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfItemFile
       IF BniStatus NOT = "S" AND BniReturnDate = GLDate
          AND BniRepairCost > ZERO
         MOVE "BNDRY"        TO PostEventCode
         MOVE BniBudgetLine  TO PostQualifier
         MOVE BniRepairCost  TO PostAmount
         MOVE BniBatchNumber TO referenceNumber
         MOVE SPACES         TO PostReference
         STRING "BND" referenceNumber " " BniBSN
                DELIMITED BY SIZE INTO PostReference
         PERFORM PostEvent
       END-IF
       READ ItemFile NEXT RECORD
         AT END SET EndOfItemFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE ItemFile
   END-IF.

*> Serial subscriptions paid on the day -- taken out or renewed --
*> under the budget line that pays for them.
PostSerialPayments.
   OPEN INPUT SerialFile
   IF SerialFileStatus EQUAL TO "00"
     READ SerialFile NEXT RECORD
       AT END SET EndOfSerialFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfSerialFile
       IF SerLastPaidDate = GLDate AND SerLastPaidAmount > ZERO
         MOVE "SERPY"           TO PostEventCode
         MOVE SerBudgetLine     TO PostQualifier
         MOVE SerLastPaidAmount TO PostAmount
         MOVE SPACES            TO PostReference
         STRING "SER " SerIssn " " SerSupplierCode
                DELIMITED BY SIZE INTO PostReference
         PERFORM PostEvent
       END-IF
       READ SerialFile NEXT RECORD
         AT END SET EndOfSerialFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE SerialFile
   END-IF.

*> Withdrawn copies sold on the day: the money taken for them, from
*> the withdrawals register.
PostWeedingSales.
   OPEN INPUT WithdrawalFile
   IF WithdrawalFileStatus EQUAL TO "00"
     READ WithdrawalFile
       AT END SET EndOfWithdrawalFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfWithdrawalFile
       IF WdrDate = GLDate AND WdrSold AND WdrSaleAmount > ZERO
         MOVE "WDSAL"        TO PostEventCode
         MOVE SPACES         TO PostQualifier
         MOVE WdrSaleAmount  TO PostAmount
         MOVE SPACES         TO PostReference
         STRING "WDR " WdrBSN(1:13) " " WdrCopyNumber
                DELIMITED BY SIZE INTO PostReference
         PERFORM PostEvent
       END-IF
       READ WithdrawalFile
         AT END SET EndOfWithdrawalFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE WithdrawalFile
   END-IF.

*> Writes the debit and the credit line for one event through its
*> chart row: the row for the event and qualifier, else the event's
*> row with a blank qualifier, else the "OTHER" suspense row.
PostEvent.
   MOVE ZERO TO chartRowFound
   PERFORM VARYING chartIndex FROM 1 BY 1
           UNTIL chartIndex > ChartCount OR chartRowFound > ZERO
     IF ChtEventCode(chartIndex) = PostEventCode
        AND ChtQualifier(chartIndex) = PostQualifier
        AND PostQualifier NOT = SPACES
       MOVE chartIndex TO chartRowFound
     END-IF
   END-PERFORM
   PERFORM VARYING chartIndex FROM 1 BY 1
           UNTIL chartIndex > ChartCount OR chartRowFound > ZERO
     IF ChtEventCode(chartIndex) = PostEventCode
        AND ChtQualifier(chartIndex) = SPACES
       MOVE chartIndex TO chartRowFound
     END-IF
   END-PERFORM
   IF chartRowFound = ZERO
     ADD 1 TO SuspenseCount
     PERFORM VARYING chartIndex FROM 1 BY 1
             UNTIL chartIndex > ChartCount OR chartRowFound > ZERO
       IF ChtEventCode(chartIndex) = "OTHER"
         MOVE chartIndex TO chartRowFound
       END-IF
     END-PERFORM
   END-IF

   MOVE SPACES        TO GLDetailRecord
   MOVE "D"           TO GldRecordType
   MOVE GLDate        TO GldPostingDate
   MOVE PostEventCode TO GldEventCode
   MOVE PostAmount    TO GldAmount
   MOVE PostReference TO GldReference
   IF chartRowFound > ZERO
     MOVE ChtDescription(chartRowFound) TO GldDescription
    ELSE
     MOVE "Unmapped -- no suspense row" TO GldDescription
   END-IF

   ADD 1 TO ExtractLineCount
   MOVE ExtractLineCount TO GldLineNumber
   MOVE "D" TO GldDebitCredit
   IF chartRowFound > ZERO
     MOVE ChtDebitAccount(chartRowFound) TO GldAccount
    ELSE
     MOVE "SUSPENSE" TO GldAccount
   END-IF
   WRITE GLDetailRecord
   ADD PostAmount TO ExtractDebitTotal

   ADD 1 TO ExtractLineCount
   MOVE ExtractLineCount TO GldLineNumber
   MOVE "C" TO GldDebitCredit
   IF chartRowFound > ZERO
     MOVE ChtCreditAccount(chartRowFound) TO GldAccount
    ELSE
     MOVE "SUSPENSE" TO GldAccount
   END-IF
   WRITE GLDetailRecord
   ADD PostAmount TO ExtractCreditTotal

   IF PostEventCode = "PAYMT"
     ADD PostAmount TO PostedPaidTotal
   END-IF
   IF PostEventCode = "WAIVE" OR PostEventCode = "AMNST"
     ADD PostAmount TO PostedWaivedTotal
   END-IF
   IF PostEventCode = "REFND"
     ADD PostAmount TO PostedRefundTotal
   END-IF

   MOVE ZERO TO currentEventIndex
   PERFORM VARYING eventIndex FROM 1 BY 1
           UNTIL eventIndex > EventCount OR currentEventIndex > ZERO
     IF EvtCode(eventIndex) = PostEventCode
       MOVE eventIndex TO currentEventIndex
     END-IF
   END-PERFORM
   IF currentEventIndex = ZERO AND EventCount < 30
     ADD 1 TO EventCount
     MOVE PostEventCode TO EvtCode(EventCount)
     MOVE ZERO TO EvtCount(EventCount)
     MOVE ZERO TO EvtAmount(EventCount)
     MOVE EventCount TO currentEventIndex
   END-IF
   IF currentEventIndex > ZERO
     ADD 1 TO EvtCount(currentEventIndex)
     ADD PostAmount TO EvtAmount(currentEventIndex)
   END-IF.

WriteControlReport.
   PERFORM VARYING eventIndex FROM 1 BY 1
           UNTIL eventIndex > EventCount
     MOVE EvtCode(eventIndex)   TO PrnEvtCode
     MOVE EvtCount(eventIndex)  TO PrnEvtCount
     MOVE EvtAmount(eventIndex) TO PrnEvtAmount
     WRITE ReportLine FROM EventTotalLine
   END-PERFORM
   IF EventCount = ZERO
     MOVE "  (no money events on this day)" TO ReportLine
     WRITE ReportLine
   END-IF
   MOVE SPACES TO ReportLine
   WRITE ReportLine

   MOVE "Lines in extract:" TO PrnCntLabel
   MOVE ExtractLineCount    TO PrnCntValue
   WRITE ReportLine FROM ControlCountLine
   MOVE "Total debits:"     TO PrnCtlLabel
   MOVE ExtractDebitTotal   TO PrnCtlAmount
   MOVE SPACES              TO PrnCtlVerdict
   WRITE ReportLine FROM ControlTotalLine
   MOVE "Total credits:"    TO PrnCtlLabel
   MOVE ExtractCreditTotal  TO PrnCtlAmount
   IF ExtractDebitTotal = ExtractCreditTotal
     MOVE "BALANCED"        TO PrnCtlVerdict
    ELSE
     MOVE "OUT OF BALANCE"  TO PrnCtlVerdict
     ADD 1 TO ProblemCount
   END-IF
   WRITE ReportLine FROM ControlTotalLine
   MOVE SPACES TO ReportLine
   WRITE ReportLine

   PERFORM LoadCashUpTotals
   IF NOT CashUpDayRecorded
     MOVE "CashUp has not recorded this day -- payments, waivers"
       TO ReportLine
     WRITE ReportLine
     MOVE "  and refunds are not proved against the desk."
       TO ReportLine
     WRITE ReportLine
     ADD 1 TO ProblemCount
    ELSE
     MOVE "CashUp total paid:"  TO PrnCtlLabel
     MOVE CashPaidTotal       TO PrnCtlAmount
     MOVE SPACES              TO PrnCtlVerdict
     WRITE ReportLine FROM ControlTotalLine
     MOVE "Payments posted (PAYMT):" TO PrnCtlLabel
     MOVE PostedPaidTotal     TO PrnCtlAmount
     IF PostedPaidTotal = CashPaidTotal
       MOVE "AGREES WITH CASHUP" TO PrnCtlVerdict
      ELSE
       MOVE "DIFFERS FROM CASHUP" TO PrnCtlVerdict
       ADD 1 TO ProblemCount
     END-IF
     WRITE ReportLine FROM ControlTotalLine
     MOVE "CashUp total waived:" TO PrnCtlLabel
     MOVE CashWaivedTotal     TO PrnCtlAmount
     MOVE SPACES              TO PrnCtlVerdict
     WRITE ReportLine FROM ControlTotalLine
     MOVE "Waivers posted (WAIVE/AMNST):" TO PrnCtlLabel
     MOVE PostedWaivedTotal   TO PrnCtlAmount
     IF PostedWaivedTotal = CashWaivedTotal
       MOVE "AGREES WITH CASHUP" TO PrnCtlVerdict
      ELSE
       MOVE "DIFFERS FROM CASHUP" TO PrnCtlVerdict
       ADD 1 TO ProblemCount
     END-IF
     WRITE ReportLine FROM ControlTotalLine
     MOVE "CashUp total refunded:" TO PrnCtlLabel
     MOVE CashRefundTotal     TO PrnCtlAmount
     MOVE SPACES              TO PrnCtlVerdict
     WRITE ReportLine FROM ControlTotalLine
     MOVE "Refunds posted (REFND):" TO PrnCtlLabel
     MOVE PostedRefundTotal   TO PrnCtlAmount
     IF PostedRefundTotal = CashRefundTotal
       MOVE "AGREES WITH CASHUP" TO PrnCtlVerdict
      ELSE
       MOVE "DIFFERS FROM CASHUP" TO PrnCtlVerdict
       ADD 1 TO ProblemCount
     END-IF
     WRITE ReportLine FROM ControlTotalLine
     MOVE "CashUp drawer net expected:" TO PrnCtlLabel
     MOVE CashDrawerNet       TO PrnCtlAmount
     MOVE SPACES              TO PrnCtlVerdict
     WRITE ReportLine FROM ControlTotalLine
   END-IF

   IF SuspenseCount > ZERO
     MOVE SPACES TO ReportLine
     WRITE ReportLine
     MOVE "Events with no GLChart.dat row:" TO PrnCntLabel
     MOVE SuspenseCount TO PrnCntValue
     WRITE ReportLine FROM ControlCountLine
     MOVE "  (posted to the OTHER suspense accounts -- add a row)"
       TO ReportLine
     WRITE ReportLine
     ADD 1 TO ProblemCount
   END-IF.

*> Finds the day's totals CashUp recorded in ControlTotals.dat. Each
*> CashUp run writes a DAY counter and then its totals in cents; a
*> rerun appends a new group, so the last group for the GL day wins.
LoadCashUpTotals.
   OPEN INPUT ControlTotalFile
   IF ControlTotalFileStatus EQUAL TO "00"
     READ ControlTotalFile
       AT END SET EndOfControlTotalFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfControlTotalFile
       IF CtlStepName = "CashUp"
         PERFORM KeepCashUpTotal
       END-IF
       READ ControlTotalFile
         AT END SET EndOfControlTotalFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE ControlTotalFile
   END-IF.

KeepCashUpTotal.
   IF CtlCounterName = "DAY"
     MOVE "N" TO CashUpGroupDay
     IF CtlCounterValue = GLDate
       SET InCashUpDayGroup  TO TRUE
       SET CashUpDayRecorded TO TRUE
       MOVE ZERO TO CashPaidTotal, CashWaivedTotal, CashRefundTotal,
                    CashDrawerNet
     END-IF
    ELSE
     IF InCashUpDayGroup
       EVALUATE CtlCounterName
         WHEN "PAID"
           COMPUTE CashPaidTotal = CtlCounterValue / 100
         WHEN "WAIVED"
           COMPUTE CashWaivedTotal = CtlCounterValue / 100
         WHEN "REFUNDED"
           COMPUTE CashRefundTotal = CtlCounterValue / 100
         WHEN "DRAWERNET"
           COMPUTE CashDrawerNet = CtlCounterValue / 100
         WHEN "DRAWERSHORT"
           COMPUTE CashDrawerNet = ZERO - CtlCounterValue / 100
       END-EVALUATE
     END-IF
   END-IF.

*> Reads every GLChart.dat row into ChartTable; when the file
*> doesn't exist yet it writes the house chart below so finance
*> always has a file to edit.
LoadGLChart.
   MOVE ZERO TO ChartCount
   OPEN INPUT GLChartFile
   IF GLChartFileStatus EQUAL TO "00"
     READ GLChartFile
     PERFORM UNTIL GLChartFileStatus NOT EQUAL TO "00"
                OR ChartCount = 100
       PERFORM KeepGLChartRow
       READ GLChartFile
     END-PERFORM
     CLOSE GLChartFile
    ELSE
     OPEN OUTPUT GLChartFile
     IF GLChartFileStatus EQUAL TO "00"
       MOVE "PAYMT"    TO GlcEventCode
       MOVE SPACES     TO GlcQualifier
       MOVE "1000CASH" TO GlcDebitAccount
       MOVE "1200RECV" TO GlcCreditAccount
       MOVE "Fine payments taken" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "WAIVE"    TO GlcEventCode
       MOVE "6900WOFF" TO GlcDebitAccount
       MOVE "1200RECV" TO GlcCreditAccount
       MOVE "Fines waived" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "AMNST"    TO GlcEventCode
       MOVE "6900WOFF" TO GlcDebitAccount
       MOVE "1200RECV" TO GlcCreditAccount
       MOVE "Fines waived in an amnesty" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "FINEL"    TO GlcEventCode
       MOVE "1200RECV" TO GlcDebitAccount
       MOVE "4100FINE" TO GlcCreditAccount
       MOVE "Late-return fines assessed" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "FINER"    TO GlcEventCode
       MOVE "1200RECV" TO GlcDebitAccount
       MOVE "4200REPL" TO GlcCreditAccount
       MOVE "Lost-book replacement charges" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "FINED"    TO GlcEventCode
       MOVE "1200RECV" TO GlcDebitAccount
       MOVE "4300DAMG" TO GlcCreditAccount
       MOVE "Damage fees assessed" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "FINEE"    TO GlcEventCode
       MOVE "1200RECV" TO GlcDebitAccount
       MOVE "4400EQUP" TO GlcCreditAccount
       MOVE "Equipment late fines assessed" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "ACQIN"    TO GlcEventCode
       MOVE "5100BOOK" TO GlcDebitAccount
       MOVE "2100PAYB" TO GlcCreditAccount
       MOVE "Supplier invoices released" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "BNDRY"    TO GlcEventCode
       MOVE "5200BIND" TO GlcDebitAccount
       MOVE "2100PAYB" TO GlcCreditAccount
       MOVE "Bindery repairs" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "SERPY"    TO GlcEventCode
       MOVE "5150SERL" TO GlcDebitAccount
       MOVE "2100PAYB" TO GlcCreditAccount
       MOVE "Serial subscriptions paid" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "WDSAL"    TO GlcEventCode
       MOVE "1000CASH" TO GlcDebitAccount
       MOVE "4500SALE" TO GlcCreditAccount
       MOVE "Withdrawn stock sold" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "TRANS"    TO GlcEventCode
       MOVE "1250UNIV" TO GlcDebitAccount
       MOVE "1200RECV" TO GlcCreditAccount
       MOVE "Fines billed to student a/cs" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "TRCOL"    TO GlcEventCode
       MOVE "1010BANK" TO GlcDebitAccount
       MOVE "1250UNIV" TO GlcCreditAccount
       MOVE "Registrar student collections" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "TRBNC"    TO GlcEventCode
       MOVE "1200RECV" TO GlcDebitAccount
       MOVE "1250UNIV" TO GlcCreditAccount
       MOVE "Student charges bounced back" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "AGREF"    TO GlcEventCode
       MOVE "1260AGCY" TO GlcDebitAccount
       MOVE "1200RECV" TO GlcCreditAccount
       MOVE "Debts referred to collections" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "AGUNC"    TO GlcEventCode
       MOVE "1200RECV" TO GlcDebitAccount
       MOVE "1260AGCY" TO GlcCreditAccount
       MOVE "Agency debts returned unpaid" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "AGREC"    TO GlcEventCode
       MOVE "1010BANK" TO GlcDebitAccount
       MOVE "1260AGCY" TO GlcCreditAccount
       MOVE "Agency recoveries remitted" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "AGCOM"    TO GlcEventCode
       MOVE "5300COLL" TO GlcDebitAccount
       MOVE "1260AGCY" TO GlcCreditAccount
       MOVE "Collection agency commission" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "FINRV"    TO GlcEventCode
       MOVE "4200REPL" TO GlcDebitAccount
       MOVE "1200RECV" TO GlcCreditAccount
       MOVE "Found-book charges reversed" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "REFND"    TO GlcEventCode
       MOVE "4200REPL" TO GlcDebitAccount
       MOVE "1000CASH" TO GlcCreditAccount
       MOVE "Found-book refunds paid out" TO GlcDescription
       PERFORM WriteGLChartRow
       MOVE "OTHER"    TO GlcEventCode
       MOVE "9999SUSP" TO GlcDebitAccount
       MOVE "9999SUSP" TO GlcCreditAccount
       MOVE "Unmapped -- suspense" TO GlcDescription
       PERFORM WriteGLChartRow
       CLOSE GLChartFile
     END-IF
   END-IF.

WriteGLChartRow.
   WRITE GLChartRecord
   PERFORM KeepGLChartRow.

KeepGLChartRow.
   ADD 1 TO ChartCount
   MOVE GlcEventCode     TO ChtEventCode(ChartCount)
   MOVE GlcQualifier     TO ChtQualifier(ChartCount)
   MOVE GlcDebitAccount  TO ChtDebitAccount(ChartCount)
   MOVE GlcCreditAccount TO ChtCreditAccount(ChartCount)
   MOVE GlcDescription   TO ChtDescription(ChartCount).

OpenPostedFileIO.
   OPEN I-O PostedFile
   IF PostedFileStatus EQUAL TO "35"
     OPEN OUTPUT PostedFile
     CLOSE PostedFile
     OPEN I-O PostedFile
   END-IF
   IF PostedFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open GLPosted.dat, status: " PostedFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

END PROGRAM GLExtract.
