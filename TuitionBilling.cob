IDENTIFICATION DIVISION.
PROGRAM-ID. TuitionBilling.
AUTHOR. Job Sarneel.
*> Student tuition invoicing and receivables. StudentAccount.dat is
*> the student accounts ledger on top of StudentMaster.dat: every
*> tuition charge and credit a student has, keyed per student (see
*> StudentAccountRecord.cpy). 'i' is the invoicing run for an
*> academic year: every active student not yet invoiced for it has
*> the annual fee of their CourseId (CourseMaster.dat's
*> CourseMasterFee) raised as InstalmentCount instalments, due
*> InstalmentOffset days into the year -- or LateDueDays from today
*> when that date has already gone. 'p' posts a tuition payment
*> taken at the bursar's counter against the student's open charges,
*> oldest first, and journals it to TuitionPayments.dat. 'w' is the
*> withdrawal refund run: a withdrawn student whose year was
*> invoiced gets a refund credit for the part of the year after the
*> StatusDate of the withdrawal, set off against whatever they still
*> owe; what is left over is paid back to them. 'a' writes
*> TuitionAging.prt, the FinesAging treatment for tuition: open
*> balances aged from their due dates, per-student subtotals and
*> grand totals. Mid-year course changes raise their pro-rated
*> adjustments in CourseChange. 'i' and 'w' write TuitionBilling.prt.
*> UNATTENDED=Y takes the choice from TUITIONMODE (default the
*> aging report; 'p' needs a person) and the academic year for 'i'
*> from the ACADYEAR system parameter (default the year in
*> progress) so NightlyBatch can run them. Sessions start with an
*> OperatorSignon sign-on; an unattended run takes its operator id
*> from OPERATORID instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentMaster ASSIGN TO "StudentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentMasterStatus.
    SELECT AccountFile ASSIGN TO "StudentAccount.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SacKey
           FILE STATUS IS AccountFileStatus.
    SELECT TuitionPaymentsFile ASSIGN TO "TuitionPayments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TuitionPaymentsStatus.
    SELECT CourseMasterFile ASSIGN TO "CourseMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CourseMasterFileStatus.
    SELECT ReportFile ASSIGN TO "TuitionBilling.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT AgingReportFile ASSIGN TO "TuitionAging.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AgingReportStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD StudentMaster.
COPY StudentRec.

FD AccountFile.
COPY StudentAccountRecord.

FD TuitionPaymentsFile.
COPY TuitionPaymentRecord.

FD CourseMasterFile.
COPY CourseMasterRecord.

FD ReportFile.
01 ReportLine            PIC X(100).

FD AgingReportFile.
01 AgingLine             PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
COPY SystemParameterData.
COPY TuitionCalcData.
01 StudentMasterStatus   PIC XX       VALUE "00".
01 TuitionPaymentsStatus PIC XX       VALUE "00".
01 CourseMasterFileStatus PIC XX      VALUE "00".
01 ReportFileStatus      PIC XX       VALUE "00".
01 AgingReportStatus     PIC XX       VALUE "00".

01 UnattendedMode        PIC X        VALUE "N".
   88 RunningUnattended               VALUE "Y".
01 tuitionChoice         PIC X        VALUE SPACE.
01 tuitionToday          PIC 9(8)     VALUE ZEROS.
01 invoiceYearInput      PIC X(4)     VALUE SPACES.

*> The annual fee per course, from the catalog. A course with no
*> fee on file is reported, not invoiced at zero.
01 CourseFeeTable.
   02 CourseFeeEntry     OCCURS 200 TIMES.
      03 FeeCourseCode   PIC X(5).
      03 FeeAmount       PIC 9(5)V99.
01 CourseFeeCount        PIC 9(3)     VALUE ZERO.
01 feeIndex              PIC 9(3)     VALUE ZERO.
01 lookupCourse          PIC X(5)     VALUE SPACES.
01 courseFeeFound        PIC 9(5)V99  VALUE ZERO.

*> Three instalments a year, due at the end of September, January
*> and April (days after the first day of the academic year).
01 InstalmentCount       PIC 9        VALUE 3.
01 InstalmentScheduleValues.
   02 FILLER             PIC 9(3)     VALUE 029.
   02 FILLER             PIC 9(3)     VALUE 152.
   02 FILLER             PIC 9(3)     VALUE 241.
01 InstalmentSchedule REDEFINES InstalmentScheduleValues.
   02 InstalmentOffset   PIC 9(3)     OCCURS 3 TIMES.
01 LateDueDays           PIC 9(3)     VALUE 14.
01 instIndex             PIC 9        VALUE ZERO.
01 instAmount            PIC 9(5)V99  VALUE ZERO.
01 firstDueDate          PIC 9(8)     VALUE ZEROS.
01 DateArithFunction     PIC X(4).
01 DateArithDays         PIC S9(5)    VALUE ZERO.
01 DateArithValid        PIC X        VALUE "N".
   88 DateArithIsValid               VALUE "Y".

01 payStudentInput       PIC X(8)     VALUE SPACES.
01 payAmount             PIC 9(5)V99  VALUE ZERO.
01 payReceiptRef         PIC X(10)    VALUE SPACES.
01 anotherPayment        PIC X        VALUE "y".
01 entryBalance          PIC 9(5)V99  VALUE ZERO.
01 studentOwes           PIC 9(6)V99  VALUE ZERO.
01 studentCreditDue      PIC 9(6)V99  VALUE ZERO.
01 refundPayable         PIC 9(6)V99  VALUE ZERO.

01 InvoicedCount         PIC 9(5)     VALUE ZERO.
01 InvoicedTotal         PIC 9(9)V99  VALUE ZERO.
01 AlreadyInvoicedCount  PIC 9(5)     VALUE ZERO.
01 NoFeeCount            PIC 9(5)     VALUE ZERO.
01 RefundCount           PIC 9(5)     VALUE ZERO.
01 RefundCreditTotal     PIC 9(9)V99  VALUE ZERO.
01 RefundPayableTotal    PIC 9(9)V99  VALUE ZERO.
01 PaymentCount          PIC 9(5)     VALUE ZERO.
01 PaymentTotal          PIC 9(9)V99  VALUE ZERO.

*> Aging: bucket 1 = not yet due, 2 = 1-30 days past due,
*> 3 = 31-60, 4 = 61-90, 5 = over 90.
01 StudentBuckets.
   02 StudentBucket      PIC 9(6)V99  OCCURS 5 TIMES.
01 GrandBuckets.
   02 GrandBucket        PIC 9(8)V99  OCCURS 5 TIMES.
01 bucketIndex           PIC 9        VALUE ZERO.
01 daysPastDue           PIC S9(5)    VALUE ZERO.
01 GrandOwed             PIC 9(8)V99  VALUE ZERO.
01 GrandCreditDue        PIC 9(8)V99  VALUE ZERO.
01 OpenEntryCount        PIC 9(6)     VALUE ZERO.
01 PrevStudentId         PIC 9(8)     VALUE ZEROS.
01 FirstGroupStatus      PIC X        VALUE "N".
   88 FirstGroupStarted               VALUE "Y".

01 ReportHeading.
   02 PrnHeadingText     PIC X(52).
   02 PrnRunDate         PIC 9(8).
01 InvoiceHeading.
   02 FILLER             PIC X(12)    VALUE "  Student".
   02 FILLER             PIC X(24)    VALUE "Name".
   02 FILLER             PIC X(7)     VALUE "Course".
   02 FILLER             PIC X(10)    VALUE "Annual fee".
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 FILLER             PIC X(9)     VALUE "First due".
01 InvoiceLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnInvStudentId    PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnInvSurname      PIC X(12).
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnInvForename     PIC X(9).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnInvCourse       PIC X(5).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnInvFee          PIC ZZZ,ZZ9.99.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnInvFirstDue     PIC 9(8).
01 ExceptionLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnExcStudentId    PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnExcSurname      PIC X(12).
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnExcForename     PIC X(9).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnExcCourse       PIC X(5).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnExcReason       PIC X(40).
01 RefundHeading.
   02 FILLER             PIC X(12)    VALUE "  Student".
   02 FILLER             PIC X(24)    VALUE "Name".
   02 FILLER             PIC X(8)     VALUE "Withdrew".
   02 FILLER             PIC X(11)    VALUE "     Billed".
   02 FILLER             PIC X(11)    VALUE "   Unearned".
   02 FILLER             PIC X(11)    VALUE "    Set off".
   02 FILLER             PIC X(11)    VALUE "    Payable".
01 RefundLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnRefStudentId    PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnRefSurname      PIC X(12).
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnRefForename     PIC X(9).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnRefWithdrawn    PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnRefBilled       PIC ZZ,ZZ9.99.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnRefUnearned     PIC ZZ,ZZ9.99.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnRefSetOff       PIC ZZ,ZZ9.99.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnRefPayable      PIC ZZ,ZZ9.99.
01 TotalLine.
   02 PrnTotLabel        PIC X(40).
   02 PrnTotCount        PIC ZZ,ZZ9.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnTotAmount       PIC ZZZ,ZZZ,ZZ9.99.

01 AgingHeading.
   02 FILLER             PIC X(44)
      VALUE "Tuition receivables aging  --  Run date:    ".
   02 PrnAgingRunDate    PIC 9(8).
01 AgingColumnHeading.
   02 FILLER             PIC X(31)    VALUE "Student".
   02 FILLER             PIC X(10)    VALUE "   not due".
   02 FILLER             PIC X(10)    VALUE "      1-30".
   02 FILLER             PIC X(10)    VALUE "     31-60".
   02 FILLER             PIC X(10)    VALUE "     61-90".
   02 FILLER             PIC X(10)    VALUE "   over 90".
01 AgingDetailLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnAgeSequence     PIC 9(4).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnAgeEntryType    PIC X.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnAgeYear         PIC 9(4).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnAgeDueDate      PIC 9(8).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnAgeBalance      PIC ZZ,ZZ9.99.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnAgeDays         PIC ZZZZ9    BLANK WHEN ZERO.
   02 PrnAgeLabel        PIC X(14).
01 AgingStudentHeading.
   02 PrnAgeStudentId    PIC 9(8).
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnAgeSurname      PIC X(12).
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnAgeForename     PIC X(9).
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnAgeCourse       PIC X(5).
01 AgingStudentTotals.
   02 FILLER             PIC X(12)    VALUE "  subtotals:".
   02 FILLER             PIC X(19)    VALUE SPACES.
   02 PrnSubBucket       PIC ZZZ,ZZ9.99 OCCURS 5 TIMES.
   02 FILLER             PIC X(8)     VALUE "  owes: ".
   02 PrnSubOwed         PIC ZZZ,ZZ9.99.
01 AgingCreditLine.
   02 FILLER             PIC X(31)
      VALUE "  credit due back to student: ".
   02 PrnSubCredit       PIC ZZZ,ZZ9.99.
01 AgingGrandTotals.
   02 FILLER             PIC X(12)    VALUE "Grand totals".
   02 FILLER             PIC X(17)    VALUE SPACES.
   02 PrnGrandBucket     PIC ZZZZZ,ZZ9.99 OCCURS 5 TIMES.
01 AgingGrandOwedLine.
   02 FILLER             PIC X(31)
      VALUE "Total tuition outstanding:    ".
   02 PrnGrandOwed       PIC ZZ,ZZZ,ZZ9.99.
01 AgingGrandCreditLine.
   02 FILLER             PIC X(31)
      VALUE "Credits due back to students: ".
   02 PrnGrandCredit     PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
  ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
  IF RunningUnattended
    ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
   ELSE
    MOVE "TuitionBilling" TO SignonProgramName
    CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                                SignonOperatorName SignonOperatorRole
                                SignonResult
    IF NOT SignonSucceeded
      DISPLAY "Abending."
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF
  END-IF
  PERFORM OpenAuditLog
  MOVE SignonOperatorId TO AuditOperatorId
  MOVE "TuitionBilling" TO AuditProgramName
  MOVE "START"          TO AuditEventType
  PERFORM LogAuditEvent
  ACCEPT tuitionToday FROM DATE YYYYMMDD

  IF RunningUnattended
    MOVE "TUITIONMODE" TO SysParmName
    CALL "SystemParameter" USING SysParmName SysParmValue
    MOVE SysParmValue(1:1) TO tuitionChoice
    IF tuitionChoice = SPACE
      MOVE "a" TO tuitionChoice
    END-IF
    PERFORM RunTuitionChoice
   ELSE
    PERFORM TuitionMenu
  END-IF

  MOVE "END" TO AuditEventType
  PERFORM LogAuditEvent
  CLOSE AuditLogFile
  IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
    MOVE 4 TO RETURN-CODE
  END-IF
  STOP RUN.

TuitionMenu.
  DISPLAY "Press 'i' to invoice tuition, 'p' to post a payment, "
          "'w' for withdrawal refunds or 'a' for the aging report: "
          WITH NO ADVANCING
  ACCEPT tuitionChoice
  PERFORM RunTuitionChoice.

RunTuitionChoice.
  EVALUATE tuitionChoice
    WHEN "i" PERFORM RaiseTuitionInvoices
    WHEN "p"
      IF RunningUnattended
        DISPLAY "Payments are posted at the counter, not unattended."
                " Nothing run."
        ADD 1 TO AuditErrorCount
       ELSE
        PERFORM PostTuitionPayments
      END-IF
    WHEN "w" PERFORM RaiseWithdrawalRefunds
    WHEN "a" PERFORM WriteTuitionAging
    WHEN OTHER
      IF RunningUnattended
        DISPLAY "TUITIONMODE '" tuitionChoice "' is not a menu "
                "choice. Nothing run."
        ADD 1 TO AuditErrorCount
       ELSE
        DISPLAY "That's not an 'i', 'p', 'w' or 'a'. Try again."
        PERFORM TuitionMenu
      END-IF
  END-EVALUATE.

*> The invoicing run: each active student not yet invoiced for the
*> academic year gets the year's fee for their course in
*> instalments. Running it twice raises nothing twice.
RaiseTuitionInvoices.
  PERFORM ChooseInvoiceYear
  PERFORM LoadCourseFees
  MOVE SPACES TO PrnHeadingText
  STRING "Tuition invoicing  --  academic year " DELIMITED BY SIZE
         TuiAcademicYear DELIMITED BY SIZE
         "   Run: " DELIMITED BY SIZE
         INTO PrnHeadingText
  END-STRING
  PERFORM OpenTuitionReport
  WRITE ReportLine FROM InvoiceHeading
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  PERFORM OpenStudentMasterInput
  PERFORM OpenAccountFileIO

  READ StudentMaster NEXT RECORD
    AT END SET EndOfStudentMaster TO TRUE
  END-READ
  PERFORM UNTIL EndOfStudentMaster
    IF EnrollStatus = "A" OR EnrollStatus = "P" OR EnrollStatus = SPACE
      PERFORM InvoiceOneStudent
    END-IF
    READ StudentMaster NEXT RECORD
      AT END SET EndOfStudentMaster TO TRUE
    END-READ
  END-PERFORM
  CLOSE AccountFile
  CLOSE StudentMaster

  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE "Students invoiced:" TO PrnTotLabel
  MOVE InvoicedCount TO PrnTotCount
  MOVE InvoicedTotal TO PrnTotAmount
  WRITE ReportLine FROM TotalLine
  MOVE SPACES TO TotalLine
  MOVE "Already invoiced for the year:" TO PrnTotLabel
  MOVE AlreadyInvoicedCount TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  MOVE SPACES TO TotalLine
  MOVE "No fee on the catalog (not invoiced):" TO PrnTotLabel
  MOVE NoFeeCount TO PrnTotCount
  WRITE ReportLine FROM TotalLine
  CLOSE ReportFile
  DISPLAY "Tuition invoicing for " TuiAcademicYear ": "
          InvoicedCount " student(s) invoiced, " NoFeeCount
          " without a course fee (see TuitionBilling.prt)."
  MOVE InvoicedCount TO AuditRecordCount
  ADD NoFeeCount TO AuditErrorCount.

*> ACADYEAR / the prompt name the calendar year the academic year
*> starts in; blank means the one in progress today. Either way the
*> year's dates are the academic calendar's.
ChooseInvoiceYear.
  IF RunningUnattended
    MOVE "ACADYEAR" TO SysParmName
    CALL "SystemParameter" USING SysParmName SysParmValue
    MOVE SysParmValue TO invoiceYearInput
   ELSE
    DISPLAY "Academic year to invoice (YYYY, blank for the current "
            "year): " WITH NO ADVANCING
    ACCEPT invoiceYearInput
  END-IF
  IF invoiceYearInput IS NUMERIC AND invoiceYearInput > "1900"
    MOVE "YEAR" TO AcalFunction
    MOVE invoiceYearInput TO AcpAcademicYear
    CALL "AcademicCalendar" USING AcalFunction AcalDate
                                  AcademicPeriod AcalValid
    MOVE AcpYearStart TO TuiDate
   ELSE
    MOVE tuitionToday TO TuiDate
  END-IF
  PERFORM SetAcademicYear.

InvoiceOneStudent.
  MOVE StudentId TO TuiStudentId
  PERFORM ReviewStudentAccount
  IF TuiTuitionRaised
    ADD 1 TO AlreadyInvoicedCount
   ELSE
    MOVE CourseId TO lookupCourse
    PERFORM FindCourseFee
    IF courseFeeFound = ZERO
      MOVE StudentId TO PrnExcStudentId
      MOVE Surname   TO PrnExcSurname
      MOVE Forename  TO PrnExcForename
      MOVE CourseId  TO PrnExcCourse
      MOVE "no fee for this course; not invoiced" TO PrnExcReason
      WRITE ReportLine FROM ExceptionLine
      ADD 1 TO NoFeeCount
     ELSE
      PERFORM RaiseInstalments
    END-IF
  END-IF.

*> The fee split evenly; the last instalment takes the odd cents.
RaiseInstalments.
  COMPUTE instAmount = courseFeeFound / InstalmentCount
  PERFORM VARYING instIndex FROM 1 BY 1
          UNTIL instIndex > InstalmentCount
    MOVE SPACES          TO StudentAccountRecord
    MOVE "T"             TO SacEntryType
    MOVE TuiAcademicYear TO SacAcademicYear
    MOVE CourseId        TO SacCourseId
    MOVE instIndex       TO SacInstalment
    MOVE tuitionToday    TO SacRaisedDate
    PERFORM SetInstalmentDueDate
    IF instIndex = 1
      MOVE SacDueDate TO firstDueDate
    END-IF
    IF instIndex = InstalmentCount
      COMPUTE SacAmount = courseFeeFound
                        - instAmount * (InstalmentCount - 1)
     ELSE
      MOVE instAmount TO SacAmount
    END-IF
    MOVE ZERO            TO SacSettledAmount
    MOVE "O"             TO SacStatus
    STRING "Tuition " DELIMITED BY SIZE
           CourseId DELIMITED BY SIZE
           " instalment " DELIMITED BY SIZE
           instIndex DELIMITED BY SIZE
           INTO SacDescription
    END-STRING
    PERFORM RaiseAccountEntry
  END-PERFORM
  MOVE StudentId      TO PrnInvStudentId
  MOVE Surname        TO PrnInvSurname
  MOVE Forename       TO PrnInvForename
  MOVE CourseId       TO PrnInvCourse
  MOVE courseFeeFound TO PrnInvFee
  MOVE firstDueDate   TO PrnInvFirstDue
  WRITE ReportLine FROM InvoiceLine
  ADD 1 TO InvoicedCount
  ADD courseFeeFound TO InvoicedTotal
  MOVE StudentId TO AuditKeyValue
  MOVE "TINVC"   TO AuditEventType
  PERFORM LogAuditEvent.

SetInstalmentDueDate.
  MOVE "ADDD" TO DateArithFunction
  MOVE InstalmentOffset(instIndex) TO DateArithDays
  CALL "DateArithmetic" USING DateArithFunction TuiYearStart
                              SacDueDate DateArithDays
                              DateArithValid
  IF NOT DateArithIsValid OR SacDueDate < tuitionToday
    MOVE LateDueDays TO DateArithDays
    CALL "DateArithmetic" USING DateArithFunction tuitionToday
                                SacDueDate DateArithDays
                                DateArithValid
  END-IF.

*> Payments at the bursar's counter: one student at a time, the
*> money set against their open charges oldest first.
PostTuitionPayments.
  PERFORM OpenStudentMasterInput
  PERFORM OpenAccountFileIO
  PERFORM OpenTuitionPayments
  MOVE "y" TO anotherPayment
  PERFORM UNTIL anotherPayment NOT = "y"
    PERFORM PostOnePayment
    DISPLAY "Post another payment? (y/n): " WITH NO ADVANCING
    ACCEPT anotherPayment
  END-PERFORM
  CLOSE TuitionPaymentsFile
  CLOSE AccountFile
  CLOSE StudentMaster
  DISPLAY PaymentCount " payment(s) posted."
  MOVE PaymentCount TO AuditRecordCount.

PostOnePayment.
  DISPLAY "StudentId: " WITH NO ADVANCING
  ACCEPT payStudentInput
  IF payStudentInput IS NOT NUMERIC
    DISPLAY "A StudentId is eight digits."
   ELSE
    MOVE payStudentInput TO StudentId
    READ StudentMaster
      INVALID KEY
        DISPLAY "Student " payStudentInput " is not on the master."
      NOT INVALID KEY
        PERFORM ShowStudentAccount
        IF studentOwes = ZERO
          DISPLAY "Nothing owed on this account."
         ELSE
          PERFORM TakeTuitionPayment
        END-IF
    END-READ
  END-IF.

ShowStudentAccount.
  DISPLAY StudentId " " Forename " " Surname " (" CourseId ")"
  MOVE ZERO TO studentOwes, studentCreditDue
  MOVE StudentId TO TuiStudentId
  PERFORM StartStudentAccount
  PERFORM UNTIL TuiScanDone
    IF SacStatus = "O"
      COMPUTE entryBalance = SacAmount - SacSettledAmount
      IF SacIsCredit
        ADD entryBalance TO studentCreditDue
        DISPLAY "  " SacSequence "  " SacDescription
                "  credit " entryBalance
       ELSE
        ADD entryBalance TO studentOwes
        DISPLAY "  " SacSequence "  " SacDescription
                "  due " SacDueDate "  " entryBalance
      END-IF
    END-IF
    PERFORM ReadNextStudentAccount
  END-PERFORM
  DISPLAY "  Owed: " studentOwes
  IF studentCreditDue > ZERO
    DISPLAY "  Credit due back to the student: " studentCreditDue
  END-IF.

TakeTuitionPayment.
  DISPLAY "Amount received (e.g. 00450.00, zero to cancel): "
          WITH NO ADVANCING
  ACCEPT payAmount
  EVALUATE TRUE
    WHEN payAmount = ZERO
      DISPLAY "Nothing posted."
    WHEN payAmount > studentOwes
      DISPLAY "That is more than the " studentOwes " owed; "
              "nothing posted."
    WHEN OTHER
      DISPLAY "Receipt reference: " WITH NO ADVANCING
      ACCEPT payReceiptRef
      MOVE StudentId TO TuiStudentId
      MOVE payAmount TO TuiApplyAmount
      PERFORM ApplyToOpenCharges
      ACCEPT TpyDate FROM DATE YYYYMMDD
      ACCEPT TpyTime FROM TIME
      MOVE StudentId     TO TpyStudentId
      MOVE TuiApplied    TO TpyAmount
      MOVE payReceiptRef TO TpyReceiptRef
      WRITE TuitionPaymentRecord
      IF TuitionPaymentsStatus NOT EQUAL TO "00"
        DISPLAY "Could not write TuitionPayments.dat, status: "
                TuitionPaymentsStatus
        ADD 1 TO AuditErrorCount
      END-IF
      ADD 1 TO PaymentCount
      ADD TuiApplied TO PaymentTotal
      MOVE StudentId TO AuditKeyValue
      MOVE "TPAYM"   TO AuditEventType
      PERFORM LogAuditEvent
      DISPLAY "Payment of " TuiApplied " posted."
  END-EVALUATE.

*> Withdrawal refunds: the part of an invoiced year after the
*> withdrawal's StatusDate is credited back, once per student and
*> year. The credit first clears what the student still owes; the
*> rest is paid back to them.
RaiseWithdrawalRefunds.
  MOVE "Tuition withdrawal refunds  --  Run: " TO PrnHeadingText
  PERFORM OpenTuitionReport
  WRITE ReportLine FROM RefundHeading
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  PERFORM OpenStudentMasterInput
  PERFORM OpenAccountFileIO

  READ StudentMaster NEXT RECORD
    AT END SET EndOfStudentMaster TO TRUE
  END-READ
  PERFORM UNTIL EndOfStudentMaster
    IF EnrollStatus = "W" AND StatusDate IS NUMERIC
       AND StatusDate > ZEROS
      PERFORM RefundOneStudent
    END-IF
    READ StudentMaster NEXT RECORD
      AT END SET EndOfStudentMaster TO TRUE
    END-READ
  END-PERFORM
  CLOSE AccountFile
  CLOSE StudentMaster

  IF RefundCount = ZERO
    MOVE "  (no new withdrawals with tuition to refund)"
      TO ReportLine
    WRITE ReportLine
  END-IF
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE "Refund credits raised:" TO PrnTotLabel
  MOVE RefundCount       TO PrnTotCount
  MOVE RefundCreditTotal TO PrnTotAmount
  WRITE ReportLine FROM TotalLine
  MOVE SPACES TO TotalLine
  MOVE "Payable back to students:" TO PrnTotLabel
  MOVE RefundPayableTotal TO PrnTotAmount
  WRITE ReportLine FROM TotalLine
  CLOSE ReportFile
  DISPLAY "Withdrawal refunds: " RefundCount " raised (see "
          "TuitionBilling.prt)."
  MOVE RefundCount TO AuditRecordCount.

RefundOneStudent.
  MOVE StatusDate TO TuiDate
  PERFORM SetAcademicYear
  MOVE StudentId TO TuiStudentId
  PERFORM ReviewStudentAccount
  IF TuiYearCharged > TuiYearCredited AND NOT TuiRefundRaised
    COMPUTE TuiFullAmount = TuiYearCharged - TuiYearCredited
    PERFORM ProRateRemaining
    IF TuiProRated > ZERO
      MOVE TuiProRated TO TuiApplyAmount
      PERFORM ApplyToOpenCharges
      MOVE SPACES          TO StudentAccountRecord
      MOVE "R"             TO SacEntryType
      MOVE TuiAcademicYear TO SacAcademicYear
      MOVE CourseId        TO SacCourseId
      MOVE ZERO            TO SacInstalment
      MOVE tuitionToday    TO SacRaisedDate
      MOVE tuitionToday    TO SacDueDate
      MOVE TuiProRated     TO SacAmount
      MOVE TuiApplied      TO SacSettledAmount
      IF TuiApplied < TuiProRated
        MOVE "O" TO SacStatus
       ELSE
        MOVE "P" TO SacStatus
      END-IF
      STRING "Withdrawal refund from " DELIMITED BY SIZE
             StatusDate DELIMITED BY SIZE
             INTO SacDescription
      END-STRING
      PERFORM RaiseAccountEntry
      COMPUTE refundPayable = TuiProRated - TuiApplied
      MOVE StudentId     TO PrnRefStudentId
      MOVE Surname       TO PrnRefSurname
      MOVE Forename      TO PrnRefForename
      MOVE StatusDate    TO PrnRefWithdrawn
      MOVE TuiFullAmount TO PrnRefBilled
      MOVE TuiProRated   TO PrnRefUnearned
      MOVE TuiApplied    TO PrnRefSetOff
      MOVE refundPayable TO PrnRefPayable
      WRITE ReportLine FROM RefundLine
      ADD 1 TO RefundCount
      ADD TuiProRated   TO RefundCreditTotal
      ADD refundPayable TO RefundPayableTotal
      MOVE StudentId TO AuditKeyValue
      MOVE "TRFND"   TO AuditEventType
      PERFORM LogAuditEvent
    END-IF
  END-IF.

*> Receivables aging: the ledger's student-leading key brings each
*> student's entries together, so the subtotal is a control break.
WriteTuitionAging.
  OPEN OUTPUT AgingReportFile
  IF AgingReportStatus NOT EQUAL TO "00"
    DISPLAY "Could not create TuitionAging.prt, status: "
            AgingReportStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE tuitionToday TO PrnAgingRunDate
  WRITE AgingLine FROM AgingHeading
  WRITE AgingLine FROM AgingColumnHeading
  MOVE SPACES TO AgingLine
  WRITE AgingLine

  PERFORM OpenStudentMasterInput
  PERFORM OpenAccountFileIO
  PERFORM VARYING bucketIndex FROM 1 BY 1 UNTIL bucketIndex > 5
    MOVE ZEROS TO StudentBucket(bucketIndex)
    MOVE ZEROS TO GrandBucket(bucketIndex)
  END-PERFORM
  MOVE ZERO TO studentOwes, studentCreditDue
  READ AccountFile NEXT RECORD
    AT END SET EndOfAccountFile TO TRUE
  END-READ
  PERFORM UNTIL EndOfAccountFile
    IF SacStatus = "O" AND SacSettledAmount < SacAmount
      PERFORM AgeOneEntry
    END-IF
    READ AccountFile NEXT RECORD
      AT END SET EndOfAccountFile TO TRUE
    END-READ
  END-PERFORM
  IF FirstGroupStarted
    PERFORM WriteStudentAgingTotals
  END-IF
  CLOSE AccountFile
  CLOSE StudentMaster

  MOVE SPACES TO AgingLine
  WRITE AgingLine
  PERFORM VARYING bucketIndex FROM 1 BY 1 UNTIL bucketIndex > 5
    MOVE GrandBucket(bucketIndex) TO PrnGrandBucket(bucketIndex)
  END-PERFORM
  WRITE AgingLine FROM AgingGrandTotals
  MOVE GrandOwed TO PrnGrandOwed
  WRITE AgingLine FROM AgingGrandOwedLine
  IF GrandCreditDue > ZERO
    MOVE GrandCreditDue TO PrnGrandCredit
    WRITE AgingLine FROM AgingGrandCreditLine
  END-IF
  CLOSE AgingReportFile
  DISPLAY "Tuition aging written to TuitionAging.prt ("
          OpenEntryCount " open item(s), " PrnGrandOwed
          " outstanding)."
  MOVE OpenEntryCount TO AuditRecordCount.

AgeOneEntry.
  IF NOT FirstGroupStarted OR SacStudentId NOT = PrevStudentId
    IF FirstGroupStarted
      PERFORM WriteStudentAgingTotals
    END-IF
    PERFORM WriteStudentAgingHeading
    MOVE SacStudentId TO PrevStudentId
    MOVE "Y" TO FirstGroupStatus
  END-IF
  ADD 1 TO OpenEntryCount
  COMPUTE entryBalance = SacAmount - SacSettledAmount
  MOVE SacSequence     TO PrnAgeSequence
  MOVE SacEntryType    TO PrnAgeEntryType
  MOVE SacAcademicYear TO PrnAgeYear
  MOVE SacDueDate      TO PrnAgeDueDate
  MOVE entryBalance    TO PrnAgeBalance
  IF SacIsCredit
    ADD entryBalance TO studentCreditDue
    ADD entryBalance TO GrandCreditDue
    MOVE ZERO TO PrnAgeDays
    MOVE "credit due" TO PrnAgeLabel
   ELSE
    MOVE "DIFF" TO DateArithFunction
    CALL "DateArithmetic" USING DateArithFunction SacDueDate
                                tuitionToday daysPastDue
                                DateArithValid
    IF NOT DateArithIsValid
      *> A due date the arithmetic can't make sense of still counts
      *> as owed; park it in the oldest bucket so somebody looks.
      MOVE 999 TO daysPastDue
    END-IF
    EVALUATE TRUE
      WHEN daysPastDue <= 0   MOVE 1 TO bucketIndex
      WHEN daysPastDue <= 30  MOVE 2 TO bucketIndex
      WHEN daysPastDue <= 60  MOVE 3 TO bucketIndex
      WHEN daysPastDue <= 90  MOVE 4 TO bucketIndex
      WHEN OTHER              MOVE 5 TO bucketIndex
    END-EVALUATE
    ADD entryBalance TO StudentBucket(bucketIndex)
    ADD entryBalance TO GrandBucket(bucketIndex)
    ADD entryBalance TO studentOwes
    ADD entryBalance TO GrandOwed
    IF daysPastDue > ZERO
      MOVE daysPastDue TO PrnAgeDays
      MOVE " days past due" TO PrnAgeLabel
     ELSE
      MOVE ZERO TO PrnAgeDays
      MOVE "not yet due" TO PrnAgeLabel
    END-IF
  END-IF
  WRITE AgingLine FROM AgingDetailLine.

WriteStudentAgingHeading.
  MOVE SacStudentId TO PrnAgeStudentId
  MOVE SacStudentId TO StudentId
  READ StudentMaster
    INVALID KEY
      MOVE "(not on the" TO PrnAgeSurname
      MOVE "master)"     TO PrnAgeForename
      MOVE SPACES        TO PrnAgeCourse
    NOT INVALID KEY
      MOVE Surname  TO PrnAgeSurname
      MOVE Forename TO PrnAgeForename
      MOVE CourseId TO PrnAgeCourse
  END-READ
  WRITE AgingLine FROM AgingStudentHeading.

WriteStudentAgingTotals.
  PERFORM VARYING bucketIndex FROM 1 BY 1 UNTIL bucketIndex > 5
    MOVE StudentBucket(bucketIndex) TO PrnSubBucket(bucketIndex)
    MOVE ZEROS TO StudentBucket(bucketIndex)
  END-PERFORM
  MOVE studentOwes TO PrnSubOwed
  WRITE AgingLine FROM AgingStudentTotals
  IF studentCreditDue > ZERO
    MOVE studentCreditDue TO PrnSubCredit
    WRITE AgingLine FROM AgingCreditLine
  END-IF
  MOVE ZERO TO studentOwes, studentCreditDue
  MOVE SPACES TO AgingLine
  WRITE AgingLine.

LoadCourseFees.
  MOVE ZERO TO CourseFeeCount
  OPEN INPUT CourseMasterFile
  IF CourseMasterFileStatus EQUAL TO "00"
    READ CourseMasterFile
      AT END SET EndOfCourseMasterFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCourseMasterFile OR CourseFeeCount >= 200
      ADD 1 TO CourseFeeCount
      MOVE CourseMasterFileCode TO FeeCourseCode(CourseFeeCount)
      IF CourseMasterFee IS NUMERIC
        MOVE CourseMasterFee TO FeeAmount(CourseFeeCount)
       ELSE
        MOVE ZEROS TO FeeAmount(CourseFeeCount)
      END-IF
      READ CourseMasterFile
        AT END SET EndOfCourseMasterFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE CourseMasterFile
   ELSE
    DISPLAY "No CourseMaster.dat (status " CourseMasterFileStatus
            "): there are no course fees to invoice from."
  END-IF.

FindCourseFee.
  MOVE ZERO TO courseFeeFound
  PERFORM VARYING feeIndex FROM 1 BY 1
          UNTIL feeIndex > CourseFeeCount
    IF FeeCourseCode(feeIndex) = lookupCourse
      MOVE FeeAmount(feeIndex) TO courseFeeFound
    END-IF
  END-PERFORM.

OpenTuitionReport.
  OPEN OUTPUT ReportFile
  IF ReportFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create TuitionBilling.prt, status: "
            ReportFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE tuitionToday TO PrnRunDate
  WRITE ReportLine FROM ReportHeading
  MOVE SPACES TO ReportLine
  WRITE ReportLine.

OpenTuitionPayments.
  OPEN EXTEND TuitionPaymentsFile
  IF TuitionPaymentsStatus NOT EQUAL TO "00"
    OPEN OUTPUT TuitionPaymentsFile
  END-IF
  IF TuitionPaymentsStatus NOT EQUAL TO "00"
    DISPLAY "Could not open TuitionPayments.dat, status: "
            TuitionPaymentsStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

OpenAccountFileIO.
  OPEN I-O AccountFile
  IF AccountFileStatus EQUAL TO "35"
    OPEN OUTPUT AccountFile
    CLOSE AccountFile
    OPEN I-O AccountFile
  END-IF
  IF AccountFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not open StudentAccount.dat, status: "
            AccountFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

OpenStudentMasterInput.
  OPEN INPUT StudentMaster
  IF StudentMasterStatus EQUAL TO "35"
    OPEN OUTPUT StudentMaster
    CLOSE StudentMaster
    OPEN INPUT StudentMaster
  END-IF
  IF StudentMasterStatus NOT EQUAL TO "00"
    DISPLAY "Could not open StudentMaster.dat, status: "
            StudentMasterStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

COPY TuitionCalc.

COPY AuditLog.

END PROGRAM TuitionBilling.
