PROGRAM-ID. CashUp.
AUTHOR. Job Sarneel.
*> End-of-day cash reconciliation: reads PaymentsJournal.dat for
*> one day (the CASHDATE system parameter, YYYYMMDD; today when
*> not set) and writes CashUp.prt totalling, per signed-on operator,
*> the payments taken and the fines waived -- so the drawer count
*> at closing has something to reconcile against, and a disputed
*> payment traces to a person and a time. Every individual event
*> for the day is listed under its operator before the totals.
*> Fines billed to students' university accounts, and the
*> registrar's collections and bounces, are listed and totalled on
*> their own line: they are not drawer money. Nor are debts
*> referred to the collection agency, handed back, or recovered
*> by it (the agency remits to the bank), which get two lines of
*> their own. A declared-lost book that turns up has its
*> replacement charge reversed down to the processing fee: the
*> part still owed is simply reversed, and the part already paid
*> is refunded out of the drawer -- refunds are totalled on their
*> own line with what the drawer should then hold. The day's
*> paid, waived and refunded totals and the drawer net are also
*> recorded in ControlTotals.dat (step CashUp, in cents, after a
*> DAY counter naming the cash day) so GLExtract can prove its
*> postings against what the desk actually counted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT ReportFile ASSIGN TO "CashUp.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT ControlTotalFile ASSIGN TO "ControlTotals.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ControlTotalFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.
FD ReportFile.
01 ReportLine                PIC X(80).

FD ControlTotalFile.
COPY ControlTotalRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
COPY ControlTotalData.
01 PaymentsFileStatus        PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 currentOperatorIndex      PIC 9(2)   VALUE ZERO.
01 GrandPaidTotal            PIC 9(9)V99 VALUE ZERO.
01 GrandWaivedTotal          PIC 9(9)V99 VALUE ZERO.
*> Fines moved to and from students' university accounts by
*> StudentBilling ("T" billed, "C" collected by the registrar, "B"
*> bounced back). None of it passes through the drawer.
01 GrandBilledTotal          PIC 9(9)V99 VALUE ZERO.
01 GrandCollectedTotal       PIC 9(9)V99 VALUE ZERO.
01 GrandBouncedTotal         PIC 9(9)V99 VALUE ZERO.
*> Debts moved to and from the collection agency by
*> CollectionReferral ("R" referred, "U" handed back uncollected,
*> "K" recovered and remitted to the bank, "M" the agency's
*> commission on a recovery). None of that is drawer money either.
01 GrandReferredTotal        PIC 9(9)V99 VALUE ZERO.
01 GrandUncollectedTotal     PIC 9(9)V99 VALUE ZERO.
01 GrandRemittedTotal        PIC 9(9)V99 VALUE ZERO.
01 GrandCommissionTotal      PIC 9(9)V99 VALUE ZERO.
*> Found-book reversals from the desk's return path ("V" charge
*> reversed, "F" refunded to the borrower from the drawer).
01 GrandReversedTotal        PIC 9(9)V99 VALUE ZERO.
01 GrandRefundTotal          PIC 9(9)V99 VALUE ZERO.
01 DrawerNetTotal            PIC S9(9)V99 VALUE ZERO.

01 ReportHeading.
   02 FILLER                 PIC X(30)
   02 PrnGrandPaid           PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(16)  VALUE "   total waived:".
   02 PrnGrandWaived         PIC ZZZ,ZZ9.99.
01 StudentAccountLine.
   02 FILLER                 PIC X(22)  VALUE "Billed to student a/cs".
   02 PrnGrandBilled         PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(12)  VALUE "  collected:".
   02 PrnGrandCollected      PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(10)  VALUE "  bounced:".
   02 PrnGrandBounced        PIC ZZZ,ZZ9.99.
01 AgencyReferralLine.
   02 FILLER                 PIC X(22)  VALUE "Referred to agency".
   02 PrnGrandReferred       PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(11)  VALUE "  returned:".
   02 PrnGrandUncollected    PIC ZZZ,ZZ9.99.
01 AgencyRecoveryLine.
   02 FILLER                 PIC X(22)  VALUE "Agency remitted".
   02 PrnGrandRemitted       PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(13)  VALUE "  commission:".
   02 PrnGrandCommission     PIC ZZZ,ZZ9.99.
01 FoundBookLine.
   02 FILLER                 PIC X(22)  VALUE "Found-book reversals".
   02 PrnGrandReversed       PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(11)  VALUE "  refunded:".
   02 PrnGrandRefund         PIC ZZZ,ZZ9.99.
   02 FILLER                 PIC X(16)  VALUE "   drawer after:".
   02 PrnDrawerNet           PIC ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
Begin.
   MOVE "START"  TO AuditEventType
   PERFORM LogAuditEvent

   MOVE "CASHDATE" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue TO CashDateInput
   IF CashDateInput(1:8) IS NUMERIC
     MOVE CashDateInput(1:8) TO CashDate
    ELSE
   MOVE GrandPaidTotal   TO PrnGrandPaid
   MOVE GrandWaivedTotal TO PrnGrandWaived
   WRITE ReportLine FROM GrandTotalLine
   IF GrandBilledTotal > ZERO OR GrandCollectedTotal > ZERO
      OR GrandBouncedTotal > ZERO
     MOVE GrandBilledTotal    TO PrnGrandBilled
     MOVE GrandCollectedTotal TO PrnGrandCollected
     MOVE GrandBouncedTotal   TO PrnGrandBounced
     WRITE ReportLine FROM StudentAccountLine
   END-IF
   IF GrandReferredTotal > ZERO OR GrandUncollectedTotal > ZERO
     MOVE GrandReferredTotal    TO PrnGrandReferred
     MOVE GrandUncollectedTotal TO PrnGrandUncollected
     WRITE ReportLine FROM AgencyReferralLine
   END-IF
   IF GrandRemittedTotal > ZERO OR GrandCommissionTotal > ZERO
     MOVE GrandRemittedTotal    TO PrnGrandRemitted
     MOVE GrandCommissionTotal  TO PrnGrandCommission
     WRITE ReportLine FROM AgencyRecoveryLine
   END-IF
   COMPUTE DrawerNetTotal = GrandPaidTotal - GrandRefundTotal
   IF GrandReversedTotal > ZERO OR GrandRefundTotal > ZERO
     MOVE GrandReversedTotal    TO PrnGrandReversed
     MOVE GrandRefundTotal      TO PrnGrandRefund
     MOVE DrawerNetTotal        TO PrnDrawerNet
     WRITE ReportLine FROM FoundBookLine
   END-IF
   CLOSE ReportFile
   DISPLAY "Cash-up written to CashUp.prt: " EventCount
           " event(s), drawer total " PrnGrandPaid "."
   PERFORM RecordDayTotals

   MOVE "END"       TO AuditEventType
   MOVE EventCount  TO AuditRecordCount
   MOVE PayAmount         TO PrnEvtAmount
   MOVE PayType           TO PrnEvtType
   WRITE ReportLine FROM EventDetailLine
   EVALUATE PayType
     WHEN "T" ADD PayAmount TO GrandBilledTotal
     WHEN "C" ADD PayAmount TO GrandCollectedTotal
     WHEN "B" ADD PayAmount TO GrandBouncedTotal
     WHEN "R" ADD PayAmount TO GrandReferredTotal
     WHEN "U" ADD PayAmount TO GrandUncollectedTotal
     WHEN "K" ADD PayAmount TO GrandRemittedTotal
     WHEN "M" ADD PayAmount TO GrandCommissionTotal
     WHEN "V" ADD PayAmount TO GrandReversedTotal
     WHEN "F" ADD PayAmount TO GrandRefundTotal
     WHEN OTHER PERFORM TallyOperatorPayment
   END-EVALUATE.

*> The day's figures for GLExtract, in cents because the counters
*> are whole numbers: the DAY counter first, so a rerun for another
*> date starts a new group; a drawer that ends short (refunds over
*> takings) is recorded as DRAWERSHORT.
RecordDayTotals.
   PERFORM OpenControlTotals
   MOVE "CashUp"         TO ControlStepName
   MOVE "DAY"            TO ControlCounterName
   MOVE CashDate         TO ControlCounterValue
   PERFORM RecordControlTotal
   MOVE "PAID"           TO ControlCounterName
   COMPUTE ControlCounterValue = GrandPaidTotal * 100
   PERFORM RecordControlTotal
   MOVE "WAIVED"         TO ControlCounterName
   COMPUTE ControlCounterValue = GrandWaivedTotal * 100
   PERFORM RecordControlTotal
   MOVE "REFUNDED"       TO ControlCounterName
   COMPUTE ControlCounterValue = GrandRefundTotal * 100
   PERFORM RecordControlTotal
   IF DrawerNetTotal < ZERO
     MOVE "DRAWERSHORT"  TO ControlCounterName
     COMPUTE ControlCounterValue = ZERO - DrawerNetTotal * 100
    ELSE
     MOVE "DRAWERNET"    TO ControlCounterName
     COMPUTE ControlCounterValue = DrawerNetTotal * 100
   END-IF
   PERFORM RecordControlTotal
   CLOSE ControlTotalFile.

*> Money across the desk: payments into the drawer and waivers,
*> totalled per signed-on operator. An amnesty run's waivers come
*> in under its own operator id, AMNY, and are counted as waivers.
TallyOperatorPayment.
   MOVE ZERO TO currentOperatorIndex
   PERFORM VARYING operatorIndex FROM 1 BY 1
           UNTIL operatorIndex > OperatorCount
     END-IF
   END-IF
   IF currentOperatorIndex > ZERO
     IF PayType = "W" OR PayType = "A"
       ADD PayAmount TO TblWaivedTotal(currentOperatorIndex)
       ADD 1 TO TblWaivedCount(currentOperatorIndex)
       ADD PayAmount TO GrandWaivedTotal
     END-IF
   END-IF.

COPY ControlTotal.
COPY AuditLog.

END PROGRAM CashUp.
