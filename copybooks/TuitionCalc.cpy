      *> Shared tuition arithmetic over the student accounts ledger --
      *> COPY this into PROCEDURE DIVISION of any program that raises
      *> or settles tuition in StudentAccount.dat (see
      *> TuitionCalcData.cpy for the fields; AccountFile must be open
      *> I-O, and DateArithmetic and AcademicCalendar must be
      *> callable).
      *>   SetAcademicYear    TuiDate -> TuiAcademicYear, TuiYearStart,
      *>                      TuiYearEnd, TuiYearDays for the academic
      *>                      year on the calendar the date falls in.
      *>   ProRateRemaining   after SetAcademicYear: TuiFullAmount
      *>                      scaled to the days from TuiDate to the
      *>                      end of the year -> TuiProRated.
      *>   ReviewStudentAccount  TuiStudentId (and TuiAcademicYear) ->
      *>                      TuiNextSequence, the year's charges,
      *>                      credits and settled money, and whether
      *>                      its tuition or a withdrawal refund has
      *>                      already been raised.
      *>   ApplyToOpenCharges TuiApplyAmount set against the student's
      *>                      open charges, oldest first -> TuiApplied.
      *>   RaiseAccountEntry  WRITEs the StudentAccountRecord the
      *>                      caller has built under TuiStudentId and
      *>                      TuiNextSequence. Build it AFTER
      *>                      ApplyToOpenCharges, which reads through
      *>                      the record area.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       SetAcademicYear.
           MOVE "TERM" TO AcalFunction
           MOVE TuiDate TO AcalDate
           CALL "AcademicCalendar" USING AcalFunction AcalDate
                                         AcademicPeriod AcalValid
           MOVE AcpAcademicYear TO TuiAcademicYear
           MOVE AcpYearStart TO TuiYearStart
           MOVE AcpYearEnd TO TuiYearEnd
           MOVE "DIFF" TO TuiArithFunction
           CALL "DateArithmetic" USING TuiArithFunction TuiYearStart
                                       TuiYearEnd TuiArithDays
                                       TuiArithValid
           IF TuiArithIsValid AND TuiArithDays > ZERO
             COMPUTE TuiYearDays = TuiArithDays + 1
            ELSE
             MOVE 365 TO TuiYearDays
           END-IF.

       ProRateRemaining.
           MOVE "DIFF" TO TuiArithFunction
           CALL "DateArithmetic" USING TuiArithFunction TuiDate
                                       TuiYearEnd TuiDaysLeft
                                       TuiArithValid
           IF NOT TuiArithIsValid
             MOVE ZERO TO TuiDaysLeft
            ELSE
             ADD 1 TO TuiDaysLeft
           END-IF
           IF TuiDaysLeft < ZERO
             MOVE ZERO TO TuiDaysLeft
           END-IF
           IF TuiDaysLeft > TuiYearDays
             MOVE TuiYearDays TO TuiDaysLeft
           END-IF
           COMPUTE TuiProRated ROUNDED =
                   TuiFullAmount * TuiDaysLeft / TuiYearDays.

       ReviewStudentAccount.
           MOVE 1 TO TuiNextSequence
           MOVE ZERO TO TuiYearCharged, TuiYearCredited,
                        TuiYearSettled
           MOVE "N" TO TuiTuitionStatus, TuiRefundStatus
           PERFORM StartStudentAccount
           PERFORM UNTIL TuiScanDone
             COMPUTE TuiNextSequence = SacSequence + 1
             IF SacAcademicYear = TuiAcademicYear
               IF SacIsCredit
                 ADD SacAmount TO TuiYearCredited
                ELSE
                 ADD SacAmount        TO TuiYearCharged
                 ADD SacSettledAmount TO TuiYearSettled
               END-IF
               IF SacTuitionCharge
                 MOVE "Y" TO TuiTuitionStatus
               END-IF
               IF SacRefundCredit
                 MOVE "Y" TO TuiRefundStatus
               END-IF
             END-IF
             PERFORM ReadNextStudentAccount
           END-PERFORM.

       ApplyToOpenCharges.
           MOVE ZERO TO TuiApplied
           PERFORM StartStudentAccount
           PERFORM UNTIL TuiScanDone OR TuiApplied = TuiApplyAmount
             IF SacStatus = "O" AND NOT SacIsCredit
               COMPUTE TuiChargeBalance = SacAmount - SacSettledAmount
               IF TuiChargeBalance > TuiApplyAmount - TuiApplied
                 COMPUTE TuiChargeBalance = TuiApplyAmount - TuiApplied
               END-IF
               ADD TuiChargeBalance TO SacSettledAmount
               ADD TuiChargeBalance TO TuiApplied
               IF SacSettledAmount NOT < SacAmount
                 MOVE "P" TO SacStatus
               END-IF
               REWRITE StudentAccountRecord
                 INVALID KEY
                   DISPLAY "Could not settle StudentAccount.dat entry "
                           SacKey ", status: " AccountFileStatus
                   ADD 1 TO AuditErrorCount
               END-REWRITE
             END-IF
             PERFORM ReadNextStudentAccount
           END-PERFORM.

       RaiseAccountEntry.
           MOVE TuiStudentId    TO SacStudentId
           MOVE TuiNextSequence TO SacSequence
           WRITE StudentAccountRecord
             INVALID KEY
               DISPLAY "Could not add StudentAccount.dat entry "
                       SacKey ", status: " AccountFileStatus
               ADD 1 TO AuditErrorCount
             NOT INVALID KEY
               ADD 1 TO TuiNextSequence
           END-WRITE.

       StartStudentAccount.
           MOVE "N" TO TuiScanStatus
           MOVE TuiStudentId TO SacStudentId
           MOVE ZEROS        TO SacSequence
           START AccountFile KEY IS NOT LESS THAN SacKey
             INVALID KEY MOVE "Y" TO TuiScanStatus
           END-START
           IF NOT TuiScanDone
             PERFORM ReadNextStudentAccount
           END-IF.

       ReadNextStudentAccount.
           READ AccountFile NEXT RECORD
             AT END MOVE "Y" TO TuiScanStatus
           END-READ
           IF NOT TuiScanDone AND SacStudentId NOT = TuiStudentId
             MOVE "Y" TO TuiScanStatus
           END-IF.
