*> corrections to EntrantsResubmit.dat, which the next CountStudents
*> run picks up after the clean file. Anything still invalid is
*> carried forward by rewriting EntrantsExceptions.dat with the
*> leftovers, so no entrant can be silently lost. Sessions start
*> with an OperatorSignon sign-on; an unattended run takes its
*> operator id from OPERATORID instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 UnattendedMode         PIC X        VALUE "N".
   88 RunningUnattended                VALUE "Y".
01 ExceptionFileStatus    PIC XX.
01 RejectFileStatus       PIC XX.
01 ResubmitFileStatus     PIC XX.

PROCEDURE DIVISION.
Begin.
  ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
  IF RunningUnattended
    ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
   ELSE
    MOVE "RejectCorrect" TO SignonProgramName
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
  MOVE "RejectCorrect" TO AuditProgramName
  MOVE "START"         TO AuditEventType
  PERFORM LogAuditEvent
