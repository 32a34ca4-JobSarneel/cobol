*> AddBooks, AmendBook and BookBatchLoad validate against. 'a' adds
*> a code, 'm' amends its name, 'd' deletes one, 'l' lists them
*> all.
*> Every session starts with an OperatorSignon sign-on, and the
*> operator's id goes on each audit entry the session writes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 SubjectFileStatus         PIC XX     VALUE "00".
01 maintChoice               PIC X      VALUE SPACE.
01 codeInput                 PIC X(4)   VALUE SPACES.

PROCEDURE DIVISION.
Begin.
   MOVE "SubjectMaint" TO SignonProgramName
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
   MOVE "SubjectMaint" TO AuditProgramName
   MOVE "START"        TO AuditEventType
   PERFORM LogAuditEvent
