*> the patron can actually be told. SugStatus: "N" new, "A"
*> accepted (on order), "D" declined, "F" fulfilled (received and
*> the hold placed).
*> Sessions start with an OperatorSignon sign-on, and the
*> operator's id goes on every audit and journal entry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 SuggestionFileStatus      PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".


PROCEDURE DIVISION.
Begin.
   MOVE "Suggestions" TO SignonProgramName
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
   MOVE "Suggestions" TO AuditProgramName
   MOVE "START"       TO AuditEventType
   PERFORM LogAuditEvent
