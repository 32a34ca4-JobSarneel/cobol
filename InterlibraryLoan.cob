*> 's' prints IllReport.prt, the open-ILL status list in both
*> directions with return-by dates, so nothing ages out in a folder
*> unseen.
*> Sessions start with an OperatorSignon sign-on, and the
*> operator's id goes on every audit and journal entry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 IllFileStatus             PIC XX     VALUE "00".
01 CopyFileStatus            PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".

PROCEDURE DIVISION.
Begin.
   MOVE "InterlibraryLoa" TO SignonProgramName
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
   MOVE "InterlibraryLoa" TO AuditProgramName
   MOVE "START"           TO AuditEventType
   PERFORM LogAuditEvent
