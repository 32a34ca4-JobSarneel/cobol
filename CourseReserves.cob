*> titles at the terminal, and 'r' writes ReservesReport.prt --
*> per course, which listed titles we hold, how many copies, and
*> how many are currently out.
*> Sessions start with an OperatorSignon sign-on, and the
*> operator's id goes on every audit and journal entry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT CourseMasterFile ASSIGN TO "CourseMaster.dat"
          ORGANIZATION IS LINE SEQUENTIAL

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 ReserveFileStatus         PIC XX     VALUE "00".
01 BookFileStatus            PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 copiesTotal               PIC 9(2)   VALUE ZERO.
01 copiesOut                 PIC 9(2)   VALUE ZERO.
01 copyIndex                 PIC 9(2)   VALUE ZERO.
01 copyNumberLimit           PIC 9(2)   VALUE ZERO.
01 ListedCount               PIC 9(4)   VALUE ZERO.
01 reportCourse              PIC X(5)   VALUE SPACES.


PROCEDURE DIVISION.
Begin.
   MOVE "CourseReserves" TO SignonProgramName
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
   MOVE "CourseReserves" TO AuditProgramName
   MOVE "START"          TO AuditEventType
   PERFORM LogAuditEvent
     NOT INVALID KEY
       MOVE BookTitle TO PrnRsvTitle
       MOVE BookCopyCount TO copiesTotal
       IF copiesTotal = ZERO AND BookWithdrawnCopies = ZERO
         MOVE 1 TO copiesTotal
       END-IF
       *> Weeded copies keep their numbers; the loop covers them.
       COMPUTE copyNumberLimit = copiesTotal + BookWithdrawnCopies
       MOVE ZERO TO copiesOut
       PERFORM VARYING copyIndex FROM 1 BY 1
               UNTIL copyIndex > copyNumberLimit
         MOVE RsvBSN    TO LoanBSN
         MOVE copyIndex TO LoanCopyNumber
         READ LoanFile
             END-IF
         END-READ
       END-PERFORM
       EVALUATE TRUE
         WHEN copiesTotal = ZERO
           MOVE "** NOT HELD **" TO PrnRsvFlag
         WHEN copiesOut = copiesTotal
           MOVE "** ALL OUT **" TO PrnRsvFlag
       END-EVALUATE
   END-READ
   IF RsvActive NOT = "A"
     MOVE "(off-season)" TO PrnRsvFlag
