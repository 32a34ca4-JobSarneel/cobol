IDENTIFICATION DIVISION.
PROGRAM-ID. NoticeReturns.
AUTHOR. Job Sarneel.
*> Delivery returns from the university's messaging gateway: the
*> notice runs (OverdueNotices, PickupNotices, MembershipExpiry and
*> the desk's fine statement) hand their e-mail and SMS notices to
*> the gateway in NoticeDispatch.dat, and the gateway reports back
*> in NoticeReturns.dat, one line per message:
*>   message id|DELIVERED or FAILED|reason
*> the message id being the one from the dispatch line, which
*> carries the notice type and borrower number. Every failed
*> delivery puts its borrower on paper (BorrowerNoticeFallback on
*> Borrower.dat, journaled) until the desk corrects the contact
*> details, and the notice itself follows by post the next night:
*> tonight's OverdueNotices run simply letters the still-overdue
*> loans, a failed pickup notice has its pickup-shelf entries
*> marked un-notified so PickupNotices letters them tonight, and
*> since renewal reminders and fine statements are not re-run
*> nightly, those two are re-sent here as a letter in
*> NoticeFallback.prt -- unless the membership has been renewed or
*> the fines paid in the meantime. NoticeReturns.prt lists every
*> failed message and what was done about it. NightlyBatch runs
*> this ahead of the notice letters and archives the returns file
*> once it has been read.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT ReturnsFile ASSIGN TO "NoticeReturns.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReturnsFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          FILE STATUS IS BorrowerFileStatus.
   SELECT PickupFile ASSIGN TO "PickupShelf.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PkuKey
          FILE STATUS IS PickupFileStatus.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FineKey
          FILE STATUS IS FineFileStatus.
   SELECT ReportFile ASSIGN TO "NoticeReturns.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT LetterFile ASSIGN TO "NoticeFallback.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LetterFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD ReturnsFile.
01 ReturnsLine.
   88 EndOfReturnsFile                  VALUE HIGH-VALUES.
   02 ReturnsData            PIC X(120).

FD BorrowerFile.
COPY BorrowerRecord.

FD PickupFile.
COPY PickupRecord.

FD FineFile.
COPY FineRecord.

FD ReportFile.
01 ReportLine                PIC X(100).

FD LetterFile.
01 LetterLine                PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
01 ReturnsFileStatus         PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 PickupFileStatus          PIC XX     VALUE "00".
01 FineFileStatus            PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".
01 LetterFileStatus          PIC XX     VALUE "00".

01 TodaysDate                PIC 9(8)   VALUE ZEROS.
01 WindowEndDate             PIC 9(8)   VALUE ZEROS.
01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".

*> One gateway line, taken apart. The message id is the dispatch
*> line's TTT-YYYYMMDD-NNNNN-HHMMSSCC.
01 RetMessageId              PIC X(27)  VALUE SPACES.
01 RetMessageParts REDEFINES RetMessageId.
   02 RetTypeCode            PIC X(3).
   02 FILLER                 PIC X.
   02 RetSentDate            PIC X(8).
   02 FILLER                 PIC X.
   02 RetBorrowerText        PIC X(5).
   02 FILLER                 PIC X(9).
01 RetStatus                 PIC X(10)  VALUE SPACES.
01 RetReason                 PIC X(60)  VALUE SPACES.
01 RetBorrowerNumber         PIC 9(5)   VALUE ZEROS.
01 RetLineStatus             PIC X      VALUE "N".
   88 RetLineIsValid                    VALUE "Y".
01 RetActionText             PIC X(40)  VALUE SPACES.

01 LineCount                 PIC 9(6)   VALUE ZERO.
01 DeliveredCount            PIC 9(6)   VALUE ZERO.
01 FailedCount               PIC 9(6)   VALUE ZERO.
01 IgnoredCount              PIC 9(6)   VALUE ZERO.
01 SwitchedCount             PIC 9(6)   VALUE ZERO.
01 RequeuedCount             PIC 9(6)   VALUE ZERO.
01 LetterCount               PIC 9(6)   VALUE ZERO.

*> Borrowers whose pickup notice bounced, for the one pass over
*> PickupShelf.dat after all the returns are read.
01 RequeueTable.
   02 RequeueBorrower        OCCURS 500 TIMES PIC 9(5).
01 RequeueHeld               PIC 9(3)   VALUE ZERO.
01 requeueIndex              PIC 9(3)   VALUE ZERO.
01 RequeueMatch              PIC X      VALUE "N".
   88 RequeueMatches                    VALUE "Y".

01 fineOutstanding           PIC 9(5)V99 VALUE ZERO.
01 fineOutstandingTotal      PIC 9(6)V99 VALUE ZERO.

01 JournalFileCode           PIC X(4)   VALUE SPACES.
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

01 ReportHeading.
   02 FILLER                 PIC X(40)
      VALUE "Notice delivery returns  Run: ".
   02 PrnRunDate             PIC 9(8).
01 ReportColumns             PIC X(80)  VALUE
   "Message id                   Borrower  Action / reason".
01 DetailLine.
   02 PrnMessageId           PIC X(27).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnBorrowerNumber      PIC 9(5).
   02 FILLER                 PIC X(5)   VALUE SPACES.
   02 PrnAction              PIC X(40).
01 ReasonLine.
   02 FILLER                 PIC X(39)  VALUE SPACES.
   02 PrnReason              PIC X(60).
01 TotalLine1.
   02 FILLER                 PIC X(24)  VALUE "Returns read:           ".
   02 PrnLineCount           PIC ZZZZZ9.
   02 FILLER                 PIC X(14)  VALUE "   delivered: ".
   02 PrnDeliveredCount      PIC ZZZZZ9.
   02 FILLER                 PIC X(11)  VALUE "   failed: ".
   02 PrnFailedCount         PIC ZZZZZ9.
   02 FILLER                 PIC X(12)  VALUE "   ignored: ".
   02 PrnIgnoredCount        PIC ZZZZZ9.
01 TotalLine2.
   02 FILLER                 PIC X(24)  VALUE "Borrowers put on paper: ".
   02 PrnSwitchedCount       PIC ZZZZZ9.
   02 FILLER                 PIC X(20)  VALUE "   pickups re-sent: ".
   02 PrnRequeuedCount       PIC ZZZZZ9.
   02 FILLER                 PIC X(12)  VALUE "   letters: ".
   02 PrnLetterCount         PIC ZZZZZ9.

01 LetterHead1.
   02 FILLER                 PIC X(30)
      VALUE "LIBRARY NOTICE BY POST  --    ".
   02 PrnLetterDate          PIC 9(8).
01 AddressHeadLine1.
   02 FILLER                 PIC X(6)   VALUE SPACES.
   02 PrnAddrName            PIC X(30).
01 AddressHeadLine2.
   02 FILLER                 PIC X(6)   VALUE SPACES.
   02 PrnAddrStreet          PIC X(30).
01 AddressHeadLine3.
   02 FILLER                 PIC X(6)   VALUE SPACES.
   02 PrnAddrPostcode        PIC X(8).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnAddrCity            PIC X(20).
01 LetterIntro1              PIC X(60)
   VALUE "We could not deliver this notice to you by e-mail or SMS,".
01 LetterIntro2              PIC X(60)
   VALUE "so here it is on paper. Please give the desk your current".
01 LetterIntro3              PIC X(60)
   VALUE "contact details.".
01 RenewalDetail.
   02 FILLER                 PIC X(26)
      VALUE "Your membership (borrower ".
   02 PrnRenewNumber         PIC 9(5).
   02 FILLER                 PIC X(2)   VALUE ") ".
   02 PrnRenewVerb           PIC X(10).
   02 PrnRenewExpiry         PIC 9(8).
   02 FILLER                 PIC X      VALUE ".".
01 RenewalClose1             PIC X(60)
   VALUE "A lapsed card cannot borrow or reserve. Renew at the desk".
01 RenewalClose2             PIC X(60)
   VALUE "to keep borrowing.  --  The library".
01 FinesDetail.
   02 FILLER                 PIC X(40)
      VALUE "Your outstanding library fines come to: ".
   02 PrnFinesTotal          PIC ZZ,ZZ9.99.
01 FinesClose1               PIC X(60)
   VALUE "Please pay at the desk.  --  The library".

PROCEDURE DIVISION.
Begin.
   PERFORM OpenAuditLog
   MOVE "NoticeReturns" TO AuditProgramName
   MOVE "START"         TO AuditEventType
   PERFORM LogAuditEvent

   ACCEPT TodaysDate FROM DATE YYYYMMDD
   *> A renewal inside the chase window still needs chasing; one
   *> beyond it has been renewed since the reminder went out.
   MOVE "ADDD" TO DateArithFunction
   MOVE 30 TO DateArithDays
   CALL "DateArithmetic" USING DateArithFunction TodaysDate
                               WindowEndDate DateArithDays
                               DateArithValid
   IF NOT DateArithIsValid
     MOVE TodaysDate TO WindowEndDate
   END-IF

   OPEN INPUT ReturnsFile
   IF ReturnsFileStatus NOT EQUAL TO "00"
     DISPLAY "No NoticeReturns.dat from the messaging gateway "
             "(status " ReturnsFileStatus "); nothing to do."
     MOVE "END" TO AuditEventType
     PERFORM LogAuditEvent
     CLOSE AuditLogFile
     STOP RUN
   END-IF
   PERFORM OpenBorrowerFileIO
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create NoticeReturns.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   OPEN OUTPUT LetterFile
   IF LetterFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create NoticeFallback.prt, status: "
             LetterFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE TodaysDate TO PrnRunDate
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   WRITE ReportLine FROM ReportColumns

   READ ReturnsFile
     AT END SET EndOfReturnsFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfReturnsFile
     IF ReturnsData NOT = SPACES
       ADD 1 TO LineCount
       PERFORM ProcessReturnLine
     END-IF
     READ ReturnsFile
       AT END SET EndOfReturnsFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE ReturnsFile
   CLOSE BorrowerFile
   IF RequeueHeld > ZERO
     PERFORM RequeuePickupNotices
   END-IF
   CLOSE LetterFile

   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE LineCount      TO PrnLineCount
   MOVE DeliveredCount TO PrnDeliveredCount
   MOVE FailedCount    TO PrnFailedCount
   MOVE IgnoredCount   TO PrnIgnoredCount
   WRITE ReportLine FROM TotalLine1
   MOVE SwitchedCount  TO PrnSwitchedCount
   MOVE RequeuedCount  TO PrnRequeuedCount
   MOVE LetterCount    TO PrnLetterCount
   WRITE ReportLine FROM TotalLine2
   CLOSE ReportFile
   DISPLAY "Notice returns: " LineCount " read, " DeliveredCount
           " delivered, " FailedCount " failed, " IgnoredCount
           " ignored; " SwitchedCount " borrower(s) put on paper, "
           RequeuedCount " pickup(s) re-sent, " LetterCount
           " letter(s) in NoticeFallback.prt."

   MOVE "END"       TO AuditEventType
   MOVE FailedCount TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

ProcessReturnLine.
   MOVE SPACES TO RetMessageId, RetStatus, RetReason
   UNSTRING ReturnsData DELIMITED BY "|"
            INTO RetMessageId RetStatus RetReason
   END-UNSTRING
   INSPECT RetStatus CONVERTING "abcdefghijklmnopqrstuvwxyz"
                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   MOVE "N" TO RetLineStatus
   IF (RetTypeCode = "OVD" OR "PKU" OR "REN" OR "FIN") AND
      RetSentDate IS NUMERIC AND RetBorrowerText IS NUMERIC AND
      (RetStatus = "DELIVERED" OR "FAILED")
     MOVE "Y" TO RetLineStatus
   END-IF
   IF NOT RetLineIsValid
     DISPLAY "Return line " LineCount " ignored: "
             ReturnsData(1:60)
     ADD 1 TO IgnoredCount
     ADD 1 TO AuditErrorCount
    ELSE
     IF RetStatus = "DELIVERED"
       ADD 1 TO DeliveredCount
      ELSE
       ADD 1 TO FailedCount
       MOVE RetBorrowerText TO RetBorrowerNumber
       PERFORM ProcessFailedNotice
     END-IF
   END-IF.

*> The borrower goes on paper, and the notice follows by post.
ProcessFailedNotice.
   MOVE RetBorrowerNumber TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       MOVE "borrower not on file -- nothing done" TO RetActionText
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       PERFORM PutBorrowerOnPaper
       EVALUATE RetTypeCode
         WHEN "OVD"
           MOVE "on paper; tonight's overdue letter"
             TO RetActionText
         WHEN "PKU"
           PERFORM QueuePickupRequeue
           MOVE "on paper; pickup letter tonight" TO RetActionText
         WHEN "REN"
           PERFORM WriteRenewalLetter
         WHEN "FIN"
           PERFORM WriteFinesLetter
       END-EVALUATE
   END-READ
   MOVE RetMessageId      TO PrnMessageId
   MOVE RetBorrowerNumber TO PrnBorrowerNumber
   MOVE RetActionText     TO PrnAction
   WRITE ReportLine FROM DetailLine
   IF RetReason NOT = SPACES
     MOVE RetReason TO PrnReason
     WRITE ReportLine FROM ReasonLine
   END-IF.

PutBorrowerOnPaper.
   IF NOT BorrowerNoticeOnPaper
     MOVE BorrowerDetails TO JournalBefore
     MOVE "Y" TO BorrowerNoticeFallback
     REWRITE BorrowerDetails
       INVALID KEY
         CONTINUE
     END-REWRITE
     IF BorrowerFileStatus = "00"
       MOVE "BORR" TO JournalFileCode
       MOVE "R"    TO JournalOperation
       MOVE BorrowerDetails TO JournalAfter
       CALL "JournalWriter" USING JournalFileCode JournalOperation
                                  JournalBefore JournalAfter
       MOVE SPACES TO JournalBefore, JournalAfter
       ADD 1 TO SwitchedCount
      ELSE
       DISPLAY "Could not put borrower " BorrowerNumber
               " on paper, status: " BorrowerFileStatus
       ADD 1 TO AuditErrorCount
     END-IF
   END-IF.

QueuePickupRequeue.
   MOVE "N" TO RequeueMatch
   PERFORM VARYING requeueIndex FROM 1 BY 1
           UNTIL requeueIndex > RequeueHeld OR RequeueMatches
     IF RequeueBorrower(requeueIndex) = RetBorrowerNumber
       MOVE "Y" TO RequeueMatch
     END-IF
   END-PERFORM
   IF NOT RequeueMatches
     IF RequeueHeld < 500
       ADD 1 TO RequeueHeld
       MOVE RetBorrowerNumber TO RequeueBorrower(RequeueHeld)
      ELSE
       DISPLAY "Too many failed pickup notices; borrower "
               RetBorrowerNumber " not re-sent."
       ADD 1 TO AuditErrorCount
     END-IF
   END-IF.

*> Every ready entry already told to a borrower whose pickup notice
*> bounced is marked un-notified, so tonight's PickupNotices run
*> letters it -- the borrower is on paper now.
RequeuePickupNotices.
   OPEN I-O PickupFile
   IF PickupFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open PickupShelf.dat, status: "
             PickupFileStatus "; pickup notices not re-sent."
     ADD 1 TO AuditErrorCount
    ELSE
     READ PickupFile NEXT RECORD
       AT END SET EndOfPickupFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfPickupFile
       IF PkuStatus = "R" AND PkuNoticeFlag = "Y"
         MOVE "N" TO RequeueMatch
         PERFORM VARYING requeueIndex FROM 1 BY 1
                 UNTIL requeueIndex > RequeueHeld OR RequeueMatches
           IF RequeueBorrower(requeueIndex) = PkuBorrowerNumber
             MOVE "Y" TO RequeueMatch
           END-IF
         END-PERFORM
         IF RequeueMatches
           MOVE "N" TO PkuNoticeFlag
           REWRITE PickupRecord
             INVALID KEY
               DISPLAY "Could not re-send pickup " PkuBSN "/"
                       PkuSequence ", status: " PickupFileStatus
               ADD 1 TO AuditErrorCount
             NOT INVALID KEY
               ADD 1 TO RequeuedCount
           END-REWRITE
         END-IF
       END-IF
       READ PickupFile NEXT RECORD
         AT END SET EndOfPickupFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE PickupFile
   END-IF.

WriteRenewalLetter.
   IF BorrowerExpiryDate = ZEROS OR BorrowerExpiryDate > WindowEndDate
     MOVE "on paper; renewed since -- no letter" TO RetActionText
    ELSE
     PERFORM WriteLetterHead
     MOVE BorrowerNumber     TO PrnRenewNumber
     MOVE BorrowerExpiryDate TO PrnRenewExpiry
     IF BorrowerExpiryDate < TodaysDate
       MOVE "lapsed on " TO PrnRenewVerb
      ELSE
       MOVE "lapses on " TO PrnRenewVerb
     END-IF
     WRITE LetterLine FROM RenewalDetail
     MOVE SPACES TO LetterLine
     WRITE LetterLine
     WRITE LetterLine FROM RenewalClose1
     WRITE LetterLine FROM RenewalClose2
     MOVE "on paper; renewal letter" TO RetActionText
   END-IF.

WriteFinesLetter.
   PERFORM SumOpenFines
   IF fineOutstandingTotal = ZERO
     MOVE "on paper; fines paid since -- no letter" TO RetActionText
    ELSE
     PERFORM WriteLetterHead
     MOVE fineOutstandingTotal TO PrnFinesTotal
     WRITE LetterLine FROM FinesDetail
     MOVE SPACES TO LetterLine
     WRITE LetterLine
     WRITE LetterLine FROM FinesClose1
     MOVE "on paper; fines letter" TO RetActionText
   END-IF.

SumOpenFines.
   MOVE ZERO TO fineOutstandingTotal
   OPEN INPUT FineFile
   IF FineFileStatus EQUAL TO "00"
     MOVE BorrowerNumber TO FineBorrowerNumber
     MOVE ZEROS          TO FineSequence
     START FineFile KEY IS NOT LESS THAN FineKey
       INVALID KEY
         SET EndOfFineFile TO TRUE
       NOT INVALID KEY
         READ FineFile NEXT RECORD
           AT END SET EndOfFineFile TO TRUE
         END-READ
     END-START
     PERFORM UNTIL EndOfFineFile
                   OR FineBorrowerNumber NOT EQUAL TO BorrowerNumber
       IF FineStatus = "O"
         COMPUTE fineOutstanding = FineAmount - FinePaidAmount
         ADD fineOutstanding TO fineOutstandingTotal
       END-IF
       READ FineFile NEXT RECORD
         AT END SET EndOfFineFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE FineFile
   END-IF.

*> The same window-envelope head as the other letter runs, with a
*> page feed between letters.
WriteLetterHead.
   MOVE TodaysDate TO PrnLetterDate
   IF LetterCount > ZERO
     WRITE LetterLine FROM LetterHead1 AFTER ADVANCING PAGE
    ELSE
     WRITE LetterLine FROM LetterHead1
   END-IF
   ADD 1 TO LetterCount
   MOVE BorrowerName     TO PrnAddrName
   MOVE BorrowerStreet   TO PrnAddrStreet
   MOVE BorrowerPostcode TO PrnAddrPostcode
   MOVE BorrowerCity     TO PrnAddrCity
   MOVE SPACES TO LetterLine
   WRITE LetterLine
   WRITE LetterLine FROM AddressHeadLine1
   WRITE LetterLine FROM AddressHeadLine2
   WRITE LetterLine FROM AddressHeadLine3
   MOVE SPACES TO LetterLine
   WRITE LetterLine
   WRITE LetterLine FROM LetterIntro1
   WRITE LetterLine FROM LetterIntro2
   WRITE LetterLine FROM LetterIntro3
   MOVE SPACES TO LetterLine
   WRITE LetterLine.

OpenBorrowerFileIO.
   OPEN I-O BorrowerFile
   IF BorrowerFileStatus EQUAL TO "35"
     OPEN OUTPUT BorrowerFile
     CLOSE BorrowerFile
     OPEN I-O BorrowerFile
   END-IF
   IF BorrowerFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Borrower.dat, status: "
             BorrowerFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

END PROGRAM NoticeReturns.
