IDENTIFICATION DIVISION.
PROGRAM-ID. JournalHistory.
AUTHOR. Job Sarneel.
*> Change history of one record, read back out of Journal.dat.
*> Give a file code and a key and every journaled WRITE, REWRITE
*> and DELETE of that record is listed in date/time order: who
*> made the change (the operator JournalWriter stamped on it), what
*> kind of change it was, and each field whose before and after
*> images differ, by the field's name in the record layout. A key
*> left short -- a BSN without the copy or sequence, a borrower
*> without the fine sequence -- covers every record under it.
*> The day mode writes the same history, record by record, for
*> everything journaled on one date to JournalHistory.prt.
*> The journal generations BookFileUtil has closed off at each
*> backup (JournalGenerations.dat) are read first, oldest first,
*> then the live Journal.dat, so the history goes back past the
*> last backup.
*> Journal images hold borrower names and addresses, so like
*> SubjectAccess this is for senior staff and supervisors only;
*> each inquiry is audited ("HISTQ") with the key or date asked.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT JournalFile ASSIGN TO DYNAMIC JournalFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS JournalFileStatus.
   SELECT GenerationCatalog ASSIGN TO "JournalGenerations.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GenerationCatalogStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT ReportFile ASSIGN TO "JournalHistory.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD JournalFile.
COPY JournalRecord.

FD GenerationCatalog.
COPY JournalGenerationRecord.

SD SortFile.
01 SortRecord.
   88  EndOfSortFile                    VALUE HIGH-VALUES.
   02  SortFileCode          PIC X(4).
   02  SortRecordKey         PIC X(21).
   02  SortDate              PIC 9(8).
   02  SortTime              PIC 9(8).
   02  SortSequence          PIC 9(7).
   02  SortOperation         PIC X.
   02  SortOperatorId        PIC X(4).
   02  SortBeforeImage       PIC X(200).
   02  SortAfterImage        PIC X(200).

FD ReportFile.
01 ReportLine                PIC X(132).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 JournalFileStatus         PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".
01 GenerationCatalogStatus   PIC XX     VALUE "00".
01 JournalFileName           PIC X(40)  VALUE SPACES.

01 signonInput               PIC X(4)   VALUE SPACES.
01 currentOperatorRole       PIC X      VALUE SPACE.
01 todayDate                 PIC 9(8)   VALUE ZEROS.

01 inquiryMode               PIC X      VALUE SPACE.
   88 KeyInquiry                        VALUE "k" "K".
   88 DayInquiry                        VALUE "d" "D".
01 SessionDone               PIC X      VALUE "N".
   88 SessionIsDone                     VALUE "Y".
01 queryFileCode             PIC X(4)   VALUE SPACES.
01 queryKey                  PIC X(21)  VALUE SPACES.
01 queryKeyLength            PIC 99     VALUE ZERO.
01 queryDate                 PIC 9(8)   VALUE ZEROS.
01 keyInput                  PIC X(17)  VALUE SPACES.
01 suffixInput               PIC X(4)   VALUE SPACES.
01 suffixWidth               PIC 9      VALUE ZERO.
01 suffixPrompt              PIC X(40)  VALUE SPACES.
01 dateInput                 PIC X(8)   VALUE SPACES.
01 QueryDateYear             PIC 9(4).
01 QueryDateMonth            PIC 99.
01 QueryDateDay              PIC 99.
01 QueryDateValid            PIC X      VALUE "N".
   88 QueryDateIsValid                  VALUE "Y".

01 journalSequence           PIC 9(7)   VALUE ZERO.
01 recordKeyLength           PIC 99     VALUE ZERO.
01 EntryMatch                PIC X      VALUE "N".
   88 EntryMatches                      VALUE "Y".
01 FirstRecordStatus         PIC X      VALUE "N".
   88 FirstRecordStarted                VALUE "Y".
01 PrevFileCode              PIC X(4)   VALUE SPACES.
01 PrevRecordKey             PIC X(21)  VALUE SPACES.
01 ChangeCount               PIC 9(6)   VALUE ZERO.
01 RecordCount               PIC 9(6)   VALUE ZERO.
01 InquiryCount              PIC 9(4)   VALUE ZERO.
01 fieldIndex                PIC 99     VALUE ZERO.
01 fieldOffset               PIC 9(3)   VALUE ZERO.
01 fieldLength               PIC 9(3)   VALUE ZERO.
01 FieldsShown               PIC 99     VALUE ZERO.

*> Where each field sits in the before/after images, per file code:
*> file code, field name, offset, length -- straight from the
*> record copybooks. A field added to one of those layouts needs
*> its line here too, or its changes go unnamed (the change line
*> still prints, with "(no named field differs)"). The kiosk PIN
*> hash is named but never printed -- only that it changed.
01 FieldNameValues.
   02 FILLER PIC X(32) VALUE "BOOKBSN                   001017".
   02 FILLER PIC X(32) VALUE "BOOKAuthSurname           018015".
   02 FILLER PIC X(32) VALUE "BOOKAuthForename          033010".
   02 FILLER PIC X(32) VALUE "BOOKAuthMiddleInitials    043006".
   02 FILLER PIC X(32) VALUE "BOOKBookTitle             049025".
   02 FILLER PIC X(32) VALUE "BOOKBookPublisher         074035".
   02 FILLER PIC X(32) VALUE "BOOKBookEdition           109002".
   02 FILLER PIC X(32) VALUE "BOOKBookYearOfAppearance  111004".
   02 FILLER PIC X(32) VALUE "BOOKBookCopyCount         115002".
   02 FILLER PIC X(32) VALUE "BOOKBookSubjectCode(1)    117004".
   02 FILLER PIC X(32) VALUE "BOOKBookSubjectCode(2)    121004".
   02 FILLER PIC X(32) VALUE "BOOKBookSubjectCode(3)    125004".
   02 FILLER PIC X(32) VALUE "BOOKBookReplacementCost   129007".
   02 FILLER PIC X(32) VALUE "BOOKBookAcquisitionSource 136001".
   02 FILLER PIC X(32) VALUE "BOOKBookAddedDate         137008".
   02 FILLER PIC X(32) VALUE "BOOKBookWithdrawnCopies   145002".
   02 FILLER PIC X(32) VALUE "BOOKBookClosedDate        147008".
   02 FILLER PIC X(32) VALUE "LOANLoanBSN               001017".
   02 FILLER PIC X(32) VALUE "LOANLoanCopyNumber        018002".
   02 FILLER PIC X(32) VALUE "LOANLoanBorrowerNumber    020005".
   02 FILLER PIC X(32) VALUE "LOANLoanDate              025008".
   02 FILLER PIC X(32) VALUE "LOANLoanDueDate           033008".
   02 FILLER PIC X(32) VALUE "LOANLoanReturnDate        041008".
   02 FILLER PIC X(32) VALUE "LOANLoanRenewalCount      049002".
   02 FILLER PIC X(32) VALUE "LOANLoanOperatorId        051004".
   02 FILLER PIC X(32) VALUE "LOANLoanTime              055008".
   02 FILLER PIC X(32) VALUE "LOANLoanRecallDate        063008".
   02 FILLER PIC X(32) VALUE "LOANLoanClaimDate         071008".
   02 FILLER PIC X(32) VALUE "BORRBorrowerNumber        001005".
   02 FILLER PIC X(32) VALUE "BORRBorrowerName          006030".
   02 FILLER PIC X(32) VALUE "BORRBorrowerMaxLoans      036002".
   02 FILLER PIC X(32) VALUE "BORRBorrowerRegisteredDate038008".
   02 FILLER PIC X(32) VALUE "BORRBorrowerExpiryDate    046008".
   02 FILLER PIC X(32) VALUE "BORRBorrowerStreet        054030".
   02 FILLER PIC X(32) VALUE "BORRBorrowerCity          084020".
   02 FILLER PIC X(32) VALUE "BORRBorrowerPostcode      104008".
   02 FILLER PIC X(32) VALUE "BORRBorrowerPhone         112012".
   02 FILLER PIC X(32) VALUE "BORRBorrowerStudentId     124008".
   02 FILLER PIC X(32) VALUE "BORRBorrowerCloseFlag     132001".
   02 FILLER PIC X(32) VALUE "BORRBorrowerCategory      133001".
   02 FILLER PIC X(32) VALUE "BORRBorrowerClaimCount    134002".
   02 FILLER PIC X(32) VALUE "BORRBorrowerHouseholdId   136005".
   02 FILLER PIC X(32) VALUE "BORRBorrowerEmail         141040".
   02 FILLER PIC X(32) VALUE "BORRBorrowerNoticePref    181001".
   02 FILLER PIC X(32) VALUE "BORRBorrowerNoticeFallback182001".
   02 FILLER PIC X(32) VALUE "BORRBorrowerPinHash       183012".
   02 FILLER PIC X(32) VALUE "FINEFineBorrowerNumber    001005".
   02 FILLER PIC X(32) VALUE "FINEFineSequence          006004".
   02 FILLER PIC X(32) VALUE "FINEFineBSN               010017".
   02 FILLER PIC X(32) VALUE "FINEFineAssessDate        027008".
   02 FILLER PIC X(32) VALUE "FINEFineDaysLate          035003".
   02 FILLER PIC X(32) VALUE "FINEFineAmount            038006".
   02 FILLER PIC X(32) VALUE "FINEFinePaidAmount        044006".
   02 FILLER PIC X(32) VALUE "FINEFineStatus            050001".
   02 FILLER PIC X(32) VALUE "FINEFineReasonCode        051001".
   02 FILLER PIC X(32) VALUE "HOLDHoldBSN               001017".
   02 FILLER PIC X(32) VALUE "HOLDHoldSequence          018004".
   02 FILLER PIC X(32) VALUE "HOLDHoldBorrowerNumber    022005".
   02 FILLER PIC X(32) VALUE "HOLDHoldDate              027008".
   02 FILLER PIC X(32) VALUE "HOLDHoldStatus            035001".
   02 FILLER PIC X(32) VALUE "HOLDHoldAnyEdition        036001".
   02 FILLER PIC X(32) VALUE "HISTHistBSN               001017".
   02 FILLER PIC X(32) VALUE "HISTHistSequence          018004".
   02 FILLER PIC X(32) VALUE "HISTHistBorrowerNumber    022005".
   02 FILLER PIC X(32) VALUE "HISTHistCopyNumber        027002".
   02 FILLER PIC X(32) VALUE "HISTHistLoanDate          029008".
   02 FILLER PIC X(32) VALUE "HISTHistDueDate           037008".
   02 FILLER PIC X(32) VALUE "HISTHistReturnDate        045008".
   02 FILLER PIC X(32) VALUE "HISTHistLoanTime          053008".
   02 FILLER PIC X(32) VALUE "HISTHistReturnTime        061008".
01 FieldNameTable REDEFINES FieldNameValues.
   02 FieldNameEntry         OCCURS 70 TIMES.
      03 TblFieldFile        PIC X(4).
      03 TblFieldName        PIC X(22).
      03 TblFieldOffset      PIC 9(3).
      03 TblFieldLength      PIC 9(3).
01 FieldNameCount            PIC 99     VALUE 70.

01 PrintLine                 PIC X(132) VALUE SPACES.
01 DayHeadLine.
   02 FILLER                 PIC X(37)
      VALUE "JOURNAL CHANGE HISTORY -- changes on ".
   02 PrnHeadDate            PIC 9(8).
   02 FILLER                 PIC X(11)  VALUE "   printed ".
   02 PrnHeadToday           PIC 9(8).
01 RecordHeadLine.
   02 FILLER                 PIC X(7)   VALUE "Record ".
   02 PrnRecFile             PIC X(4).
   02 FILLER                 PIC X(6)   VALUE "  key ".
   02 PrnRecKey              PIC X(21).
01 ChangeLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnChgDate             PIC 9(8).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnChgHour             PIC X(2).
   02 FILLER                 PIC X(1)   VALUE ":".
   02 PrnChgMinute           PIC X(2).
   02 FILLER                 PIC X(1)   VALUE ":".
   02 PrnChgSecond           PIC X(2).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnChgAction           PIC X(9).
   02 FILLER                 PIC X(4)   VALUE " by ".
   02 PrnChgOperator         PIC X(7).
01 FieldLine.
   02 FILLER                 PIC X(6)   VALUE SPACES.
   02 PrnFieldName           PIC X(22).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnFieldBefore         PIC X(35).
   02 FILLER                 PIC X(4)   VALUE " -> ".
   02 PrnFieldAfter          PIC X(35).
01 NoFieldLine               PIC X(40)
   VALUE "      (no named field differs)".

PROCEDURE DIVISION.
Begin.
   PERFORM OperatorSignon
   PERFORM OpenAuditLog
   MOVE "JournalHistory" TO AuditProgramName
   IF currentOperatorRole NOT = "S" AND currentOperatorRole NOT = "V"
     DISPLAY "Journal history is for senior staff and supervisors "
             "only."
     MOVE "DENY"  TO AuditEventType
     PERFORM LogAuditEvent
     CLOSE AuditLogFile
     MOVE 8 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE "START" TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT todayDate FROM DATE YYYYMMDD

   PERFORM UNTIL SessionIsDone
     PERFORM PromptInquiry
     IF KeyInquiry OR DayInquiry
       PERFORM RunInquiry
     END-IF
   END-PERFORM

   MOVE "END"        TO AuditEventType
   MOVE InquiryCount TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

OperatorSignon.
   MOVE "JournalHistory" TO SignonProgramName
   CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                               SignonOperatorName SignonOperatorRole
                               SignonResult
   IF NOT SignonSucceeded
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE SignonOperatorId   TO signonInput
   MOVE SignonOperatorRole TO currentOperatorRole
   MOVE signonInput TO AuditOperatorId.

PromptInquiry.
   MOVE SPACE TO inquiryMode
   DISPLAY "History by (k)ey, or (d)ay to JournalHistory.prt, "
           "empty to finish: " WITH NO ADVANCING
   ACCEPT inquiryMode
   EVALUATE TRUE
     WHEN inquiryMode = SPACE
       MOVE "Y" TO SessionDone
     WHEN KeyInquiry
       PERFORM PromptRecordKey
     WHEN DayInquiry
       PERFORM PromptDay
     WHEN OTHER
       DISPLAY "Answer k or d."
       MOVE SPACE TO inquiryMode
   END-EVALUATE.

*> The key is built exactly as it sits at the front of the record,
*> so it can be compared straight against the journal images.
PromptRecordKey.
   MOVE SPACES TO queryFileCode, queryKey
   MOVE ZERO TO queryKeyLength
   DISPLAY "File code (BOOK, LOAN, BORR, FINE, HOLD, HIST): "
           WITH NO ADVANCING
   ACCEPT queryFileCode
   INSPECT queryFileCode CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   EVALUATE queryFileCode
     WHEN "BOOK"
       PERFORM AcceptBsnPart
     WHEN "LOAN"
       PERFORM AcceptBsnPart
       MOVE 2 TO suffixWidth
       MOVE "Copy number (2 digits, empty for all): "
         TO suffixPrompt
       PERFORM AcceptSuffixPart
     WHEN "HOLD"
     WHEN "HIST"
       PERFORM AcceptBsnPart
       MOVE 4 TO suffixWidth
       MOVE "Sequence (4 digits, empty for all): " TO suffixPrompt
       PERFORM AcceptSuffixPart
     WHEN "BORR"
       PERFORM AcceptBorrowerPart
     WHEN "FINE"
       PERFORM AcceptBorrowerPart
       MOVE 4 TO suffixWidth
       MOVE "Fine sequence (4 digits, empty for all): "
         TO suffixPrompt
       PERFORM AcceptSuffixPart
     WHEN OTHER
       DISPLAY "Unknown file code."
       MOVE SPACE TO inquiryMode
   END-EVALUATE.

AcceptBsnPart.
   MOVE SPACES TO keyInput
   DISPLAY "BSN: " WITH NO ADVANCING
   ACCEPT keyInput
   IF keyInput = SPACES
     DISPLAY "A BSN is needed."
     MOVE SPACE TO inquiryMode
    ELSE
     MOVE keyInput TO queryKey(1:17)
     MOVE 17 TO queryKeyLength
   END-IF.

AcceptBorrowerPart.
   MOVE SPACES TO keyInput
   DISPLAY "Borrower number: " WITH NO ADVANCING
   ACCEPT keyInput
   IF keyInput(1:5) IS NOT NUMERIC OR keyInput(6:12) NOT = SPACES
     DISPLAY "A borrower number is five digits."
     MOVE SPACE TO inquiryMode
    ELSE
     MOVE keyInput(1:5) TO queryKey(1:5)
     MOVE 5 TO queryKeyLength
   END-IF.

*> The copy or sequence after the leading part of the key; empty
*> keeps the shorter key, which matches every record under it.
AcceptSuffixPart.
   IF KeyInquiry
     MOVE SPACES TO suffixInput
     DISPLAY suffixPrompt WITH NO ADVANCING
     ACCEPT suffixInput
     EVALUATE TRUE
       WHEN suffixInput = SPACES
         CONTINUE
       WHEN suffixInput(1:suffixWidth) IS NUMERIC AND
            (suffixWidth = 4 OR suffixInput(3:2) = SPACES)
         MOVE suffixInput(1:suffixWidth)
           TO queryKey(queryKeyLength + 1:suffixWidth)
         ADD suffixWidth TO queryKeyLength
       WHEN OTHER
         DISPLAY "That must be " suffixWidth " digits."
         MOVE SPACE TO inquiryMode
     END-EVALUATE
   END-IF.

PromptDay.
   MOVE SPACES TO dateInput
   DISPLAY "Date (YYYYMMDD), empty for today: " WITH NO ADVANCING
   ACCEPT dateInput
   IF dateInput = SPACES
     MOVE todayDate TO queryDate
    ELSE
     IF dateInput IS NOT NUMERIC
       DISPLAY "A date is eight digits, YYYYMMDD."
       MOVE SPACE TO inquiryMode
      ELSE
       MOVE dateInput(1:4) TO QueryDateYear
       MOVE dateInput(5:2) TO QueryDateMonth
       MOVE dateInput(7:2) TO QueryDateDay
       CALL "DateValidator" USING QueryDateYear QueryDateMonth
                                  QueryDateDay QueryDateValid
       IF QueryDateIsValid
         MOVE dateInput TO queryDate
        ELSE
         DISPLAY "That is not a valid date."
         MOVE SPACE TO inquiryMode
       END-IF
     END-IF
   END-IF.

RunInquiry.
   MOVE ZERO TO ChangeCount, RecordCount
   IF DayInquiry
     OPEN OUTPUT ReportFile
     IF ReportFileStatus NOT EQUAL TO "00"
       DISPLAY "Could not create JournalHistory.prt, status: "
               ReportFileStatus
       ADD 1 TO AuditErrorCount
       MOVE SPACE TO inquiryMode
      ELSE
       MOVE queryDate TO PrnHeadDate
       MOVE todayDate TO PrnHeadToday
       WRITE ReportLine FROM DayHeadLine
     END-IF
   END-IF
   IF KeyInquiry OR DayInquiry
     SORT SortFile ON ASCENDING KEY SortFileCode SortRecordKey
                                    SortDate SortTime SortSequence
          INPUT PROCEDURE IS SelectJournalEntries
          OUTPUT PROCEDURE IS PrintChangeHistory
     IF ChangeCount = ZERO
       MOVE "No journaled changes found." TO PrintLine
       PERFORM EmitLine
     END-IF
     ADD 1 TO InquiryCount
     MOVE "HISTQ" TO AuditEventType
     IF DayInquiry
       CLOSE ReportFile
       DISPLAY ChangeCount " change(s) to " RecordCount
               " record(s) written to JournalHistory.prt."
       MOVE queryDate TO AuditKeyValue
      ELSE
       DISPLAY ChangeCount " change(s) to " RecordCount
               " record(s)."
       MOVE queryKey TO AuditKeyValue
     END-IF
     MOVE ChangeCount TO AuditRecordCount
     PERFORM LogAuditEvent
   END-IF.

SelectJournalEntries.
   MOVE ZERO TO journalSequence
   OPEN INPUT GenerationCatalog
   IF GenerationCatalogStatus EQUAL TO "00"
     READ GenerationCatalog
       AT END SET EndOfGenerationCatalog TO TRUE
     END-READ
     PERFORM UNTIL EndOfGenerationCatalog
       MOVE GenFileName TO JournalFileName
       PERFORM SelectFromJournalFile
       READ GenerationCatalog
         AT END SET EndOfGenerationCatalog TO TRUE
       END-READ
     END-PERFORM
     CLOSE GenerationCatalog
   END-IF
   MOVE "Journal.dat" TO JournalFileName
   PERFORM SelectFromJournalFile.

SelectFromJournalFile.
   OPEN INPUT JournalFile
   IF JournalFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open " JournalFileName ", status: "
             JournalFileStatus " -- its changes are not shown."
    ELSE
     READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfJournalFile
       ADD 1 TO journalSequence
       PERFORM CheckEntryMatch
       IF EntryMatches
         PERFORM ReleaseJournalEntry
       END-IF
       READ JournalFile
         AT END SET EndOfJournalFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE JournalFile
   END-IF.

*> A write has only an after image and a delete only a before
*> image, so the key may be in either.
CheckEntryMatch.
   MOVE "N" TO EntryMatch
   IF DayInquiry
     IF JrnDate = queryDate
       MOVE "Y" TO EntryMatch
     END-IF
    ELSE
     IF JrnFileCode = queryFileCode AND
        (JrnBeforeImage(1:queryKeyLength) =
                                      queryKey(1:queryKeyLength) OR
         JrnAfterImage(1:queryKeyLength) =
                                      queryKey(1:queryKeyLength))
       MOVE "Y" TO EntryMatch
     END-IF
   END-IF.

ReleaseJournalEntry.
   PERFORM FindRecordKeyLength
   MOVE JrnFileCode     TO SortFileCode
   MOVE SPACES          TO SortRecordKey
   IF JrnAfterImage NOT = SPACES
     MOVE JrnAfterImage(1:recordKeyLength)
       TO SortRecordKey(1:recordKeyLength)
    ELSE
     MOVE JrnBeforeImage(1:recordKeyLength)
       TO SortRecordKey(1:recordKeyLength)
   END-IF
   MOVE JrnDate         TO SortDate
   MOVE JrnTime         TO SortTime
   MOVE journalSequence TO SortSequence
   MOVE JrnOperation    TO SortOperation
   MOVE JrnOperatorId   TO SortOperatorId
   MOVE JrnBeforeImage  TO SortBeforeImage
   MOVE JrnAfterImage   TO SortAfterImage
   RELEASE SortRecord.

FindRecordKeyLength.
   EVALUATE JrnFileCode
     WHEN "BOOK" MOVE 17 TO recordKeyLength
     WHEN "LOAN" MOVE 19 TO recordKeyLength
     WHEN "BORR" MOVE 5  TO recordKeyLength
     WHEN "FINE" MOVE 9  TO recordKeyLength
     WHEN "HOLD" MOVE 21 TO recordKeyLength
     WHEN "HIST" MOVE 21 TO recordKeyLength
     WHEN OTHER  MOVE 21 TO recordKeyLength
   END-EVALUATE.

PrintChangeHistory.
   MOVE "N" TO FirstRecordStatus
   RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   PERFORM UNTIL EndOfSortFile
     IF NOT FirstRecordStarted OR
        SortFileCode NOT = PrevFileCode OR
        SortRecordKey NOT = PrevRecordKey
       PERFORM WriteRecordHead
     END-IF
     PERFORM WriteChangeLines
     RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   END-PERFORM.

WriteRecordHead.
   MOVE "Y" TO FirstRecordStatus
   MOVE SortFileCode  TO PrevFileCode, PrnRecFile
   MOVE SortRecordKey TO PrevRecordKey, PrnRecKey
   ADD 1 TO RecordCount
   MOVE SPACES TO PrintLine
   PERFORM EmitLine
   MOVE RecordHeadLine TO PrintLine
   PERFORM EmitLine.

WriteChangeLines.
   ADD 1 TO ChangeCount
   MOVE SortDate        TO PrnChgDate
   MOVE SortTime(1:2)   TO PrnChgHour
   MOVE SortTime(3:2)   TO PrnChgMinute
   MOVE SortTime(5:2)   TO PrnChgSecond
   EVALUATE SortOperation
     WHEN "W"   MOVE "written"   TO PrnChgAction
     WHEN "R"   MOVE "rewritten" TO PrnChgAction
     WHEN "D"   MOVE "deleted"   TO PrnChgAction
     WHEN OTHER MOVE SortOperation TO PrnChgAction
   END-EVALUATE
   IF SortOperatorId = SPACES
     MOVE "(batch)" TO PrnChgOperator
    ELSE
     MOVE SortOperatorId TO PrnChgOperator
   END-IF
   MOVE ChangeLine TO PrintLine
   PERFORM EmitLine
   MOVE ZERO TO FieldsShown
   PERFORM VARYING fieldIndex FROM 1 BY 1
           UNTIL fieldIndex > FieldNameCount
     IF TblFieldFile(fieldIndex) = SortFileCode
       MOVE TblFieldOffset(fieldIndex) TO fieldOffset
       MOVE TblFieldLength(fieldIndex) TO fieldLength
       IF SortBeforeImage(fieldOffset:fieldLength) NOT =
          SortAfterImage(fieldOffset:fieldLength)
         PERFORM WriteFieldLine
       END-IF
     END-IF
   END-PERFORM
   IF FieldsShown = ZERO
     MOVE NoFieldLine TO PrintLine
     PERFORM EmitLine
   END-IF.

WriteFieldLine.
   ADD 1 TO FieldsShown
   MOVE TblFieldName(fieldIndex) TO PrnFieldName
   MOVE SPACES TO PrnFieldBefore, PrnFieldAfter
   IF TblFieldName(fieldIndex) = "BorrowerPinHash"
     MOVE "(not shown)" TO PrnFieldBefore
     MOVE "(changed)"   TO PrnFieldAfter
    ELSE
     MOVE SortBeforeImage(fieldOffset:fieldLength) TO PrnFieldBefore
     MOVE SortAfterImage(fieldOffset:fieldLength)  TO PrnFieldAfter
   END-IF
   MOVE FieldLine TO PrintLine
   PERFORM EmitLine.

*> Key inquiries answer on the screen; the day's history goes to
*> the print file.
EmitLine.
   IF DayInquiry
     WRITE ReportLine FROM PrintLine
    ELSE
     DISPLAY PrintLine(1:110)
   END-IF
   MOVE SPACES TO PrintLine.

COPY AuditLog.
