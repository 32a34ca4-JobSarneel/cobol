IDENTIFICATION DIVISION.
PROGRAM-ID. NewArrivals.
AUTHOR. Job Sarneel.
*> Monthly new-arrivals bulletin. Patrons and lecturers kept asking
*> what is new in their subject, and the only trace of a new title
*> was the acquisitions receipt. 'b' writes the bulletin for a
*> month -- ARRIVALMONTH (YYYYMM) when set, else last month -- from
*> every title whose BookAddedDate falls in it, however it came in
*> (AddBooks, an Acquisitions receipt, the gift intake or
*> BookBatchLoad). A title whose copies are all withdrawn, lost or
*> missing (BookCopy.dat) is left off; a title deleted from
*> Book.dat is gone already. NewArrivals.prt lists the titles by
*> subject (BookSubjectCode, named from SubjectCodes.dat; a title
*> with two subjects is under both, one with none under
*> "Unclassified") with author, title, publisher and year, and
*> NewArrivals.csv carries the same lines, semicolon-delimited like
*> BookExport's, for the library web page.
*> Lecturers subscribe per subject: 's' subscribes a borrower to a
*> subject code, or to every subject on a course's reading list
*> (Reserves.dat) when a course code is given; 'u' unsubscribes one
*> subject and 'l' lists a borrower's subjects. Each subscriber
*> with anything new in their subjects gets a personal list --
*> e-mailed through NoticeDispatch.dat when they take their notices
*> by e-mail, otherwise printed in NewArrivalsPersonal.prt for the
*> internal post (they asked for it, so a no-notices preference
*> does not apply). Subscriptions go to AuditLog.dat as ARRSB and
*> ARRUN. UNATTENDED=Y takes the choice from ARRIVALMODE (default
*> the bulletin) so NightlyBatch can run it on the first of the
*> month.
*> Sessions start with an OperatorSignon sign-on; an unattended
*> run takes its operator id from OPERATORID instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSN
          ALTERNATE RECORD KEY IS AuthSurname WITH DUPLICATES
          FILE STATUS IS BookFileStatus.
   SELECT CopyFile ASSIGN TO "BookCopy.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CopyKey
          FILE STATUS IS CopyFileStatus.
   SELECT SubjectFile ASSIGN TO "SubjectCodes.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SubjectCode
          FILE STATUS IS SubjectFileStatus.
   SELECT ReserveFile ASSIGN TO "Reserves.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RsvKey
          FILE STATUS IS ReserveFileStatus.
   SELECT SubscriptionFile ASSIGN TO "ArrivalSubscription.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AsbKey
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS SubscriptionFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          FILE STATUS IS BorrowerFileStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT BulletinFile ASSIGN TO "NewArrivals.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BulletinFileStatus.
   SELECT WebFile ASSIGN TO "NewArrivals.csv"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WebFileStatus.
   SELECT PersonalFile ASSIGN TO "NewArrivalsPersonal.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PersonalFileStatus.
   SELECT NoticeDispatchFile ASSIGN TO "NoticeDispatch.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NoticeDispatchFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BookFile.
COPY BookDetailsRecord.

FD CopyFile.
COPY BookCopyRecord.

FD SubjectFile.
COPY SubjectRecord.

FD ReserveFile.
COPY ReserveRecord.

FD SubscriptionFile.
COPY ArrivalSubscriptionRecord.

FD BorrowerFile.
COPY BorrowerRecord.

SD SortFile.
01 SortRecord.
   88  EndOfSortFile                    VALUE HIGH-VALUES.
   02  SortSubject           PIC X(4).
   02  SortSurname           PIC X(15).
   02  SortTitle             PIC X(25).
   02  SortForename          PIC X(10).
   02  SortPublisher         PIC X(35).
   02  SortYear              PIC X(4).
   02  SortBSN               PIC X(17).

FD BulletinFile.
01 BulletinLine              PIC X(80).

FD WebFile.
01 WebLine                   PIC X(200).

FD PersonalFile.
01 PersonalLine              PIC X(80).

FD NoticeDispatchFile.
COPY NoticeDispatchRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
COPY NoticeDispatchData.
COPY SystemParameterData.
01 BookFileStatus            PIC XX     VALUE "00".
01 CopyFileStatus            PIC XX     VALUE "00".
01 SubjectFileStatus         PIC XX     VALUE "00".
01 ReserveFileStatus         PIC XX     VALUE "00".
01 SubscriptionFileStatus    PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 BulletinFileStatus        PIC XX     VALUE "00".
01 WebFileStatus             PIC XX     VALUE "00".
01 PersonalFileStatus        PIC XX     VALUE "00".

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 arrivalChoice             PIC X      VALUE SPACE.
01 arrivalToday              PIC 9(8)   VALUE ZEROS.
01 operatorInput             PIC X(4)   VALUE SPACES.

*> The bulletin's month, first and last day.
01 PeriodMonth.
   02 PeriodYear             PIC 9(4).
   02 PeriodMonthNumber      PIC 9(2).
01 PeriodMonthText REDEFINES PeriodMonth PIC X(6).
01 PeriodFirstDate           PIC 9(8)   VALUE ZEROS.
01 PeriodLastDate            PIC 9(8)   VALUE ZEROS.

*> SubjectCodes.dat, loaded once.
01 SubjectTable.
   02 SubjectEntry           OCCURS 300 TIMES.
      03 TblSubjectCode      PIC X(4).
      03 TblSubjectName      PIC X(25).
01 SubjectCount              PIC 9(3)   VALUE ZERO.
01 subjectIndex              PIC 9(3)   VALUE ZERO.
01 subjectMatch              PIC 9(3)   VALUE ZERO.
01 currentSubjectName        PIC X(25)  VALUE SPACES.
01 subjectSlot               PIC 9      VALUE ZERO.
01 subjectsReleased          PIC 9      VALUE ZERO.

*> Whether the title is still on the shelves somewhere.
01 copyRecords               PIC 9(3)   VALUE ZERO.
01 copiesGone                PIC 9(3)   VALUE ZERO.
01 TitleStockStatus          PIC X      VALUE "Y".
   88 TitleIsInStock                    VALUE "Y".

01 TitlesAdded               PIC 9(5)   VALUE ZERO.
01 TitlesLeftOff             PIC 9(5)   VALUE ZERO.
01 BulletinLines             PIC 9(5)   VALUE ZERO.
01 SubjectTitleCount         PIC 9(4)   VALUE ZERO.
01 previousSubject           PIC X(4)   VALUE SPACES.
01 FirstSubjectStatus        PIC X      VALUE "N".
   88 FirstSubjectStarted               VALUE "Y".

*> Every bulletin line, kept for the personal lists.
01 ArrivalTable.
   02 ArrivalEntry           OCCURS 1000 TIMES.
      03 ArrSubject          PIC X(4).
      03 ArrPrintLine        PIC X(80).
      03 ArrItemText         PIC X(60).
01 ArrivalCount              PIC 9(4)   VALUE ZERO.
01 arrivalIndex              PIC 9(4)   VALUE ZERO.
01 ArrivalsNotKept           PIC 9(5)   VALUE ZERO.

*> One subscriber's list while it is gathered.
01 currentSubscriber         PIC 9(5)   VALUE ZERO.
01 SubscriberFoundStatus     PIC X      VALUE "N".
   88 SubscriberIsOnFile                VALUE "Y".
01 PersonalTable.
   02 PersonalEntry          OCCURS 200 TIMES.
      03 PsnSubject          PIC X(4).
      03 PsnArrivalIndex     PIC 9(4).
01 PersonalCount             PIC 9(3)   VALUE ZERO.
01 personalIndex             PIC 9(3)   VALUE ZERO.
01 PersonalListsPrinted      PIC 9(5)   VALUE ZERO.
01 PersonalListsSent         PIC 9(5)   VALUE ZERO.

*> Subscription maintenance.
01 borrowerInput             PIC 9(5)   VALUE ZEROS.
01 subjectInput              PIC X(5)   VALUE SPACES.
01 subscribeSubject          PIC X(4)   VALUE SPACES.
01 subscribeCourse           PIC X(5)   VALUE SPACES.
01 SubscribedCount           PIC 9(3)   VALUE ZERO.
01 AlreadyCount              PIC 9(3)   VALUE ZERO.
01 ReadingListTitles         PIC 9(3)   VALUE ZERO.
01 SubscriptionsListed       PIC 9(3)   VALUE ZERO.
01 DetailCheckStatus         PIC X      VALUE "N".
   88 DetailIsValid                     VALUE "Y".

*> Delimited output: field text in, trimmed onto WebLineWork.
01 WebLineWork               PIC X(200) VALUE SPACES.
01 linePointer               PIC 9(3)   VALUE 1.
01 exportFieldText           PIC X(35)  VALUE SPACES.
01 exportFieldLength         PIC 9(2)   VALUE ZERO.
01 trimScan                  PIC 9(2)   VALUE ZERO.
01 WebHeaderLine             PIC X(60)  VALUE
   "Subject;Subject name;Author;Title;Publisher;Year;ISBN".

01 authorText                PIC X(27)  VALUE SPACES.
01 BulletinHeading.
   02 FILLER                 PIC X(30)
      VALUE "New in the library -- month ".
   02 PrnHeadMonth           PIC X(6).
   02 FILLER                 PIC X(7)   VALUE "  Run: ".
   02 PrnHeadRunDate         PIC 9(8).
01 SubjectHeading.
   02 PrnSubjectCode         PIC X(4).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnSubjectName         PIC X(25).
01 SubjectUnderline          PIC X(31)  VALUE ALL "-".
01 ArrivalLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnAuthor              PIC X(24).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnTitle               PIC X(25).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnPublisher           PIC X(20).
   02 FILLER                 PIC X      VALUE SPACE.
   02 PrnYear                PIC X(4).
01 SubjectCountLine.
   02 FILLER                 PIC X(4)   VALUE SPACES.
   02 PrnSubjectCount        PIC ZZZ9.
   02 FILLER                 PIC X(10)  VALUE " title(s)".
01 BulletinTotalLine.
   02 FILLER                 PIC X(28)
      VALUE "Titles new this month:      ".
   02 PrnTitlesAdded         PIC ZZZZ9.

01 PersonalHead1.
   02 FILLER                 PIC X(36)
      VALUE "NEW IN YOUR SUBJECTS -- month      ".
   02 PrnPersonalMonth       PIC X(6).
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
01 PersonalIntro             PIC X(60)
   VALUE "New titles this month in the subjects you follow:".
01 PersonalClose             PIC X(60)
   VALUE "Ask at the desk to reserve any of them.  --  The library".

PROCEDURE DIVISION.
Begin.
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF RunningUnattended
     ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
    ELSE
     MOVE "NewArrivals" TO SignonProgramName
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
   MOVE "NewArrivals" TO AuditProgramName
   MOVE SignonOperatorId TO operatorInput
   MOVE operatorInput TO AuditOperatorId
   MOVE "START"       TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT arrivalToday FROM DATE YYYYMMDD
   PERFORM LoadSubjectTable

   IF RunningUnattended
     MOVE "ARRIVALMODE" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue(1:1) TO arrivalChoice
     IF arrivalChoice = SPACE
       MOVE "b" TO arrivalChoice
     END-IF
     PERFORM RunArrivalChoice
    ELSE
     PERFORM ArrivalMenu
   END-IF

   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

ArrivalMenu.
   DISPLAY "Press 'b' for the new-arrivals bulletin, 's' to "
           "subscribe a borrower to a subject or a course's "
           "subjects, 'u' to unsubscribe one or 'l' to list a "
           "borrower's subjects: " WITH NO ADVANCING
   ACCEPT arrivalChoice
   PERFORM RunArrivalChoice.

RunArrivalChoice.
   EVALUATE arrivalChoice
     WHEN "b" PERFORM ArrivalsBulletin
     WHEN "s" PERFORM SubscribeBorrower
     WHEN "u" PERFORM UnsubscribeBorrower
     WHEN "l" PERFORM ListSubscriptions
     WHEN OTHER
       IF RunningUnattended
         DISPLAY "ARRIVALMODE '" arrivalChoice "' is not a menu "
                 "choice. Nothing run."
         ADD 1 TO AuditErrorCount
        ELSE
         DISPLAY "That's not a 'b', 's', 'u' or 'l'. Try again."
         PERFORM ArrivalMenu
       END-IF
   END-EVALUATE.

*> ---------------------------------------------------------------
*> The bulletin.
*> ---------------------------------------------------------------
ArrivalsBulletin.
   PERFORM SetBulletinPeriod
   OPEN OUTPUT BulletinFile
   IF BulletinFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create NewArrivals.prt, status: "
             BulletinFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   OPEN OUTPUT WebFile
   IF WebFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create NewArrivals.csv, status: "
             WebFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE PeriodMonthText TO PrnHeadMonth
   MOVE arrivalToday    TO PrnHeadRunDate
   WRITE BulletinLine FROM BulletinHeading
   MOVE SPACES TO BulletinLine
   WRITE BulletinLine
   WRITE WebLine FROM WebHeaderLine

   SORT SortFile ON ASCENDING KEY SortSubject SortSurname SortTitle
        INPUT PROCEDURE IS SelectNewTitles
        OUTPUT PROCEDURE IS PrintBulletin

   IF TitlesAdded = ZERO
     MOVE "  (no new titles this month)" TO BulletinLine
     WRITE BulletinLine
   END-IF
   MOVE SPACES TO BulletinLine
   WRITE BulletinLine
   MOVE TitlesAdded TO PrnTitlesAdded
   WRITE BulletinLine FROM BulletinTotalLine
   CLOSE BulletinFile
   CLOSE WebFile

   PERFORM SendPersonalLists
   DISPLAY "New arrivals for " PeriodMonthText ": " TitlesAdded
           " title(s) in NewArrivals.prt and NewArrivals.csv ("
           TitlesLeftOff " left off as withdrawn or lost); "
           PersonalListsPrinted " personal list(s) printed, "
           PersonalListsSent " e-mailed."
   IF ArrivalsNotKept > ZERO
     DISPLAY ArrivalsNotKept " bulletin line(s) past the personal "
             "list table; subscribers may miss them."
     ADD 1 TO AuditErrorCount
   END-IF
   ADD TitlesAdded TO AuditRecordCount.

*> ARRIVALMONTH (YYYYMM) names the month; by default it is the one
*> just ended, since the run comes on the first.
SetBulletinPeriod.
   MOVE "ARRIVALMONTH" TO SysParmName
   CALL "SystemParameter" USING SysParmName SysParmValue
   MOVE SysParmValue(1:6) TO PeriodMonthText
   IF PeriodMonthText IS NOT NUMERIC OR
      PeriodMonthNumber < 1 OR PeriodMonthNumber > 12
     MOVE arrivalToday(1:6) TO PeriodMonthText
     IF PeriodMonthNumber = 1
       SUBTRACT 1 FROM PeriodYear
       MOVE 12 TO PeriodMonthNumber
      ELSE
       SUBTRACT 1 FROM PeriodMonthNumber
     END-IF
   END-IF
   MOVE ZEROS TO PeriodFirstDate, PeriodLastDate
   STRING PeriodMonthText "01" DELIMITED BY SIZE
          INTO PeriodFirstDate
   STRING PeriodMonthText "31" DELIMITED BY SIZE
          INTO PeriodLastDate.

SelectNewTitles.
   OPEN INPUT BookFile
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     ADD 1 TO AuditErrorCount
    ELSE
     OPEN INPUT CopyFile
     READ BookFile NEXT RECORD
       AT END SET EndOfBookFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfBookFile
       IF BookAddedDate IS NUMERIC AND
          BookAddedDate NOT < PeriodFirstDate AND
          BookAddedDate NOT > PeriodLastDate
         PERFORM CheckTitleInStock
         IF TitleIsInStock
           ADD 1 TO TitlesAdded
           PERFORM ReleaseNewTitle
          ELSE
           ADD 1 TO TitlesLeftOff
         END-IF
       END-IF
       READ BookFile NEXT RECORD
         AT END SET EndOfBookFile TO TRUE
       END-READ
     END-PERFORM
     IF CopyFileStatus EQUAL TO "00"
       CLOSE CopyFile
     END-IF
     CLOSE BookFile
   END-IF.

*> A title with copy records but none still held -- every copy
*> withdrawn ("W"), lost ("S") or missing ("M") -- is not on the
*> shelves to be had. No copy records is a legacy title, in stock.
CheckTitleInStock.
   MOVE "Y" TO TitleStockStatus
   MOVE ZERO TO copyRecords, copiesGone
   IF CopyFileStatus EQUAL TO "00"
     MOVE BSN   TO CopyBSN
     MOVE ZEROS TO CopyNumber
     START CopyFile KEY IS NOT LESS THAN CopyKey
       INVALID KEY
         SET EndOfCopyFile TO TRUE
       NOT INVALID KEY
         READ CopyFile NEXT RECORD
           AT END SET EndOfCopyFile TO TRUE
         END-READ
     END-START
     PERFORM UNTIL EndOfCopyFile OR CopyBSN NOT EQUAL TO BSN
       ADD 1 TO copyRecords
       IF CopyStatus = "W" OR CopyStatus = "S" OR CopyStatus = "M"
         ADD 1 TO copiesGone
       END-IF
       READ CopyFile NEXT RECORD
         AT END SET EndOfCopyFile TO TRUE
       END-READ
     END-PERFORM
     IF copyRecords > ZERO AND copiesGone = copyRecords
       MOVE "N" TO TitleStockStatus
     END-IF
   END-IF.

*> One sort record per subject the title carries. Unclassified
*> titles sort last, under HIGH-VALUES.
ReleaseNewTitle.
   MOVE AuthSurname          TO SortSurname
   MOVE AuthForename         TO SortForename
   MOVE BookTitle            TO SortTitle
   MOVE BookPublisher        TO SortPublisher
   MOVE BookYearOfAppearance TO SortYear
   MOVE BSN                  TO SortBSN
   MOVE ZERO TO subjectsReleased
   PERFORM VARYING subjectSlot FROM 1 BY 1 UNTIL subjectSlot > 3
     IF BookSubjectCode(subjectSlot) NOT = SPACES
       MOVE BookSubjectCode(subjectSlot) TO SortSubject
       RELEASE SortRecord
       ADD 1 TO subjectsReleased
     END-IF
   END-PERFORM
   IF subjectsReleased = ZERO
     MOVE HIGH-VALUES TO SortSubject
     RELEASE SortRecord
   END-IF.

PrintBulletin.
   MOVE "N" TO FirstSubjectStatus
   MOVE ZERO TO ArrivalCount, ArrivalsNotKept
   RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   PERFORM UNTIL EndOfSortFile
     IF NOT FirstSubjectStarted OR SortSubject NOT = previousSubject
       IF FirstSubjectStarted
         PERFORM WriteSubjectCount
       END-IF
       PERFORM WriteSubjectHeading
     END-IF
     PERFORM WriteArrivalLine
     RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   END-PERFORM
   IF FirstSubjectStarted
     PERFORM WriteSubjectCount
   END-IF.

WriteSubjectHeading.
   MOVE SortSubject TO previousSubject
   MOVE "Y" TO FirstSubjectStatus
   MOVE ZERO TO SubjectTitleCount
   IF SortSubject = HIGH-VALUES
     MOVE SPACES TO PrnSubjectCode
     MOVE "Unclassified" TO currentSubjectName
    ELSE
     MOVE SortSubject TO PrnSubjectCode
     PERFORM FindSubjectName
   END-IF
   MOVE currentSubjectName TO PrnSubjectName
   WRITE BulletinLine FROM SubjectHeading
   WRITE BulletinLine FROM SubjectUnderline.

FindSubjectName.
   MOVE "(not in SubjectCodes.dat)" TO currentSubjectName
   PERFORM VARYING subjectIndex FROM 1 BY 1
           UNTIL subjectIndex > SubjectCount
     IF TblSubjectCode(subjectIndex) = SortSubject
       MOVE TblSubjectName(subjectIndex) TO currentSubjectName
     END-IF
   END-PERFORM.

WriteArrivalLine.
   ADD 1 TO SubjectTitleCount, BulletinLines
   MOVE SPACES TO authorText
   IF SortForename = SPACES
     MOVE SortSurname TO authorText
    ELSE
     STRING SortSurname DELIMITED BY "  "
            ", " SortForename DELIMITED BY SIZE INTO authorText
   END-IF
   MOVE authorText    TO PrnAuthor
   MOVE SortTitle     TO PrnTitle
   MOVE SortPublisher TO PrnPublisher
   MOVE SortYear      TO PrnYear
   WRITE BulletinLine FROM ArrivalLine

   MOVE SPACES TO WebLineWork
   MOVE 1 TO linePointer
   MOVE PrnSubjectCode     TO exportFieldText
   PERFORM AppendExportField
   MOVE currentSubjectName TO exportFieldText
   PERFORM AppendExportField
   MOVE authorText         TO exportFieldText
   PERFORM AppendExportField
   MOVE SortTitle          TO exportFieldText
   PERFORM AppendExportField
   MOVE SortPublisher      TO exportFieldText
   PERFORM AppendExportField
   MOVE SortYear           TO exportFieldText
   PERFORM AppendExportField
   MOVE SortBSN            TO exportFieldText
   PERFORM AppendLastExportField
   WRITE WebLine FROM WebLineWork

   IF ArrivalCount < 1000
     ADD 1 TO ArrivalCount
     MOVE SortSubject TO ArrSubject(ArrivalCount)
     MOVE ArrivalLine TO ArrPrintLine(ArrivalCount)
     MOVE SPACES TO ArrItemText(ArrivalCount)
     STRING SortSurname DELIMITED BY "  "
            ": " SortTitle DELIMITED BY "  "
            " (" SortYear ")" DELIMITED BY SIZE
            INTO ArrItemText(ArrivalCount)
    ELSE
     ADD 1 TO ArrivalsNotKept
   END-IF.

WriteSubjectCount.
   MOVE SubjectTitleCount TO PrnSubjectCount
   WRITE BulletinLine FROM SubjectCountLine
   MOVE SPACES TO BulletinLine
   WRITE BulletinLine.

*> Appends the trimmed field and a ";" at linePointer. An all-space
*> field contributes just the delimiter (an empty column).
AppendExportField.
   PERFORM MeasureExportField
   IF exportFieldLength > ZERO
     STRING exportFieldText(1:exportFieldLength) ";"
            DELIMITED BY SIZE
            INTO WebLineWork WITH POINTER linePointer
    ELSE
     STRING ";" DELIMITED BY SIZE
            INTO WebLineWork WITH POINTER linePointer
   END-IF.

AppendLastExportField.
   PERFORM MeasureExportField
   IF exportFieldLength > ZERO
     STRING exportFieldText(1:exportFieldLength)
            DELIMITED BY SIZE
            INTO WebLineWork WITH POINTER linePointer
   END-IF.

MeasureExportField.
   INSPECT exportFieldText REPLACING ALL ";" BY ","
   MOVE ZERO TO exportFieldLength
   PERFORM VARYING trimScan FROM 35 BY -1
           UNTIL trimScan < 1 OR exportFieldLength > ZERO
     IF exportFieldText(trimScan:1) NOT = SPACE
       MOVE trimScan TO exportFieldLength
     END-IF
   END-PERFORM.

*> ---------------------------------------------------------------
*> Personal lists: ArrivalSubscription.dat in key order brings each
*> subscriber's subjects together; the bulletin lines kept in
*> ArrivalTable are matched against them.
*> ---------------------------------------------------------------
SendPersonalLists.
   MOVE ZERO TO PersonalListsPrinted, PersonalListsSent
   OPEN INPUT SubscriptionFile
   IF SubscriptionFileStatus EQUAL TO "00"
     OPEN OUTPUT PersonalFile
     IF PersonalFileStatus NOT EQUAL TO "00"
       DISPLAY "Could not create NewArrivalsPersonal.prt, status: "
               PersonalFileStatus
       DISPLAY "Abending."
       MOVE 12 TO RETURN-CODE
       STOP RUN
     END-IF
     PERFORM OpenBorrowerFileInput
     PERFORM OpenNoticeDispatch
     MOVE "ARR"      TO NoticeTypeCode
     MOVE "ARRIVALS" TO NoticeMessageType
     MOVE ZERO TO currentSubscriber, PersonalCount
     PERFORM ReadNextSubscription
     PERFORM UNTIL EndOfSubscriptionFile
       IF AsbBorrowerNumber NOT = currentSubscriber
         IF currentSubscriber NOT = ZERO
           PERFORM FinishPersonalList
         END-IF
         MOVE AsbBorrowerNumber TO currentSubscriber
         MOVE ZERO TO PersonalCount
       END-IF
       PERFORM GatherSubscribedTitles
       PERFORM ReadNextSubscription
     END-PERFORM
     IF currentSubscriber NOT = ZERO
       PERFORM FinishPersonalList
     END-IF
     IF PersonalListsPrinted = ZERO
       MOVE "(no printed personal lists this month)"
         TO PersonalLine
       WRITE PersonalLine
     END-IF
     IF NoticeDispatchFileStatus EQUAL TO "00"
       CLOSE NoticeDispatchFile
     END-IF
     CLOSE BorrowerFile
     CLOSE PersonalFile
     CLOSE SubscriptionFile
   END-IF.

GatherSubscribedTitles.
   PERFORM VARYING arrivalIndex FROM 1 BY 1
           UNTIL arrivalIndex > ArrivalCount
     IF ArrSubject(arrivalIndex) = AsbSubjectCode
        AND PersonalCount < 200
       ADD 1 TO PersonalCount
       MOVE AsbSubjectCode TO PsnSubject(PersonalCount)
       MOVE arrivalIndex   TO PsnArrivalIndex(PersonalCount)
     END-IF
   END-PERFORM.

FinishPersonalList.
   IF PersonalCount > ZERO
     MOVE currentSubscriber TO BorrowerNumber
     READ BorrowerFile
       INVALID KEY
         MOVE "N" TO SubscriberFoundStatus
       NOT INVALID KEY
         MOVE "Y" TO SubscriberFoundStatus
     END-READ
     IF SubscriberIsOnFile
       PERFORM ChooseNoticeChannel
       IF NoticeByEmail
         PERFORM EmailPersonalList
        ELSE
         PERFORM PrintPersonalList
       END-IF
     END-IF
   END-IF.

PrintPersonalList.
   MOVE PeriodMonthText TO PrnPersonalMonth
   IF PersonalListsPrinted > ZERO
     WRITE PersonalLine FROM PersonalHead1 AFTER ADVANCING PAGE
    ELSE
     WRITE PersonalLine FROM PersonalHead1
   END-IF
   ADD 1 TO PersonalListsPrinted
   MOVE BorrowerName     TO PrnAddrName
   MOVE BorrowerStreet   TO PrnAddrStreet
   MOVE BorrowerPostcode TO PrnAddrPostcode
   MOVE BorrowerCity     TO PrnAddrCity
   MOVE SPACES TO PersonalLine
   WRITE PersonalLine
   WRITE PersonalLine FROM AddressHeadLine1
   WRITE PersonalLine FROM AddressHeadLine2
   WRITE PersonalLine FROM AddressHeadLine3
   MOVE SPACES TO PersonalLine
   WRITE PersonalLine
   WRITE PersonalLine FROM PersonalIntro
   MOVE SPACES TO previousSubject
   PERFORM VARYING personalIndex FROM 1 BY 1
           UNTIL personalIndex > PersonalCount
     IF PsnSubject(personalIndex) NOT = previousSubject
       MOVE PsnSubject(personalIndex) TO previousSubject, SortSubject
       PERFORM FindSubjectName
       MOVE SortSubject        TO PrnSubjectCode
       MOVE currentSubjectName TO PrnSubjectName
       MOVE SPACES TO PersonalLine
       WRITE PersonalLine
       WRITE PersonalLine FROM SubjectHeading
     END-IF
     MOVE PsnArrivalIndex(personalIndex) TO arrivalIndex
     WRITE PersonalLine FROM ArrPrintLine(arrivalIndex)
   END-PERFORM
   MOVE SPACES TO PersonalLine
   WRITE PersonalLine
   WRITE PersonalLine FROM PersonalClose.

EmailPersonalList.
   PERFORM StartNoticeBody
   STRING "Dear " BorrowerName DELIMITED BY "  "
          ", new in the library in " PeriodMonthText
          " in the subjects you follow:" DELIMITED BY SIZE
          INTO NoticeBodyPiece
   PERFORM AddToNoticeBody
   PERFORM VARYING personalIndex FROM 1 BY 1
           UNTIL personalIndex > PersonalCount
     MOVE PsnArrivalIndex(personalIndex) TO arrivalIndex
     MOVE ArrItemText(arrivalIndex) TO NoticeBodyPiece
     PERFORM AddNoticeItem
   END-PERFORM
   MOVE "Ask at the desk to reserve any of them. -- The library"
     TO NoticeBodyPiece
   PERFORM AddToNoticeBody
   PERFORM WriteNoticeDispatch
   ADD 1 TO PersonalListsSent.

ReadNextSubscription.
   READ SubscriptionFile NEXT RECORD
     AT END SET EndOfSubscriptionFile TO TRUE
   END-READ.

*> ---------------------------------------------------------------
*> Subscriptions.
*> ---------------------------------------------------------------
*> A four-character subject code subscribes to that subject; a
*> course code subscribes to every subject its reading list's
*> titles carry, so a lecturer hears about the subjects they teach.
SubscribeBorrower.
   PERFORM GetSubscriber
   IF DetailIsValid
     DISPLAY "Subject code, or a course code for its reading "
             "list's subjects: " WITH NO ADVANCING
     MOVE SPACES TO subjectInput
     ACCEPT subjectInput
     INSPECT subjectInput CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE ZERO TO SubscribedCount, AlreadyCount
     MOVE ZERO TO subjectMatch
     IF subjectInput(5:1) = SPACE
       PERFORM VARYING subjectIndex FROM 1 BY 1
               UNTIL subjectIndex > SubjectCount
         IF TblSubjectCode(subjectIndex) = subjectInput(1:4)
           MOVE subjectIndex TO subjectMatch
         END-IF
       END-PERFORM
     END-IF
     PERFORM OpenSubscriptionFileIO
     IF subjectMatch > ZERO
       MOVE subjectInput(1:4) TO subscribeSubject
       MOVE SPACES            TO subscribeCourse
       PERFORM SubscribeOneSubject
      ELSE
       PERFORM SubscribeReadingList
     END-IF
     CLOSE SubscriptionFile
     DISPLAY SubscribedCount " subject(s) subscribed, "
             AlreadyCount " already followed."
   END-IF.

SubscribeReadingList.
   MOVE ZERO TO ReadingListTitles
   MOVE subjectInput TO subscribeCourse
   OPEN INPUT ReserveFile
   OPEN INPUT BookFile
   IF ReserveFileStatus EQUAL TO "00" AND BookFileStatus = "00"
     MOVE subjectInput TO RsvCourseCode
     MOVE LOW-VALUES   TO RsvBSN
     START ReserveFile KEY IS NOT LESS THAN RsvKey
       INVALID KEY
         SET EndOfReserveFile TO TRUE
       NOT INVALID KEY
         READ ReserveFile NEXT RECORD
           AT END SET EndOfReserveFile TO TRUE
         END-READ
     END-START
     PERFORM UNTIL EndOfReserveFile
                   OR RsvCourseCode NOT = subscribeCourse
       ADD 1 TO ReadingListTitles
       MOVE RsvBSN TO BSN
       READ BookFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           PERFORM VARYING subjectSlot FROM 1 BY 1
                   UNTIL subjectSlot > 3
             IF BookSubjectCode(subjectSlot) NOT = SPACES
               MOVE BookSubjectCode(subjectSlot) TO subscribeSubject
               PERFORM SubscribeOneSubject
             END-IF
           END-PERFORM
       END-READ
       READ ReserveFile NEXT RECORD
         AT END SET EndOfReserveFile TO TRUE
       END-READ
     END-PERFORM
   END-IF
   IF ReserveFileStatus EQUAL TO "00"
     CLOSE ReserveFile
   END-IF
   IF BookFileStatus EQUAL TO "00"
     CLOSE BookFile
   END-IF
   IF ReadingListTitles = ZERO
     DISPLAY "'" subjectInput "' is neither a subject code nor a "
             "course with a reading list."
     ADD 1 TO AuditErrorCount
   END-IF.

SubscribeOneSubject.
   MOVE borrowerInput    TO AsbBorrowerNumber
   MOVE subscribeSubject TO AsbSubjectCode
   MOVE subscribeCourse  TO AsbCourseCode
   MOVE arrivalToday     TO AsbAddedDate
   MOVE operatorInput    TO AsbOperatorId
   WRITE ArrivalSubscriptionRecord
     INVALID KEY
       IF SubscriptionFileStatus = "22"
         ADD 1 TO AlreadyCount
        ELSE
         DISPLAY "Could not subscribe to " subscribeSubject
                 ", status: " SubscriptionFileStatus
         ADD 1 TO AuditErrorCount
       END-IF
     NOT INVALID KEY
       ADD 1 TO SubscribedCount
       MOVE AsbKey TO AuditKeyValue
       MOVE "ARRSB" TO AuditEventType
       PERFORM LogAuditEvent
   END-WRITE.

UnsubscribeBorrower.
   DISPLAY "Borrower number: " WITH NO ADVANCING
   ACCEPT borrowerInput
   DISPLAY "Subject code to drop: " WITH NO ADVANCING
   MOVE SPACES TO subjectInput
   ACCEPT subjectInput
   INSPECT subjectInput CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   PERFORM OpenSubscriptionFileIO
   MOVE borrowerInput     TO AsbBorrowerNumber
   MOVE subjectInput(1:4) TO AsbSubjectCode
   DELETE SubscriptionFile
     INVALID KEY
       DISPLAY "Borrower " borrowerInput " does not follow "
               subjectInput(1:4) "."
     NOT INVALID KEY
       MOVE AsbKey TO AuditKeyValue
       MOVE "ARRUN" TO AuditEventType
       PERFORM LogAuditEvent
       DISPLAY "Subscription to " subjectInput(1:4) " dropped."
   END-DELETE
   CLOSE SubscriptionFile.

ListSubscriptions.
   DISPLAY "Borrower number: " WITH NO ADVANCING
   ACCEPT borrowerInput
   MOVE ZERO TO SubscriptionsListed
   PERFORM OpenSubscriptionFileIO
   MOVE borrowerInput TO AsbBorrowerNumber
   MOVE LOW-VALUES    TO AsbSubjectCode
   START SubscriptionFile KEY IS NOT LESS THAN AsbKey
     INVALID KEY
       SET EndOfSubscriptionFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextSubscription
   END-START
   PERFORM UNTIL EndOfSubscriptionFile
                 OR AsbBorrowerNumber NOT = borrowerInput
     MOVE AsbSubjectCode TO SortSubject
     PERFORM FindSubjectName
     IF AsbCourseCode = SPACES
       DISPLAY "  " AsbSubjectCode " " currentSubjectName
               " since " AsbAddedDate
      ELSE
       DISPLAY "  " AsbSubjectCode " " currentSubjectName
               " since " AsbAddedDate " (course " AsbCourseCode ")"
     END-IF
     ADD 1 TO SubscriptionsListed
     PERFORM ReadNextSubscription
   END-PERFORM
   CLOSE SubscriptionFile
   IF SubscriptionsListed = ZERO
     DISPLAY "Borrower " borrowerInput " follows no subjects."
   END-IF.

GetSubscriber.
   DISPLAY "Borrower number: " WITH NO ADVANCING
   ACCEPT borrowerInput
   PERFORM OpenBorrowerFileInput
   MOVE borrowerInput TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       MOVE "N" TO DetailCheckStatus
       DISPLAY "No borrower registered under number " borrowerInput
               "."
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       MOVE "Y" TO DetailCheckStatus
       DISPLAY "Subscribing " BorrowerName
   END-READ
   CLOSE BorrowerFile.

LoadSubjectTable.
   MOVE ZERO TO SubjectCount
   OPEN INPUT SubjectFile
   IF SubjectFileStatus EQUAL TO "00"
     READ SubjectFile NEXT RECORD
       AT END SET EndOfSubjectFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfSubjectFile OR SubjectCount >= 300
       ADD 1 TO SubjectCount
       MOVE SubjectCode TO TblSubjectCode(SubjectCount)
       MOVE SubjectName TO TblSubjectName(SubjectCount)
       READ SubjectFile NEXT RECORD
         AT END SET EndOfSubjectFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE SubjectFile
   END-IF.

OpenSubscriptionFileIO.
   OPEN I-O SubscriptionFile
   IF SubscriptionFileStatus EQUAL TO "35"
     OPEN OUTPUT SubscriptionFile
     CLOSE SubscriptionFile
     OPEN I-O SubscriptionFile
   END-IF
   IF SubscriptionFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open ArrivalSubscription.dat, status: "
             SubscriptionFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenBorrowerFileInput.
   OPEN INPUT BorrowerFile
   IF BorrowerFileStatus EQUAL TO "35"
     OPEN OUTPUT BorrowerFile
     CLOSE BorrowerFile
     OPEN INPUT BorrowerFile
   END-IF
   IF BorrowerFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Borrower.dat, status: "
             BorrowerFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY NoticeDispatch.

COPY AuditLog.

END PROGRAM NewArrivals.
