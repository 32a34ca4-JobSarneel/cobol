IDENTIFICATION DIVISION.
PROGRAM-ID. HoldRatioAlert.
AUTHOR. Job Sarneel.
*> Purchase alert from the hold queues. A long queue is the best
*> evidence a title needs more copies, but HoldsListing only shows
*> one title at a time. This run walks Hold.dat, counts each
*> title's queued holds against its in-service copies in
*> BookCopy.dat (available, on loan or in transit -- not at the
*> bindery, missing, lost, lent out or withdrawn) and flags every
*> title with more holds per copy than the loan policy's
*> PolHoldRatioLimit, with the extra copies that would bring it back
*> under the limit. Titles with an order already outstanding
*> (open, or a draft waiting) are skipped. HoldRatioAlert.prt lists
*> the flagged titles, longest shortfall first; run at the desk,
*> each one is offered to the operator, and a 'y' writes a draft
*> line ("D") to OnOrder.dat that Acquisitions' order entry picks
*> up and completes. A title whose received order is still on file
*> is listed but not drafted -- OnOrder.dat holds one order per
*> ISBN, and a received order is never overwritten. Run at the
*> desk it starts with an OperatorSignon sign-on, so each draft's
*> audit record names who ordered it; UNATTENDED=Y (the nightly
*> run) takes its operator id from OPERATORID, prints the report
*> and drafts nothing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT HoldFile ASSIGN TO "Hold.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
   SELECT CopyFile ASSIGN TO "BookCopy.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CopyKey
          FILE STATUS IS CopyFileStatus.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSN
          ALTERNATE RECORD KEY IS AuthSurname WITH DUPLICATES
          FILE STATUS IS BookFileStatus.
   SELECT OrderFile ASSIGN TO "OnOrder.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OrderBSN
          FILE STATUS IS OrderFileStatus.
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT ReportFile ASSIGN TO "HoldRatioAlert.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD HoldFile.
COPY HoldRecord.

FD CopyFile.
COPY BookCopyRecord.

FD BookFile.
COPY BookDetailsRecord.

FD OrderFile.
01 OrderRecord.
   88  EndOfOrderFile                   VALUE HIGH-VALUES.
   02  OrderBSN              PIC X(17).
   02  OrderTitle            PIC X(25).
   02  OrderSupplier         PIC X(30).
   02  OrderDate             PIC 9(8).
   02  OrderExpectedDate     PIC 9(8).
   02  OrderStatus           PIC X.
   02  OrderPrice            PIC 9(5)V99.
   02  OrderBudgetLine       PIC X(4).
   02  OrderSupplierCode     PIC X(4).
   02  OrderReceivedDate     PIC 9(8).
   02  OrderQuantity         PIC 9(2).
   02  OrderInvoicedAmount   PIC 9(5)V99.

FD LoanPolicyFile.
COPY LoanPolicyRecord.

SD SortFile.
01 SortRecord.
   88  EndOfSortFile                    VALUE HIGH-VALUES.
   02  SortExtraCopies       PIC 9(2).
   02  SortHolds             PIC 9(4).
   02  SortBSN               PIC X(17).
   02  SortTitle             PIC X(25).
   02  SortCopies            PIC 9(2).
   02  SortRatio             PIC 9(4)V9.

FD ReportFile.
01 ReportLine                PIC X(100).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY LoanPolicyData.
COPY OperatorSignonData.
01 HoldFileStatus            PIC XX     VALUE "00".
01 CopyFileStatus            PIC XX     VALUE "00".
01 BookFileStatus            PIC XX     VALUE "00".
01 OrderFileStatus           PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 alertToday                PIC 9(8)   VALUE ZEROS.
01 currentBSN                PIC X(17)  VALUE SPACES.
01 queuedHolds               PIC 9(4)   VALUE ZERO.
01 copyRecords               PIC 9(2)   VALUE ZERO.
01 inServiceCopies           PIC 9(2)   VALUE ZERO.
01 targetCopies              PIC 9(4)   VALUE ZERO.
01 targetRemainder           PIC 9(2)   VALUE ZERO.
01 extraCopies               PIC 9(4)   VALUE ZERO.
01 holdRatio                 PIC 9(4)V9 VALUE ZERO.
01 titleFound                PIC X      VALUE "N".
   88 TitleIsFound                      VALUE "Y".
01 OrderOutstanding          PIC X      VALUE "N".
   88 OrderIsOutstanding                VALUE "Y".
01 OrderOnFile               PIC X      VALUE "N".
   88 ReceivedOrderOnFile               VALUE "Y".
01 draftAnswer               PIC X      VALUE SPACE.
01 TitlesChecked             PIC 9(6)   VALUE ZERO.
01 TitlesFlagged             PIC 9(6)   VALUE ZERO.
01 TitlesOnOrder             PIC 9(6)   VALUE ZERO.
01 DraftsWritten             PIC 9(6)   VALUE ZERO.

01 ReportHeading.
   02 FILLER                 PIC X(36)
      VALUE "Hold-ratio purchase alert  --  Run: ".
   02 PrnRunDate             PIC 9(8).
   02 FILLER                 PIC X(25)
      VALUE "   limit: holds per copy ".
   02 PrnLimit               PIC Z9.
01 ColumnHeading.
   02 FILLER                 PIC X(44)
      VALUE "ISBN              Title".
   02 FILLER                 PIC X(40)
      VALUE "Holds Copies   Ratio Extra".
01 AlertDetailLine.
   02 PrnBSN                 PIC X(17).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnTitle               PIC X(25).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnHolds               PIC ZZZ9.
   02 FILLER                 PIC X(5)   VALUE SPACES.
   02 PrnCopies              PIC Z9.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnRatio               PIC ZZZ9.9.
   02 FILLER                 PIC X(3)   VALUE SPACES.
   02 PrnExtra               PIC Z9.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnNote                PIC X(14).
01 SummaryLine1.
   02 FILLER                 PIC X(36)
      VALUE "Titles with queued holds:           ".
   02 PrnTitlesChecked       PIC ZZZZZ9.
01 SummaryLine2.
   02 FILLER                 PIC X(36)
      VALUE "Over the limit, copies suggested:   ".
   02 PrnTitlesFlagged       PIC ZZZZZ9.
01 SummaryLine3.
   02 FILLER                 PIC X(36)
      VALUE "Over the limit, already on order:   ".
   02 PrnTitlesOnOrder       PIC ZZZZZ9.
01 SummaryLine4.
   02 FILLER                 PIC X(36)
      VALUE "Draft order lines written:          ".
   02 PrnDraftsWritten       PIC ZZZZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF RunningUnattended
     ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
    ELSE
     MOVE "HoldRatioAlert" TO SignonProgramName
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
   MOVE "HoldRatioAlert" TO AuditProgramName
   MOVE "START"          TO AuditEventType
   PERFORM LogAuditEvent
   PERFORM LoadLoanPolicy
   ACCEPT alertToday FROM DATE YYYYMMDD

   MOVE alertToday TO PrnRunDate
   MOVE PolHoldRatioLimit TO PrnLimit
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create HoldRatioAlert.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   WRITE ReportLine FROM ColumnHeading

   SORT SortFile ON DESCENDING KEY SortExtraCopies SortHolds
                    ASCENDING KEY SortBSN
        INPUT PROCEDURE IS LoadHoldRatios
        OUTPUT PROCEDURE IS PrintAndDraft

   IF TitlesFlagged = ZERO
     MOVE "  (no title over the limit)" TO ReportLine
     WRITE ReportLine
   END-IF
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE TitlesChecked TO PrnTitlesChecked
   WRITE ReportLine FROM SummaryLine1
   MOVE TitlesFlagged TO PrnTitlesFlagged
   WRITE ReportLine FROM SummaryLine2
   MOVE TitlesOnOrder TO PrnTitlesOnOrder
   WRITE ReportLine FROM SummaryLine3
   MOVE DraftsWritten TO PrnDraftsWritten
   WRITE ReportLine FROM SummaryLine4
   CLOSE ReportFile
   DISPLAY "Hold-ratio alert written to HoldRatioAlert.prt ("
           TitlesFlagged " title(s) over the limit, "
           DraftsWritten " draft order(s))."

   MOVE "END"         TO AuditEventType
   MOVE TitlesFlagged TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

*> Hold.dat is keyed (BSN, sequence), so each title's holds read
*> back together: count the queued ones, then weigh the title.
LoadHoldRatios.
   PERFORM OpenHoldFileInput
   PERFORM OpenCopyFileInput
   PERFORM OpenBookFileInput
   PERFORM OpenOrderFileInput
   READ HoldFile NEXT RECORD
     AT END SET EndOfHoldFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfHoldFile
     MOVE HoldBSN TO currentBSN
     MOVE ZERO TO queuedHolds
     PERFORM UNTIL EndOfHoldFile OR HoldBSN NOT = currentBSN
       IF HoldStatus = "Q"
         ADD 1 TO queuedHolds
       END-IF
       READ HoldFile NEXT RECORD
         AT END SET EndOfHoldFile TO TRUE
       END-READ
     END-PERFORM
     IF queuedHolds > ZERO
       ADD 1 TO TitlesChecked
       PERFORM AssessTitle
     END-IF
   END-PERFORM
   CLOSE OrderFile
   CLOSE BookFile
   CLOSE CopyFile
   CLOSE HoldFile.

*> Over the limit means more queued holds than limit x in-service
*> copies. The suggestion is the copies that bring the queue back
*> to the limit: holds / limit rounded up, less what is in service.
AssessTitle.
   MOVE "N" TO titleFound
   MOVE currentBSN TO BSN
   READ BookFile
     INVALID KEY
       CONTINUE
     NOT INVALID KEY
       MOVE "Y" TO titleFound
   END-READ
   IF TitleIsFound
     PERFORM CountInServiceCopies
     IF queuedHolds > PolHoldRatioLimit * inServiceCopies
       DIVIDE queuedHolds BY PolHoldRatioLimit GIVING targetCopies
              REMAINDER targetRemainder
       IF targetRemainder > ZERO
         ADD 1 TO targetCopies
       END-IF
       COMPUTE extraCopies = targetCopies - inServiceCopies
       IF extraCopies > 99
         MOVE 99 TO extraCopies
       END-IF
       PERFORM CheckOrderOutstanding
       IF OrderIsOutstanding
         ADD 1 TO TitlesOnOrder
        ELSE
         IF inServiceCopies > ZERO
           COMPUTE holdRatio ROUNDED = queuedHolds / inServiceCopies
          ELSE
           MOVE queuedHolds TO holdRatio
         END-IF
         MOVE extraCopies     TO SortExtraCopies
         MOVE queuedHolds     TO SortHolds
         MOVE currentBSN      TO SortBSN
         MOVE BookTitle       TO SortTitle
         MOVE inServiceCopies TO SortCopies
         MOVE holdRatio       TO SortRatio
         RELEASE SortRecord
       END-IF
     END-IF
   END-IF.

*> Copies that can fill a hold: on the shelf, out on loan (they
*> come back), or in transit between branches. A title from before
*> copy tracking has no records and counts its BookCopyCount.
CountInServiceCopies.
   MOVE ZERO TO copyRecords, inServiceCopies
   MOVE currentBSN TO CopyBSN
   MOVE ZERO       TO CopyNumber
   START CopyFile KEY IS NOT LESS THAN CopyKey
     INVALID KEY
       SET EndOfCopyFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextCopyRecord
   END-START
   PERFORM UNTIL EndOfCopyFile OR CopyBSN NOT = currentBSN
     ADD 1 TO copyRecords
     IF CopyStatus = "A" OR CopyStatus = "L" OR CopyStatus = "T"
       ADD 1 TO inServiceCopies
     END-IF
     PERFORM ReadNextCopyRecord
   END-PERFORM
   IF copyRecords = ZERO
     MOVE BookCopyCount TO inServiceCopies
     IF inServiceCopies = ZERO
       MOVE 1 TO inServiceCopies
     END-IF
   END-IF.

ReadNextCopyRecord.
   READ CopyFile NEXT RECORD
     AT END SET EndOfCopyFile TO TRUE
   END-READ.

*> Open ("O") and draft ("D") orders are outstanding; a received
*> one is history.
CheckOrderOutstanding.
   MOVE "N" TO OrderOutstanding
   MOVE currentBSN TO OrderBSN
   READ OrderFile
     INVALID KEY
       CONTINUE
     NOT INVALID KEY
       IF OrderStatus = "O" OR OrderStatus = "D"
         MOVE "Y" TO OrderOutstanding
       END-IF
   END-READ.

PrintAndDraft.
   PERFORM OpenOrderFileIO
   RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   PERFORM UNTIL EndOfSortFile
     ADD 1 TO TitlesFlagged
     MOVE SortBSN         TO PrnBSN
     MOVE SortTitle       TO PrnTitle
     MOVE SortHolds       TO PrnHolds
     MOVE SortCopies      TO PrnCopies
     MOVE SortRatio       TO PrnRatio
     MOVE SortExtraCopies TO PrnExtra
     MOVE SPACES          TO PrnNote
     PERFORM CheckReceivedOrder
     IF ReceivedOrderOnFile
       MOVE "received order" TO PrnNote
     END-IF
     IF NOT RunningUnattended
       DISPLAY SortTitle " (" SortBSN "): " SortHolds
               " holds on " SortCopies " copies."
       IF ReceivedOrderOnFile
         DISPLAY "A received order for that ISBN is still on file "
                 "and is kept; no draft can be written for it."
        ELSE
         DISPLAY "Draft an order for " SortExtraCopies
                 " more copies? (y/n): " WITH NO ADVANCING
         ACCEPT draftAnswer
         IF draftAnswer = "y"
           PERFORM WriteDraftOrder
         END-IF
       END-IF
     END-IF
     WRITE ReportLine FROM AlertDetailLine
     RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   END-PERFORM
   CLOSE OrderFile.

*> OnOrder.dat holds one order per ISBN, and a received order is
*> what the budget spend and the invoice matching read, so a title
*> with one on file gets no draft here -- the report notes it.
CheckReceivedOrder.
   MOVE "N" TO OrderOnFile
   MOVE SortBSN TO OrderBSN
   READ OrderFile
     INVALID KEY
       CONTINUE
     NOT INVALID KEY
       MOVE "Y" TO OrderOnFile
   END-READ.

*> The draft carries only what the alert knows: ISBN, title and
*> copies. An order already on file for the ISBN is never
*> overwritten.
WriteDraftOrder.
   MOVE SortBSN TO OrderBSN
   READ OrderFile
     INVALID KEY
       PERFORM BuildDraftOrder
       WRITE OrderRecord
         INVALID KEY
           DISPLAY "Could not write draft order, status: "
                   OrderFileStatus
           ADD 1 TO AuditErrorCount
         NOT INVALID KEY
           PERFORM DraftWritten
       END-WRITE
     NOT INVALID KEY
       DISPLAY "An order for that ISBN is already on file."
       MOVE "on order" TO PrnNote
   END-READ.

BuildDraftOrder.
   MOVE SortBSN         TO OrderBSN
   MOVE SortTitle       TO OrderTitle
   MOVE SPACES          TO OrderSupplier
   MOVE alertToday      TO OrderDate
   MOVE ZEROS           TO OrderExpectedDate
   MOVE "D"             TO OrderStatus
   MOVE ZERO            TO OrderPrice
   MOVE SPACES          TO OrderBudgetLine
   MOVE SPACES          TO OrderSupplierCode
   MOVE ZEROS           TO OrderReceivedDate
   MOVE SortExtraCopies TO OrderQuantity
   MOVE ZERO            TO OrderInvoicedAmount.

DraftWritten.
   ADD 1 TO DraftsWritten
   MOVE "draft written" TO PrnNote
   MOVE SortBSN TO AuditKeyValue
   MOVE "ORDDR" TO AuditEventType
   PERFORM LogAuditEvent
   DISPLAY "Draft order written; complete it in Acquisitions "
           "('e')".

OpenHoldFileInput.
   OPEN INPUT HoldFile
   IF HoldFileStatus EQUAL TO "35"
     OPEN OUTPUT HoldFile
     CLOSE HoldFile
     OPEN INPUT HoldFile
   END-IF
   IF HoldFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Hold.dat, status: " HoldFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenCopyFileInput.
   OPEN INPUT CopyFile
   IF CopyFileStatus EQUAL TO "35"
     OPEN OUTPUT CopyFile
     CLOSE CopyFile
     OPEN INPUT CopyFile
   END-IF
   IF CopyFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookCopy.dat, status: " CopyFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenBookFileInput.
   OPEN INPUT BookFile
   IF BookFileStatus EQUAL TO "35"
     OPEN OUTPUT BookFile
     CLOSE BookFile
     OPEN INPUT BookFile
   END-IF
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenOrderFileInput.
   OPEN INPUT OrderFile
   IF OrderFileStatus EQUAL TO "35"
     OPEN OUTPUT OrderFile
     CLOSE OrderFile
     OPEN INPUT OrderFile
   END-IF
   IF OrderFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open OnOrder.dat, status: " OrderFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenOrderFileIO.
   OPEN I-O OrderFile
   IF OrderFileStatus EQUAL TO "35"
     OPEN OUTPUT OrderFile
     CLOSE OrderFile
     OPEN I-O OrderFile
   END-IF
   IF OrderFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open OnOrder.dat, status: " OrderFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

COPY LoanPolicy.

END PROGRAM HoldRatioAlert.
