          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS LoanFileStatus.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS HistoryFileStatus.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS HoldFileStatus.
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS PickupFileStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT RecallNoticeFile ASSIGN TO "RecallNotices.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RecallNoticeStatus.
   SELECT CategoryPolicyFile ASSIGN TO "CategoryPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CategoryPolicyFileStatus.
   SELECT CatalogFile ASSIGN TO "BookCatalog.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CatalogFileStatus.
   SELECT NoticeDispatchFile ASSIGN TO "NoticeDispatch.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NoticeDispatchFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS AuthorFileStatus.
   SELECT BorrowerMessageFile ASSIGN TO "BorrowerMessage.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BmsKey
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS MessageFileStatus.
   SELECT AlsoBorrowedFile ASSIGN TO "AlsoBorrowed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AlbBSN
          FILE STATUS IS AlsoBorrowedFileStatus.
   SELECT WorkFile ASSIGN TO "Work.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS WrkBSN
          ALTERNATE RECORD KEY IS WrkWorkKey WITH DUPLICATES
          ALTERNATE RECORD KEY IS WrkSeriesName WITH DUPLICATES
          FILE STATUS IS WorkFileStatus.

DATA DIVISION.
FILE SECTION.
   02  SortYear              PIC X(4).
*> Alternate view for the classified catalog sort -- one released
*> record per (subject, title). Implicitly redefines SortRecord,
*> as extra 01s under an SD do. A title in a numbered series files
*> under its series name (SortClassFiling) and then by volume, so
*> the volumes of a series stand together and in order.
01 ClassSortRecord.
   02  SortSubjectCode       PIC X(4).
   02  SortClassTitle        PIC X(25).
   02  SortClassBSN          PIC X(17).
   02  SortClassSurname      PIC X(15).
   02  SortClassFiling       PIC X(30).
   02  SortClassSeries       PIC X(30).
   02  SortClassVolume       PIC 9(3).

FD FineFile.
COPY FineRecord.
FD LoanPolicyFile.
COPY LoanPolicyRecord.

*> Recall letters, one per recalled copy; OPEN EXTEND so the day's
*> recalls go out in one print run, like the date-due slips.
FD RecallNoticeFile.
01 RecallNoticeLine          PIC X(80).

FD CategoryPolicyFile.
COPY CategoryPolicyRecord.

FD CatalogFile.
01 CatalogLine               PIC X(110).

FD NoticeDispatchFile.
COPY NoticeDispatchRecord.

FD AuditLogFile.
COPY AuditLogRecord.

FD PaymentsFile.
COPY PaymentRecord.

FD BorrowerMessageFile.
COPY BorrowerMessageRecord.

FD AlsoBorrowedFile.
COPY AlsoBorrowedRecord.

FD WorkFile.
COPY WorkRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY NoticeDispatchData.
COPY LoanPolicyData.
COPY CategoryPolicyData.
COPY PasswordHashData.
01 LoanFileStatus            PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 HistoryFileStatus         PIC XX     VALUE "00".
01 borrowerInput             PIC 9(5)   VALUE ZEROS.
COPY BorrowerBlockCheckData.
01 CurrentMaxLoans           PIC 9(2)   VALUE ZERO.
01 BorrowerOpenLoans         PIC 9(3)   VALUE ZERO.
01 renewConfirm              PIC X      VALUE "n".
01 FetchBorrowerNumber       PIC 9(5)   VALUE ZEROS.
01 FetchedBorrowerName       PIC X(30)  VALUE SPACES.
01 FetchedBorrowerStreet     PIC X(30)  VALUE SPACES.
01 FetchedBorrowerCity       PIC X(20)  VALUE SPACES.
01 FetchedBorrowerPostcode   PIC X(8)   VALUE SPACES.
01 FetchedBorrowerCategory   PIC X      VALUE SPACE.
01 FetchedBorrowerClaims     PIC 9(2)   VALUE ZERO.
01 FetchedBorrowerHousehold  PIC 9(5)   VALUE ZEROS.
01 categoryInput             PIC X      VALUE SPACE.
01 emailInput                PIC X(40)  VALUE SPACES.
01 noticePrefInput           PIC X      VALUE SPACE.
01 pinInput                  PIC X(6)   VALUE SPACES.
*> Window-envelope address head shared by the mailed paperwork: the
*> statement prints these under its heading so the batch print run
*> folds straight into envelopes.
01 FirstHoldFound            PIC X      VALUE "N".
   88 HoldIsQueued                      VALUE "Y".
01 FirstHoldBorrower         PIC 9(5)   VALUE ZEROS.
*> Recall of a copy for a hold queued behind an all-out title: the
*> open loan with the furthest due date that has had its guaranteed
*> minimum period is the one cut short.
01 RecallNoticeStatus        PIC XX     VALUE "00".
*> Claimed-returned disputes: record the claim, then settle it as
*> found on the shelf, found with the borrower, or written off.
01 claimChoice               PIC X      VALUE SPACE.
01 claimToday                PIC 9(8)   VALUE ZEROS.
01 recallToday               PIC 9(8)   VALUE ZEROS.
01 recallCopy                PIC 9(2)   VALUE ZERO.
01 recallCopyDue             PIC 9(8)   VALUE ZEROS.
01 recallNewDue              PIC 9(8)   VALUE ZEROS.
01 recallOutDays             PIC S9(5)  VALUE ZERO.
01 RecallPendingStatus       PIC X      VALUE "N".
   88 RecallAlreadyPending              VALUE "Y".
01 RecallLetterHead.
   02 FILLER                 PIC X(30)
      VALUE "Library recall notice  --  ".
   02 PrnRecallRunDate       PIC 9(8).
01 RecallLetterTitle.
   02 FILLER                 PIC X(6)   VALUE SPACES.
   02 FILLER                 PIC X(10)  VALUE "Title:    ".
   02 PrnRecallTitle         PIC X(25).
   02 FILLER                 PIC X(7)   VALUE "  copy ".
   02 PrnRecallCopy          PIC 9(2).
01 RecallLetterDue.
   02 FILLER                 PIC X(6)   VALUE SPACES.
   02 FILLER                 PIC X(52)
      VALUE "Another reader has asked for it. Please return by ".
   02 PrnRecallDueDate       PIC 9(8).
01 RecallLetterRate.
   02 FILLER                 PIC X(6)   VALUE SPACES.
   02 FILLER                 PIC X(44)
      VALUE "Recalled books returned late are fined at ".
   02 PrnRecallRate          PIC Z9.99.
   02 FILLER                 PIC X(8)   VALUE " a day.".
01 RecallLetterSeparator     PIC X(80)  VALUE ALL "-".
01 holdsChoice               PIC X      VALUE ZERO.
01 HoldListLine.
   02 FILLER                 PIC X(3)   VALUE SPACES.
01 copiesOut                 PIC 9(2)   VALUE ZERO.
01 copiesAvailable           PIC 9(2)   VALUE ZERO.
01 copyIndex                 PIC 9(2)   VALUE ZERO.
01 copyNumberLimit           PIC 9(2)   VALUE ZERO.
01 availableCopy             PIC 9(2)   VALUE ZERO.
01 loanWriteMode             PIC X      VALUE "W".
01 returnCopy                PIC 9(2)   VALUE ZERO.
01 openCopyCount             PIC 9(2)   VALUE ZERO.
01 lastOpenCopy              PIC 9(2)   VALUE ZERO.
01 lostCopyCount             PIC 9(2)   VALUE ZERO.
01 lastLostCopy              PIC 9(2)   VALUE ZERO.
01 CopyFoundFlag             PIC X      VALUE "N".
   88 CopyWasFound                      VALUE "Y".
01 ReplacementChargeFlag     PIC X      VALUE "N".
   88 ReplacementChargeFound            VALUE "Y".
01 foundToday                PIC 9(8)   VALUE ZEROS.
01 foundDays                 PIC S9(5)  VALUE ZERO.
01 chargeReduction           PIC 9(4)V99 VALUE ZERO.
01 reversedAmount            PIC 9(4)V99 VALUE ZERO.
01 refundAmount              PIC 9(4)V99 VALUE ZERO.
01 HistoryLine.
   02 FILLER                 PIC X(3)   VALUE SPACES.
   02 PrnHistSequence        PIC 9(4).
   02 PrnClassTitle          PIC X(25).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnClassSurname        PIC X(15).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnClassVolumeTag      PIC X(4).
   02 PrnClassVolume         PIC ZZ9    BLANK WHEN ZERO.
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnClassSeries         PIC X(30).
01 ClassSubjectTotalLine.
   02 FILLER                 PIC X(20)
      VALUE "  Titles in subject:".
*> piping fake keystrokes.
01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
COPY OperatorSignonData.
01 signonInput               PIC X(4)   VALUE SPACES.
*> The role decides what the sign-on may do: "D" desk staff loan
*> and return, "S" senior staff also amend and waive, "V"
*> supervisors also delete.
01 currentOperatorRole       PIC X      VALUE "D".
01 PermissionStatus          PIC X      VALUE "Y".
   88 ChoiceIsPermitted                 VALUE "Y".
01 inquiryToday              PIC 9(8)   VALUE ZEROS.
01 inquiryTitle              PIC X(25)  VALUE SPACES.
*> Desk messages (see BorrowerMessages) shown when a borrower is
*> entered; a blocking one not yet acknowledged stops the loan
*> until senior staff acknowledge it.
01 MessageFileStatus         PIC XX     VALUE "00".
01 messageBorrower           PIC 9(5)   VALUE ZEROS.
01 messageToday              PIC 9(8)   VALUE ZEROS.
01 MessageBlockCount         PIC 9(3)   VALUE ZERO.
01 messageAckConfirm         PIC X      VALUE "n".
01 messageAckerId            PIC X(4)   VALUE SPACES.
01 MessageAckStatus          PIC X      VALUE "N".
   88 MessagesAcknowledged              VALUE "Y".
01 PrnMessageSeverity        PIC X(16)  VALUE SPACES.
*> Reading suggestions shown with a found title (see AlsoBorrowed).
01 AlsoBorrowedFileStatus    PIC XX     VALUE "00".
01 suggestionIndex           PIC 9      VALUE ZERO.
*> Work.dat: the other editions and translations of the title in
*> hand, for FindBook's whole-work availability, any-edition holds
*> and the series order of the classified catalog.
01 WorkFileStatus            PIC XX     VALUE "00".
01 WorkFileOpened            PIC X      VALUE "N".
   88 WorkFileIsOpen                    VALUE "Y".
01 classFiling               PIC X(30)  VALUE SPACES.
01 classSeries               PIC X(30)  VALUE SPACES.
01 classVolume               PIC 9(3)   VALUE ZERO.
01 CopyFileOpened            PIC X      VALUE "N".
   88 CopyFileIsOpen                    VALUE "Y".
01 workBSN                   PIC X(17)  VALUE SPACES.
01 currentWorkKey            PIC X(17)  VALUE SPACES.
01 linkedEditionCount        PIC 9(3)   VALUE ZERO.
01 LinkedEditionTable.
   02 LinkedEditionBSN       PIC X(17)  OCCURS 50 TIMES.
01 linkedEditionIndex        PIC 9(3)   VALUE ZERO.
01 editionBSN                PIC X(17)  VALUE SPACES.
01 editionCopies             PIC 9(3)   VALUE ZERO.
01 editionOut                PIC 9(3)   VALUE ZERO.
01 editionAvailable          PIC 9(3)   VALUE ZERO.
01 EditionCopyRecords        PIC X      VALUE "N".
   88 EditionHasCopyRecords             VALUE "Y".
01 workCopiesTotal           PIC 9(4)   VALUE ZERO.
01 workCopiesAvailable       PIC 9(4)   VALUE ZERO.
01 otherEditionOnShelf       PIC X(17)  VALUE SPACES.
01 relationText              PIC X(11)  VALUE SPACES.
01 PrnWorkVolume             PIC ZZ9.
01 anyEditionInput           PIC X      VALUE "n".
01 firstHoldBSN              PIC X(17)  VALUE SPACES.
01 firstHoldDate             PIC 9(8)   VALUE ZEROS.
*> The household the inquired borrower lives in, as grouped by
*> BorrowerHouseholds: members, their open loans and fines.
01 HouseholdMemberTable.
   02 HouseholdMember        OCCURS 50 TIMES PIC 9(5).
01 HouseholdMemberCount      PIC 9(2)   VALUE ZERO.
01 householdIndex            PIC 9(2)   VALUE ZERO.
01 householdOfRecord         PIC 9(5)   VALUE ZEROS.
01 HouseholdOpenLoans        PIC 9(4)   VALUE ZERO.
01 HouseholdOwedTotal        PIC 9(6)V99 VALUE ZERO.
01 FineStatementStatus       PIC XX     VALUE "00".
01 statementSendConfirm      PIC X      VALUE "n".
01 noticeAmountEdit          PIC ZZ,ZZ9.99.
01 noticeAmountLead          PIC 99     VALUE ZERO.
01 NextFineSequence          PIC 9(4)   VALUE ZERO.
01 lateDayCount              PIC S9(5)  VALUE ZERO.
01 chargeableDays            PIC 9(3)   VALUE ZERO.
*> DELETE against Book.dat and BookLoan.dat.
01 JournalFileCode           PIC X(4)   VALUE SPACES.
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
   MOVE "START"          TO AuditEventType
   PERFORM LogAuditEvent
   PERFORM LoadLoanPolicy
   PERFORM LoadCategoryPolicy
   MOVE " ('b' on the main menu)." TO BlockRenewTail
   MOVE " ('g' posts a payment)."  TO BlockSettleTail

   PERFORM MainMenu


*> AuditLog.dat used to say which PROGRAM ran but never which
*> PERSON added a book or registered a return. Every session now
*> starts with a sign-on -- id and password, through the shared
*> OperatorSignon service -- and the operator id rides along on
*> loan records and on every audit entry this program writes.
OperatorSignon.
   MOVE "BookCollection" TO SignonProgramName
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

MainMenu.
           "'g' to post a fine payment, 's' for a fine statement, "
           "'i' for a borrower position inquiry, "
           "'x' to declare a loan lost, "
           "'c' for a claimed-returned dispute, "
           "'k' for the classified catalog, "
           "or 'p' for the publisher/year "
           "report: " WITH NO ADVANCING
     WHEN "s" PERFORM PrintFineStatement
     WHEN "i" PERFORM BorrowerInquiry
     WHEN "x" PERFORM DeclareLostLoan
     WHEN "c" PERFORM ClaimedReturned
     WHEN "k" PERFORM ClassifiedCatalog
     WHEN "p" PERFORM PublisherYearReport
     WHEN OTHER
        ELSE
         DISPLAY "That's not an 'a', 'f', 'l', 'o', 'r', 'h', 'b', "
                 "'m', 'd', 'n', 'q', 'w', 'g', 's', 'i', 'x', "
                 "'c', 'k' or 'p'. Try again."
         PERFORM PromptMenuChoice
       END-IF
   END-EVALUATE
         DISPLAY "No fine " fineSequenceInput " for borrower "
                 borrowerInput "."
       NOT INVALID KEY
         *> A fine billed to a student's university account is the
         *> registrar's to collect until it comes back bounced, and
         *> one referred to the collection agency the agency's.
         EVALUATE FineStatus
           WHEN "T"
             DISPLAY "Fine " fineSequenceInput " is billed to the "
                     "student's university account; the registrar "
                     "collects it, not the desk."
           WHEN "A"
             DISPLAY "Fine " fineSequenceInput " is with the "
                     "collection agency; the borrower pays the "
                     "agency, not the desk."
           WHEN OTHER
             MOVE FineRecord TO JournalBefore
             PERFORM PostAgainstFine
         END-EVALUATE
     END-READ
   END-IF
   CLOSE FineFile.

*> The statement is the piece of paper that goes over the desk: the
*> borrower's open fines with what's still owed on each, and a total.
*> A borrower who takes notices by e-mail or SMS is sent it that
*> way instead, unless they are standing at the desk wanting paper.
PrintFineStatement.
   DISPLAY "Enter borrower number for the statement: "
           WITH NO ADVANCING
   ACCEPT borrowerInput
   PERFORM OpenNoticeDispatch
   MOVE borrowerInput TO FetchBorrowerNumber
   PERFORM FetchBorrowerName
   MOVE "n" TO statementSendConfirm
   IF NoticeByEmail OR NoticeBySms
     IF NoticeByEmail
       DISPLAY "Borrower takes notices by e-mail at " NoticeAddress
      ELSE
       DISPLAY "Borrower takes notices by SMS at " NoticeAddress
     END-IF
     DISPLAY "Send the statement that way instead of printing it? "
             "(y/n): " WITH NO ADVANCING
     ACCEPT statementSendConfirm
   END-IF
   IF statementSendConfirm = "y"
     PERFORM SendFineStatement
    ELSE
     PERFORM PrintStatementLetter
   END-IF
   IF NoticeDispatchFileStatus EQUAL TO "00"
     CLOSE NoticeDispatchFile
   END-IF.

PrintStatementLetter.
   OPEN OUTPUT FineStatementFile
   IF FineStatementStatus NOT EQUAL TO "00"
     DISPLAY "Could not create FineStatement.prt, status: "
     END-IF
   END-IF.

*> The same open fines as the printed statement, as a message in
*> NoticeDispatch.dat for the messaging gateway: every fine in the
*> e-mail, just the total in an SMS. Nothing owed, nothing sent.
SendFineStatement.
   MOVE "FIN"   TO NoticeTypeCode
   MOVE "FINES" TO NoticeMessageType
   PERFORM StartNoticeBody
   IF NoticeByEmail
     STRING "Dear " FetchedBorrowerName DELIMITED BY "  "
            ", these library fines are outstanding:"
            DELIMITED BY SIZE INTO NoticeBodyPiece
     PERFORM AddToNoticeBody
   END-IF
   MOVE ZERO TO fineOutstandingTotal
   PERFORM OpenFineFileInput
   MOVE "N" TO foundAnyMatch
   MOVE borrowerInput TO FineBorrowerNumber
   MOVE ZEROS         TO FineSequence
   START FineFile KEY IS NOT LESS THAN FineKey
     INVALID KEY
       SET EndOfFineFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextFineRecord
   END-START
   PERFORM UNTIL EndOfFineFile
                 OR FineBorrowerNumber NOT EQUAL TO borrowerInput
     IF FineStatus = "O"
       COMPUTE fineOutstanding = FineAmount - FinePaidAmount
       ADD fineOutstanding TO fineOutstandingTotal
       PERFORM DisplayFineLine
       MOVE "Y" TO foundAnyMatch
       IF NoticeByEmail
         MOVE fineOutstanding TO noticeAmountEdit
         PERFORM FindAmountStart
         STRING FineBSN DELIMITED BY SPACE
                " assessed " FineAssessDate ": "
                noticeAmountEdit(noticeAmountLead:) ";"
                DELIMITED BY SIZE INTO NoticeBodyPiece
         PERFORM AddNoticeItem
       END-IF
     END-IF
     PERFORM ReadNextFineRecord
   END-PERFORM
   CLOSE FineFile
   MOVE fineOutstandingTotal TO noticeAmountEdit
   PERFORM FindAmountStart
   IF NoMatchFound
     MOVE "N" TO NoticePendingStatus
     DISPLAY "No outstanding fines for borrower " borrowerInput
             "; nothing sent."
    ELSE
     IF NoticeByEmail
       STRING "Total outstanding: "
              noticeAmountEdit(noticeAmountLead:)
              ". Please pay at the desk. -- The library"
              DELIMITED BY SIZE INTO NoticeBodyPiece
      ELSE
       STRING "Library: you have "
              noticeAmountEdit(noticeAmountLead:)
              " in outstanding fines. Please pay at the desk."
              DELIMITED BY SIZE INTO NoticeBodyPiece
     END-IF
     PERFORM AddToNoticeBody
     PERFORM WriteNoticeDispatch
     DISPLAY "Statement sent to " NoticeAddress " (total "
             noticeAmountEdit(noticeAmountLead:) ")."
   END-IF.

*> Where the edited amount's digits start, so a message reads
*> "12.50" rather than "    12.50".
FindAmountStart.
   MOVE ZERO TO noticeAmountLead
   INSPECT noticeAmountEdit TALLYING noticeAmountLead
           FOR LEADING SPACES
   ADD 1 TO noticeAmountLead.

*> "What do I have out and what do I owe?" answered in one place
*> while the borrower waits: books currently out with due dates
*> (flagging the overdue ones), holds they have queued, and the
   PERFORM FetchBorrowerName
   DISPLAY "Position for borrower " borrowerInput " "
           FetchedBorrowerName
   MOVE FetchedBorrowerCategory TO CatLookupCategory
   PERFORM SelectCategoryPolicy
   DISPLAY "Category " CatDescription ": " CatLoanPeriodDays
           "-day loans, " CatMaxRenewals " renewal(s)"
   IF FetchedBorrowerClaims >= PolClaimsFlagCount
     DISPLAY "** " FetchedBorrowerClaims " claimed-returned "
             "dispute(s) on record -- check the shelves before "
             "accepting another claim **"
   END-IF
   MOVE borrowerInput TO messageBorrower
   PERFORM ShowBorrowerMessages
   ACCEPT inquiryToday FROM DATE YYYYMMDD
   DISPLAY "-- Books currently out --"
   PERFORM OpenLoanFileInput
   PERFORM OpenBookFileInput
   MOVE "N" TO foundAnyMatch
   MOVE borrowerInput TO LoanBorrowerNumber
   PERFORM StartBorrowerLoans
   PERFORM UNTIL EndOfLoanFile
                 OR LoanBorrowerNumber NOT EQUAL TO borrowerInput
     IF LoanReturnDate = ZEROS
       PERFORM DisplayInquiryLoanLine
       MOVE "Y" TO foundAnyMatch
     END-IF
     PERFORM ReadNextLoanRecord
   END-PERFORM
   CLOSE LoanFile
   CLOSE BookFile
   DISPLAY "-- Holds queued --"
   PERFORM OpenHoldFileInput
   MOVE "N" TO foundAnyMatch
   MOVE borrowerInput TO HoldBorrowerNumber
   PERFORM StartBorrowerHolds
   PERFORM UNTIL EndOfHoldFile
                 OR HoldBorrowerNumber NOT EQUAL TO borrowerInput
     IF HoldStatus = "Q"
       DISPLAY "   " HoldBSN " (position " HoldSequence
               ", placed " HoldDate ")"
       MOVE "Y" TO foundAnyMatch
   END-START
   PERFORM UNTIL EndOfFineFile
                 OR FineBorrowerNumber NOT EQUAL TO borrowerInput
     IF FineStatus = "O" OR FineStatus = "A"
       COMPUTE fineOutstanding = FineAmount - FinePaidAmount
       ADD fineOutstanding TO fineOutstandingTotal
       PERFORM DisplayFineLine
       IF FineStatus = "A"
         DISPLAY "      (with the collection agency)"
       END-IF
       MOVE "Y" TO foundAnyMatch
     END-IF
     PERFORM ReadNextFineRecord
    ELSE
     MOVE fineOutstandingTotal TO PrnStmtTotal
     DISPLAY "   Total owed: " PrnStmtTotal
   END-IF
   IF FetchedBorrowerHousehold NOT = ZEROS
     PERFORM HouseholdPosition
   END-IF.

*> One line for the whole household, since the letters go to the
*> household as one: what every member together has out and owes.
*> Only shown when someone else lives at the same address.
HouseholdPosition.
   MOVE ZERO TO HouseholdMemberCount
   PERFORM OpenBorrowerFileInput
   READ BorrowerFile NEXT RECORD
     AT END SET EndOfBorrowerFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBorrowerFile
     IF BorrowerHouseholdId IS NUMERIC AND
        BorrowerHouseholdId NOT = ZEROS
       MOVE BorrowerHouseholdId TO householdOfRecord
      ELSE
       MOVE BorrowerNumber TO householdOfRecord
     END-IF
     IF householdOfRecord = FetchedBorrowerHousehold AND
        HouseholdMemberCount < 50
       ADD 1 TO HouseholdMemberCount
       MOVE BorrowerNumber TO HouseholdMember(HouseholdMemberCount)
     END-IF
     READ BorrowerFile NEXT RECORD
       AT END SET EndOfBorrowerFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE BorrowerFile
   IF HouseholdMemberCount > 1
     MOVE ZERO TO HouseholdOpenLoans
     PERFORM OpenLoanFileInput
     PERFORM VARYING householdIndex FROM 1 BY 1
             UNTIL householdIndex > HouseholdMemberCount
       MOVE HouseholdMember(householdIndex) TO LoanBorrowerNumber
       PERFORM StartBorrowerLoans
       PERFORM UNTIL EndOfLoanFile
                     OR LoanBorrowerNumber NOT EQUAL TO
                        HouseholdMember(householdIndex)
         IF LoanReturnDate = ZEROS
           ADD 1 TO HouseholdOpenLoans
         END-IF
         PERFORM ReadNextLoanRecord
       END-PERFORM
     END-PERFORM
     CLOSE LoanFile
     MOVE ZERO TO HouseholdOwedTotal
     PERFORM OpenFineFileInput
     PERFORM VARYING householdIndex FROM 1 BY 1
             UNTIL householdIndex > HouseholdMemberCount
       MOVE HouseholdMember(householdIndex) TO FineBorrowerNumber
       MOVE ZEROS TO FineSequence
       START FineFile KEY IS NOT LESS THAN FineKey
         INVALID KEY
           SET EndOfFineFile TO TRUE
         NOT INVALID KEY
           PERFORM ReadNextFineRecord
       END-START
       PERFORM UNTIL EndOfFineFile
                     OR FineBorrowerNumber NOT EQUAL TO
                        HouseholdMember(householdIndex)
         IF FineStatus = "O"
           COMPUTE fineOutstanding = FineAmount - FinePaidAmount
           ADD fineOutstanding TO HouseholdOwedTotal
         END-IF
         PERFORM ReadNextFineRecord
       END-PERFORM
     END-PERFORM
     CLOSE FineFile
     MOVE HouseholdOwedTotal TO PrnStmtTotal
     DISPLAY "-- Household " FetchedBorrowerHousehold " ("
             HouseholdMemberCount " members) --"
     DISPLAY "   Open loans: " HouseholdOpenLoans
             "   Fines owed: " PrnStmtTotal
   END-IF.

DisplayInquiryLoanLine.
     NOT INVALID KEY
       MOVE BookTitle TO inquiryTitle
   END-READ
   EVALUATE TRUE
     WHEN LoanClaimDate NOT = ZEROS
       DISPLAY "   " LoanBSN " copy " LoanCopyNumber " "
               inquiryTitle " claimed returned " LoanClaimDate
     WHEN LoanDueDate < inquiryToday
       DISPLAY "   " LoanBSN " copy " LoanCopyNumber " "
               inquiryTitle " due " LoanDueDate "  ** OVERDUE **"
     WHEN OTHER
       DISPLAY "   " LoanBSN " copy " LoanCopyNumber " "
               inquiryTitle " due " LoanDueDate
   END-EVALUATE.

OpenFineFileIO.
   OPEN I-O FineFile
*> loaning the book straight out again, wrecking the dates. A real
*> renewal extends LoanDueDate on the existing loan, governed by
*> LoanPolicy.dat: the standard loan period, the renewal limit, and
*> no renewal at all while a hold is queued on the title. A recalled
*> loan, or one claimed returned, is not renewed either -- the same
*> refusals AutoRenew makes.
RenewLoan.
   DISPLAY "Enter the ISBN of the loan to renew: " WITH NO ADVANCING
   ACCEPT searchBSN
       IF LoanReturnDate NOT = ZEROS
         DISPLAY "Copy " returnCopy " is not out on loan."
        ELSE
         EVALUATE TRUE
           WHEN LoanClaimDate NOT = ZEROS
             DISPLAY "Copy " returnCopy " is claimed returned (since "
                     LoanClaimDate ") and the dispute is open. "
                     "Renewal refused."
           WHEN LoanRecallDate NOT = ZEROS
             DISPLAY "Copy " returnCopy " has been recalled for "
                     "another reader; it is due back " LoanDueDate
                     ". Renewal refused."
           WHEN OTHER
             PERFORM SelectLoanBorrowerCategory
             IF LoanRenewalCount >= CatMaxRenewals
               DISPLAY "This loan has already been renewed "
                       LoanRenewalCount " time(s); the "
                       CatDescription " limit is "
                       CatMaxRenewals ". Renewal refused."
              ELSE
               MOVE "ADDD" TO DateArithFunction
               MOVE CatLoanPeriodDays TO DateArithDays
               CALL "DateArithmetic" USING DateArithFunction LoanDueDate
                                           DateArithResult DateArithDays
                                           DateArithValid
               IF NOT DateArithIsValid
                 DISPLAY "Could not extend the due date " LoanDueDate
                         "; renewal abandoned."
                 ADD 1 TO AuditErrorCount
                ELSE
                 MOVE LoanRecord TO JournalBefore
                 MOVE DateArithResult TO LoanDueDate
                 PERFORM RollDueDateOffClosedDays
                 ADD 1 TO LoanRenewalCount
                 REWRITE LoanRecord
                   INVALID KEY
                     CONTINUE
                 END-REWRITE
                 IF LoanFileStatus = "00"
                   MOVE "LOAN" TO JournalFileCode
                   MOVE "R"    TO JournalOperation
                   MOVE LoanRecord TO JournalAfter
                   PERFORM WriteJournalEntry
                   ADD 1 TO AuditRecordCount
                   MOVE searchBSN TO AuditKeyValue
                   MOVE "RENEW" TO AuditEventType
                   PERFORM LogAuditEvent
                   DISPLAY "Copy " returnCopy " renewed; now due "
                           LoanDueDate " (renewal " LoanRenewalCount
                           " of " CatMaxRenewals ")."
                  ELSE
                   DISPLAY "Could not update loan record, status: "
                           LoanFileStatus ". Renewal NOT recorded."
                   PERFORM CheckLoanRecordLock
                   ADD 1 TO AuditErrorCount
                 END-IF
               END-IF
             END-IF
         END-EVALUATE
       END-IF
   END-READ.

       MOVE "N" TO foundAnyMatch
       DISPLAY "No book found with ISBN " searchBSN
     NOT INVALID KEY
       *> A title weeded down to nothing will never come back to
       *> fill a hold.
       IF BookCopyCount = ZERO AND BookClosedDate NOT = ZEROS
         MOVE "N" TO foundAnyMatch
         DISPLAY BookTitle " was closed on " BookClosedDate
                 " -- every copy has been withdrawn. No hold placed."
        ELSE
         MOVE "Y" TO foundAnyMatch
         DISPLAY "Placing a hold on " BookTitle
       END-IF
   END-READ
   MOVE "n" TO anyEditionInput
   MOVE SPACES TO otherEditionOnShelf
   IF NOT NoMatchFound
     PERFORM AskAnyEdition
   END-IF
   CLOSE BookFile
   IF NOT NoMatchFound
     MOVE "N" TO BorrowerCheckStatus
       MOVE borrowerInput    TO HoldBorrowerNumber
       ACCEPT HoldDate FROM DATE YYYYMMDD
       MOVE "Q" TO HoldStatus
       IF anyEditionInput = "y"
         MOVE "Y" TO HoldAnyEdition
        ELSE
         MOVE SPACE TO HoldAnyEdition
       END-IF
       WRITE HoldRecord
         INVALID KEY
           DISPLAY "Could not write hold record, status: "
           MOVE HoldRecord TO JournalAfter
           PERFORM WriteJournalEntry
           ADD 1 TO AuditRecordCount
           MOVE searchBSN TO AuditKeyValue
           MOVE "HOLD " TO AuditEventType
           PERFORM LogAuditEvent
           DISPLAY "Hold placed; position in queue: "
                   NextHoldSequence
       END-WRITE
       CLOSE HoldFile
       *> No copy is recalled off another reader while an edition
       *> that will do is standing on the shelf.
       IF otherEditionOnShelf = SPACES
         PERFORM RecallForHold
        ELSE
         DISPLAY "Edition " otherEditionOnShelf " has a copy on "
                 "the shelf now; no recall made."
       END-IF
     END-IF
   END-IF.

*> Only asked when the title has linked editions in Work.dat: an
*> any-edition hold is filled by whichever edition or translation
*> comes back first, and the desk sees what is on the shelf now.
AskAnyEdition.
   MOVE searchBSN TO workBSN
   PERFORM LoadLinkedEditions
   IF linkedEditionCount > ZERO
     DISPLAY "This title has " linkedEditionCount " other "
             "edition(s). Will any edition do? (y/n): "
             WITH NO ADVANCING
     ACCEPT anyEditionInput
     IF anyEditionInput = "Y"
       MOVE "y" TO anyEditionInput
     END-IF
     IF anyEditionInput = "y"
       PERFORM OpenLoanFileInput
       PERFORM ShowLoanStatus
       PERFORM ShowWorkAvailability
       CLOSE LoanFile
     END-IF
   END-IF.

*> A hold behind a title whose every copy is out would otherwise
*> wait for whichever due date comes first, which can be the end of
*> term. When no copy is free, the open loan with the furthest due
*> date that has already run PolRecallMinDays is recalled: its due
*> date drops to PolRecallNoticeDays from today (rolled off closed
*> days), the loan carries the recall date so a late return is
*> fined at the recall rate, and the borrower gets a letter in
*> RecallNotices.prt. One recall per title at a time -- a second
*> hold doesn't drag in a second copy while the first is pending.
RecallForHold.
   PERFORM GetCopyCountForBSN
   PERFORM OpenLoanFileIO
   PERFORM OpenCopyFileIO
   PERFORM FindAvailableCopy
   IF availableCopy = ZERO
     ACCEPT recallToday FROM DATE YYYYMMDD
     MOVE ZERO  TO recallCopy
     MOVE ZEROS TO recallCopyDue
     MOVE "N"   TO RecallPendingStatus
     PERFORM VARYING copyIndex FROM 1 BY 1
             UNTIL copyIndex > copiesTotal
       MOVE searchBSN TO LoanBSN
       MOVE copyIndex TO LoanCopyNumber
       READ LoanFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF LoanReturnDate = ZEROS AND LoanClaimDate = ZEROS
             PERFORM ConsiderRecallCandidate
           END-IF
       END-READ
     END-PERFORM
     EVALUATE TRUE
       WHEN RecallAlreadyPending
         DISPLAY "A copy of this title is already recalled; the "
                 "hold waits for it."
       WHEN recallCopy = ZERO
         DISPLAY "No copy has been out the minimum "
                 PolRecallMinDays " day(s) yet; no recall made."
       WHEN OTHER
         PERFORM RecallOneCopy
     END-EVALUATE
   END-IF
   CLOSE CopyFile
   CLOSE LoanFile.

ConsiderRecallCandidate.
   IF LoanRecallDate NOT = ZEROS
     MOVE "Y" TO RecallPendingStatus
    ELSE
     MOVE "DIFF" TO DateArithFunction
     CALL "DateArithmetic" USING DateArithFunction LoanDate
                                 recallToday recallOutDays
                                 DateArithValid
     IF DateArithIsValid AND recallOutDays >= PolRecallMinDays
        AND LoanDueDate > recallCopyDue
       MOVE copyIndex   TO recallCopy
       MOVE LoanDueDate TO recallCopyDue
     END-IF
   END-IF.

RecallOneCopy.
   MOVE "ADDD" TO DateArithFunction
   MOVE PolRecallNoticeDays TO DateArithDays
   CALL "DateArithmetic" USING DateArithFunction recallToday
                               recallNewDue DateArithDays
                               DateArithValid
   IF DateArithIsValid
     MOVE "ROLL" TO ClosedDaysFunction
     CALL "ClosedDays" USING ClosedDaysFunction recallNewDue
                             ClosedDaysResult ClosedDaysCount
                             ClosedDaysValid
     IF ClosedDaysIsValid
       MOVE ClosedDaysResult TO recallNewDue
     END-IF
   END-IF
   IF NOT DateArithIsValid OR recallNewDue NOT < recallCopyDue
     DISPLAY "Copy " recallCopy " is already due " recallCopyDue
             "; a recall would not bring it back sooner."
    ELSE
     MOVE searchBSN  TO LoanBSN
     MOVE recallCopy TO LoanCopyNumber
     READ LoanFile
       INVALID KEY
         DISPLAY "Could not re-read loan for copy " recallCopy "."
         ADD 1 TO AuditErrorCount
       NOT INVALID KEY
         MOVE LoanRecord TO JournalBefore
         MOVE recallNewDue TO LoanDueDate
         MOVE recallToday  TO LoanRecallDate
         REWRITE LoanRecord
           INVALID KEY
             CONTINUE
         END-REWRITE
         IF LoanFileStatus = "00"
           MOVE "LOAN" TO JournalFileCode
           MOVE "R"    TO JournalOperation
           MOVE LoanRecord TO JournalAfter
           PERFORM WriteJournalEntry
           ADD 1 TO AuditRecordCount
           MOVE searchBSN TO AuditKeyValue
           MOVE "RECAL" TO AuditEventType
           PERFORM LogAuditEvent
           PERFORM PrintRecallLetter
           DISPLAY "Copy " recallCopy " recalled from borrower "
                   LoanBorrowerNumber "; now due " LoanDueDate
                   " (letter in RecallNotices.prt)."
          ELSE
           DISPLAY "Could not update loan record, status: "
                   LoanFileStatus ". Recall NOT recorded."
           PERFORM CheckLoanRecordLock
           ADD 1 TO AuditErrorCount
         END-IF
     END-READ
   END-IF.

PrintRecallLetter.
   MOVE LoanBorrowerNumber TO FetchBorrowerNumber
   PERFORM FetchBorrowerName
   OPEN EXTEND RecallNoticeFile
   IF RecallNoticeStatus NOT EQUAL TO "00"
     OPEN OUTPUT RecallNoticeFile
   END-IF
   IF RecallNoticeStatus NOT EQUAL TO "00"
     DISPLAY "Could not open RecallNotices.prt, status: "
             RecallNoticeStatus
    ELSE
     MOVE recallToday TO PrnRecallRunDate
     WRITE RecallNoticeLine FROM RecallLetterHead
     MOVE SPACES TO RecallNoticeLine
     WRITE RecallNoticeLine
     MOVE FetchedBorrowerName     TO PrnAddrName
     MOVE FetchedBorrowerStreet   TO PrnAddrStreet
     MOVE FetchedBorrowerPostcode TO PrnAddrPostcode
     MOVE FetchedBorrowerCity     TO PrnAddrCity
     WRITE RecallNoticeLine FROM AddressHeadLine1
     WRITE RecallNoticeLine FROM AddressHeadLine2
     WRITE RecallNoticeLine FROM AddressHeadLine3
     MOVE SPACES TO RecallNoticeLine
     WRITE RecallNoticeLine
     IF BSN = LoanBSN
       MOVE BookTitle TO PrnRecallTitle
      ELSE
       MOVE LoanBSN TO PrnRecallTitle
     END-IF
     MOVE LoanCopyNumber TO PrnRecallCopy
     WRITE RecallNoticeLine FROM RecallLetterTitle
     MOVE LoanDueDate TO PrnRecallDueDate
     WRITE RecallNoticeLine FROM RecallLetterDue
     MOVE PolRecallFineRate TO PrnRecallRate
     WRITE RecallNoticeLine FROM RecallLetterRate
     WRITE RecallNoticeLine FROM RecallLetterSeparator
     CLOSE RecallNoticeFile
   END-IF.

FindNextHoldSequence.
     AT END SET EndOfHoldFile TO TRUE
   END-READ.

*> Positions on the first hold for the borrower number already in
*> HoldBorrowerNumber, by the borrower-number alternate key, and
*> reads it; ReadNextHoldRecord then follows that key until the
*> borrower number changes. The HoldFile must be open already.
StartBorrowerHolds.
   START HoldFile KEY IS EQUAL TO HoldBorrowerNumber
     INVALID KEY
       SET EndOfHoldFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextHoldRecord
   END-START.

*> Leaves the first still-queued hold for searchBSN (lowest sequence)
*> in FirstHoldBorrower, with HoldIsQueued saying whether there was
*> one. The HoldFile must be open already.
   ACCEPT borrowerInput
   PERFORM OpenHoldFileInput
   MOVE "N" TO foundAnyMatch
   MOVE borrowerInput TO HoldBorrowerNumber
   PERFORM StartBorrowerHolds
   PERFORM UNTIL EndOfHoldFile
                 OR HoldBorrowerNumber NOT EQUAL TO borrowerInput
     DISPLAY "  " HoldBSN ":"
     PERFORM DisplayHoldLine
     MOVE "Y" TO foundAnyMatch
     PERFORM ReadNextHoldRecord
   END-PERFORM
   CLOSE HoldFile
     IF TitleMatches
       DISPLAY BookDetails
       PERFORM ShowLoanStatus
       PERFORM ShowAlsoBorrowed
       PERFORM ShowWorkAvailability
       MOVE "Y" TO foundAnyMatch
     END-IF
     READ BookFile NEXT RECORD
       NOT INVALID KEY
         DISPLAY BookDetails
         PERFORM ShowLoanStatus
         PERFORM ShowAlsoBorrowed
         PERFORM ShowWorkAvailability
         MOVE "Y" TO foundAnyMatch
     END-READ
   END-PERFORM
     IF TitleMatches
       DISPLAY BookDetails
       PERFORM ShowLoanStatus
       PERFORM ShowAlsoBorrowed
       PERFORM ShowWorkAvailability
       MOVE "Y" TO foundAnyMatch
     END-IF
     READ BookFile NEXT RECORD
     NOT INVALID KEY
       DISPLAY BookDetails
       PERFORM ShowLoanStatus
       PERFORM ShowAlsoBorrowed
       PERFORM ShowWorkAvailability
   END-READ
   CLOSE BookFile
   CLOSE LoanFile.
   PERFORM UNTIL EndOfBookFile OR AuthSurname NOT = searchSurname
     DISPLAY BookDetails
     PERFORM ShowLoanStatus
     PERFORM ShowAlsoBorrowed
     PERFORM ShowWorkAvailability
     MOVE "Y" TO foundAnyMatch
     READ BookFile NEXT RECORD
       AT END SET EndOfBookFile TO TRUE
*> to be open.
ShowLoanStatus.
   MOVE BookCopyCount TO copiesTotal
   IF copiesTotal = ZERO AND BookWithdrawnCopies = ZERO
     *> Records from before copies were tracked: one copy.
     MOVE 1 TO copiesTotal
   END-IF
   *> Copy numbers run on past the copies still owned when some
   *> were weeded out; the loop covers them all.
   COMPUTE copyNumberLimit = copiesTotal + BookWithdrawnCopies
   MOVE ZERO TO copiesOut
   PERFORM VARYING copyIndex FROM 1 BY 1
           UNTIL copyIndex > copyNumberLimit
     MOVE BSN       TO LoanBSN
     MOVE copyIndex TO LoanCopyNumber
     READ LoanFile
         END-IF
     END-READ
   END-PERFORM
   IF BookClosedDate NOT = ZEROS AND copiesTotal = ZERO
     DISPLAY "   Status: title closed " BookClosedDate
             " -- every copy has been withdrawn"
    ELSE
     COMPUTE copiesAvailable = copiesTotal - copiesOut
     DISPLAY "   Status: " copiesAvailable " of " copiesTotal
             " copies available"
   END-IF.

*> "Borrowers of this also borrowed": the nightly suggestions for
*> the title in BookDetails, best first. Nothing is shown when
*> AlsoBorrowed.dat has not been built or the title has none.
ShowAlsoBorrowed.
   OPEN INPUT AlsoBorrowedFile
   IF AlsoBorrowedFileStatus EQUAL TO "00"
     MOVE BSN TO AlbBSN
     READ AlsoBorrowedFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         DISPLAY "   Borrowers of this also borrowed:"
         PERFORM VARYING suggestionIndex FROM 1 BY 1
                 UNTIL suggestionIndex > AlbSuggestionCount
           DISPLAY "     " AlbOtherTitle(suggestionIndex) " / "
                   AlbOtherSurname(suggestionIndex) " ("
                   AlbOtherBSN(suggestionIndex) ")"
         END-PERFORM
     END-READ
     CLOSE AlsoBorrowedFile
   END-IF.

*> The rest of the work the title in BookDetails belongs to (see
*> WorkMaint): its series and volume, each other edition or
*> translation with its own copies on the shelf, and the whole
*> work's total -- so a reader after "the book" sees the 3rd edition
*> sitting there while the 2nd is all out. Expects ShowLoanStatus
*> to have just run for the title and LoanFile to be open; leaves
*> the first other edition with a copy free in otherEditionOnShelf.
*> Nothing is shown for a title in no work.
ShowWorkAvailability.
   MOVE BSN TO workBSN
   MOVE SPACES TO otherEditionOnShelf
   OPEN INPUT WorkFile
   IF WorkFileStatus EQUAL TO "00"
     MOVE workBSN TO WrkBSN
     READ WorkFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         IF WrkSeriesName NOT = SPACES
           MOVE WrkVolumeNumber TO PrnWorkVolume
           DISPLAY "   Series: " WrkSeriesName " vol "
                   PrnWorkVolume
         END-IF
         MOVE WrkWorkKey TO currentWorkKey
         PERFORM ShowOtherEditions
     END-READ
     CLOSE WorkFile
   END-IF.

ShowOtherEditions.
   MOVE copiesTotal     TO workCopiesTotal
   MOVE copiesAvailable TO workCopiesAvailable
   MOVE ZERO TO linkedEditionCount
   MOVE "N" TO CopyFileOpened
   OPEN INPUT CopyFile
   IF CopyFileStatus EQUAL TO "00"
     MOVE "Y" TO CopyFileOpened
   END-IF
   START WorkFile KEY IS EQUAL TO WrkWorkKey
     INVALID KEY
       SET EndOfWorkFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextWorkRecord
   END-START
   PERFORM UNTIL EndOfWorkFile OR WrkWorkKey NOT = currentWorkKey
     IF WrkBSN NOT = workBSN
       IF linkedEditionCount = ZERO
         DISPLAY "   Other editions of this work:"
       END-IF
       ADD 1 TO linkedEditionCount
       MOVE WrkBSN TO editionBSN
       PERFORM CountEditionAvailability
       EVALUATE TRUE
         WHEN WrkIsOriginal    MOVE "original"    TO relationText
         WHEN WrkIsTranslation MOVE "translation" TO relationText
         WHEN OTHER            MOVE "edition"     TO relationText
       END-EVALUATE
       DISPLAY "     " WrkBSN " " WrkTitle " ed " WrkEdition " "
               WrkYearOfAppearance " " relationText " "
               WrkLanguage ": " editionAvailable " of "
               editionCopies " available"
       ADD editionCopies    TO workCopiesTotal
       ADD editionAvailable TO workCopiesAvailable
       IF editionAvailable > ZERO AND otherEditionOnShelf = SPACES
         MOVE WrkBSN TO otherEditionOnShelf
       END-IF
     END-IF
     PERFORM ReadNextWorkRecord
   END-PERFORM
   IF CopyFileIsOpen
     CLOSE CopyFile
   END-IF
   IF linkedEditionCount > ZERO
     DISPLAY "   Whole work: " workCopiesAvailable " of "
             workCopiesTotal " copies available"
   END-IF.

*> Copies of editionBSN in service and out on loan, without a
*> Book.dat read: BookCopy.dat says how many copies are in service
*> (when the copy file is open), the loan file how many are out.
*> A title from before copy tracking counts the highest copy number
*> ever loaned, and at least one copy, the way BookCopyCount zero
*> reads as 1.
CountEditionAvailability.
   MOVE ZERO TO editionCopies, editionOut, editionAvailable
   MOVE "N" TO EditionCopyRecords
   IF CopyFileIsOpen
     MOVE editionBSN TO CopyBSN
     MOVE ZERO       TO CopyNumber
     START CopyFile KEY IS NOT LESS THAN CopyKey
       INVALID KEY
         SET EndOfCopyFile TO TRUE
       NOT INVALID KEY
         PERFORM ReadNextCopyRecord
     END-START
     PERFORM UNTIL EndOfCopyFile OR CopyBSN NOT = editionBSN
       MOVE "Y" TO EditionCopyRecords
       IF CopyStatus = "A" OR CopyStatus = "L"
         ADD 1 TO editionCopies
       END-IF
       PERFORM ReadNextCopyRecord
     END-PERFORM
   END-IF
   MOVE editionBSN TO LoanBSN
   MOVE ZERO       TO LoanCopyNumber
   START LoanFile KEY IS NOT LESS THAN LoanKey
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextLoanRecord
   END-START
   PERFORM UNTIL EndOfLoanFile OR LoanBSN NOT = editionBSN
     IF LoanReturnDate = ZEROS
       ADD 1 TO editionOut
     END-IF
     IF NOT EditionHasCopyRecords AND LoanCopyNumber > editionCopies
       MOVE LoanCopyNumber TO editionCopies
     END-IF
     PERFORM ReadNextLoanRecord
   END-PERFORM
   IF NOT EditionHasCopyRecords AND editionCopies = ZERO
     MOVE 1 TO editionCopies
   END-IF
   IF editionCopies > editionOut
     COMPUTE editionAvailable = editionCopies - editionOut
   END-IF.

ReadNextCopyRecord.
   READ CopyFile NEXT RECORD
     AT END SET EndOfCopyFile TO TRUE
   END-READ.

*> Leaves the other ISBNs of workBSN's work in LinkedEditionTable,
*> linkedEditionCount of them -- none when the title is in no work
*> or Work.dat has not been set up.
LoadLinkedEditions.
   MOVE ZERO TO linkedEditionCount
   OPEN INPUT WorkFile
   IF WorkFileStatus EQUAL TO "00"
     MOVE workBSN TO WrkBSN
     READ WorkFile
       INVALID KEY
         SET EndOfWorkFile TO TRUE
       NOT INVALID KEY
         MOVE WrkWorkKey TO currentWorkKey
         START WorkFile KEY IS EQUAL TO WrkWorkKey
           INVALID KEY
             SET EndOfWorkFile TO TRUE
           NOT INVALID KEY
             PERFORM ReadNextWorkRecord
         END-START
     END-READ
     PERFORM UNTIL EndOfWorkFile OR WrkWorkKey NOT = currentWorkKey
       IF WrkBSN NOT = workBSN AND linkedEditionCount < 50
         ADD 1 TO linkedEditionCount
         MOVE WrkBSN TO LinkedEditionBSN(linkedEditionCount)
       END-IF
       PERFORM ReadNextWorkRecord
     END-PERFORM
     CLOSE WorkFile
   END-IF.

ReadNextWorkRecord.
   READ WorkFile NEXT RECORD
     AT END SET EndOfWorkFile TO TRUE
   END-READ.

LoanOutBook.
   DISPLAY "Enter the ISBN of the book to loan out: " WITH NO ADVANCING
   ACCEPT searchBSN
   PERFORM GetCopyCountForBSN
   MOVE "N" TO LoanWasMade
   IF NOT NoMatchFound
     PERFORM GetValidBorrower
     IF BorrowerIsOk
       PERFORM OpenLoanFileIO
       PERFORM OpenCopyFileIO
       PERFORM FindAvailableCopy
       IF availableCopy = ZERO
         IF BookCopyCount = ZERO AND BookClosedDate NOT = ZEROS
           DISPLAY "That title was closed on " BookClosedDate
                   " -- every copy has been withdrawn."
          ELSE
           DISPLAY "No copy of that title is available -- every "
                   "copy is out on loan or out of service."
         END-IF
        ELSE
         PERFORM RecordNewLoan
         IF loanWriteMode = "W"
           WRITE LoanRecord
             INVALID KEY
               CONTINUE
           END-WRITE
          ELSE
           REWRITE LoanRecord
             INVALID KEY
               CONTINUE
           END-REWRITE
         END-IF
         *> Only a clean write gets the journal entry, the history
         *> record, the audit event and the "loaned out" message --
         *> a lock conflict or I/O failure must not record a loan
         *> that never landed.
         IF LoanFileStatus = "00"
           MOVE "LOAN" TO JournalFileCode
           MOVE loanWriteMode TO JournalOperation
           MOVE LoanRecord TO JournalAfter
           PERFORM WriteJournalEntry
           MOVE "Y" TO LoanWasMade
     END-IF
   END-IF.

*> Reads the title record for searchBSN and leaves its highest copy
*> number in copiesTotal -- the copies owned plus any weeded out, 1
*> for pre-copy-tracking records; NoMatchFound says the BSN isn't in
*> the catalog at all.
GetCopyCountForBSN.
   MOVE "N" TO foundAnyMatch
   MOVE 1 TO copiesTotal
       DISPLAY "No book found with ISBN " searchBSN
     NOT INVALID KEY
       MOVE "Y" TO foundAnyMatch
       *> Weeded copies keep their numbers, so the range runs past
       *> the copies still owned.
       IF BookCopyCount + BookWithdrawnCopies > ZERO
         COMPUTE copiesTotal = BookCopyCount + BookWithdrawnCopies
       END-IF
   END-READ
   CLOSE BookFile.
     WRITE DueSlipLine FROM SlipTitleLine
     MOVE LoanDueDate TO PrnSlipDueDate
     WRITE DueSlipLine FROM SlipDueLine
     MOVE CatMaxRenewals TO PrnSlipRenewals
     WRITE DueSlipLine FROM SlipRenewLine
     IF BorrowerOwedTotal > ZERO
       MOVE BorrowerOwedTotal TO PrnSlipOwed
       PERFORM ReadNextHoldRecord
     END-IF
   END-PERFORM
   MOVE searchBSN TO firstHoldBSN
   IF NOT HoldIsQueued
     PERFORM FindOwnAnyEditionHold
   END-IF
   IF HoldIsQueued
     MOVE HoldRecord TO JournalBefore
     MOVE "F" TO HoldStatus
         MOVE HoldRecord TO JournalAfter
         PERFORM WriteJournalEntry
     END-REWRITE
     IF firstHoldBSN = searchBSN
       DISPLAY "Their hold on this title is marked as filled."
      ELSE
       DISPLAY "Their any-edition hold on " firstHoldBSN
               " is marked as filled."
     END-IF
     IF firstHoldStatus = "R"
       PERFORM MarkPickupCollected
     END-IF
   END-IF
   CLOSE HoldFile.

*> The borrower may be taking out this edition against an
*> any-edition hold placed on another one -- off the open shelf, or
*> the copy set aside for them on the pickup shelf. Leaves that
*> hold in the record area with HoldIsQueued set.
FindOwnAnyEditionHold.
   MOVE searchBSN TO workBSN
   PERFORM LoadLinkedEditions
   PERFORM VARYING linkedEditionIndex FROM 1 BY 1
           UNTIL linkedEditionIndex > linkedEditionCount
                 OR HoldIsQueued
     MOVE LinkedEditionBSN(linkedEditionIndex) TO HoldBSN
     MOVE ZEROS TO HoldSequence
     START HoldFile KEY IS NOT LESS THAN HoldKey
       INVALID KEY
         SET EndOfHoldFile TO TRUE
       NOT INVALID KEY
         PERFORM ReadNextHoldRecord
     END-START
     PERFORM UNTIL EndOfHoldFile OR HoldIsQueued OR
                   HoldBSN NOT = LinkedEditionBSN(linkedEditionIndex)
       IF HoldBorrowerNumber = borrowerInput AND HoldForAnyEdition
          AND (HoldStatus = "Q" OR HoldStatus = "R")
         MOVE "Y" TO FirstHoldFound
         MOVE HoldBSN      TO firstHoldBSN
         MOVE HoldStatus   TO firstHoldStatus
         MOVE HoldSequence TO firstHoldSequence
        ELSE
         PERFORM ReadNextHoldRecord
       END-IF
     END-PERFORM
   END-PERFORM.

MarkPickupCollected.
   OPEN I-O PickupFile
   IF PickupFileStatus EQUAL TO "35"
     DISPLAY "Could not open PickupShelf.dat, status: "
             PickupFileStatus
    ELSE
     MOVE firstHoldBSN      TO PkuBSN
     MOVE firstHoldSequence TO PkuSequence
     READ PickupFile
       INVALID KEY
       MOVE BorrowerMaxLoans   TO CurrentMaxLoans
       MOVE BorrowerExpiryDate TO CurrentExpiryDate
       MOVE BorrowerCloseFlag  TO CurrentCloseFlag
       MOVE BorrowerCategory   TO CatLookupCategory
       MOVE "Y" TO BorrowerCheckStatus
   END-READ
   CLOSE BorrowerFile
   MOVE ZERO TO MessageBlockCount
   IF BorrowerIsOk
     MOVE borrowerInput TO messageBorrower
     PERFORM ShowBorrowerMessages
   END-IF
   *> The borrower's category sets the loan period and renewal
   *> limit for this loan, and caps how many books they may have
   *> out -- BorrowerMaxLoans can hold an individual lower, never
   *> higher.
   IF BorrowerIsOk
     PERFORM SelectCategoryPolicy
     IF CatLoanLimit NOT = ZERO AND CatLoanLimit < CurrentMaxLoans
       MOVE CatLoanLimit TO CurrentMaxLoans
     END-IF
   END-IF
   IF BorrowerIsOk
     PERFORM CountBorrowerOpenLoans
     IF BorrowerOpenLoans >= CurrentMaxLoans
   END-IF
   IF BorrowerIsOk
     PERFORM CheckBorrowerBlocked
   END-IF
   IF BorrowerIsOk AND MessageBlockCount > ZERO
     PERFORM AcknowledgeBlockingMessages
   END-IF.

CountBorrowerOpenLoans.
   ACCEPT blockCheckToday FROM DATE YYYYMMDD
   MOVE ZERO TO BorrowerOpenLoans, BorrowerOverdueLoans
   PERFORM OpenLoanFileInput
   MOVE borrowerInput TO LoanBorrowerNumber
   PERFORM StartBorrowerLoans
   PERFORM UNTIL EndOfLoanFile
                 OR LoanBorrowerNumber NOT EQUAL TO borrowerInput
     IF LoanReturnDate = ZEROS
       ADD 1 TO BorrowerOpenLoans
       *> A loan under a claimed-returned dispute is not held
       *> against the borrower as overdue while it is looked for.
       IF LoanDueDate < blockCheckToday AND LoanClaimDate = ZEROS
         ADD 1 TO BorrowerOverdueLoans
       END-IF
     END-IF
     PERFORM ReadNextLoanRecord
   END-PERFORM
   CLOSE LoanFile.

*> Positions on the first loan for the borrower number already in
*> LoanBorrowerNumber, by the borrower-number alternate key, and
*> reads it; ReadNextLoanRecord then follows that key until the
*> borrower number changes. The LoanFile must be open already.
StartBorrowerLoans.
   START LoanFile KEY IS EQUAL TO LoanBorrowerNumber
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextLoanRecord
   END-START.

ReadNextLoanRecord.
   READ LoanFile NEXT RECORD
     AT END SET EndOfLoanFile TO TRUE
   END-READ.

*> Shows the desk messages still live for messageBorrower -- no
*> expiry, or an expiry today or later -- and leaves the number of
*> blocking ones nobody has acknowledged yet in MessageBlockCount.
*> No BorrowerMessage.dat yet means no messages.
ShowBorrowerMessages.
   MOVE ZERO TO MessageBlockCount
   ACCEPT messageToday FROM DATE YYYYMMDD
   OPEN INPUT BorrowerMessageFile
   IF MessageFileStatus EQUAL TO "00"
     MOVE messageBorrower TO BmsBorrowerNumber
     MOVE ZEROS           TO BmsSequence
     START BorrowerMessageFile KEY IS NOT LESS THAN BmsKey
       INVALID KEY
         SET EndOfBorrowerMessageFile TO TRUE
       NOT INVALID KEY
         PERFORM ReadNextMessageRecord
     END-START
     PERFORM UNTIL EndOfBorrowerMessageFile
                   OR BmsBorrowerNumber NOT EQUAL TO messageBorrower
       IF BmsExpiryDate = ZEROS OR BmsExpiryDate NOT < messageToday
         EVALUATE TRUE
           WHEN BmsIsBlocking AND BmsAckDate = ZEROS
             MOVE "** BLOCKING **" TO PrnMessageSeverity
             ADD 1 TO MessageBlockCount
           WHEN BmsIsBlocking
             MOVE SPACES TO PrnMessageSeverity
             STRING "(ack'd " BmsAckBy ")" DELIMITED BY SIZE
                    INTO PrnMessageSeverity
           WHEN BmsIsWarning
             MOVE "* warning *" TO PrnMessageSeverity
           WHEN OTHER
             MOVE "note" TO PrnMessageSeverity
         END-EVALUATE
         DISPLAY "   MESSAGE " PrnMessageSeverity " " BmsDate " "
                 BmsAuthorId ": " BmsText
       END-IF
       PERFORM ReadNextMessageRecord
     END-PERFORM
     CLOSE BorrowerMessageFile
   END-IF.

ReadNextMessageRecord.
   READ BorrowerMessageFile NEXT RECORD
     AT END SET EndOfBorrowerMessageFile TO TRUE
   END-READ.

*> A blocking message stops the loan until senior staff ("S" or
*> "V") acknowledge it: the operator at the desk if they are
*> senior, else a senior colleague signing on here for it. The
*> acknowledgment is stamped on each blocking message, so it
*> blocks no further loan, and logged as MSGAK with the message
*> and who acknowledged it.
AcknowledgeBlockingMessages.
   MOVE "N" TO MessageAckStatus
   MOVE SPACES TO messageAckerId
   DISPLAY MessageBlockCount " blocking message(s) above -- the "
           "loan waits for a senior operator to acknowledge them."
   IF RunningUnattended
     CONTINUE
    ELSE
     IF currentOperatorRole = "S" OR currentOperatorRole = "V"
       MOVE signonInput TO messageAckerId
      ELSE
       DISPLAY "Fetch a senior colleague to sign on and "
               "acknowledge? (y/n): " WITH NO ADVANCING
       ACCEPT messageAckConfirm
       IF messageAckConfirm = "y" OR messageAckConfirm = "Y"
         CALL "OperatorSignon" USING SignonProgramName
                                     SignonOperatorId
                                     SignonOperatorName
                                     SignonOperatorRole
                                     SignonResult
         IF SignonSucceeded AND
            (SignonOperatorRole = "S" OR SignonOperatorRole = "V")
           MOVE SignonOperatorId TO messageAckerId
          ELSE
           IF SignonSucceeded
             DISPLAY SignonOperatorId " is not senior staff and "
                     "cannot acknowledge the message."
             MOVE "o" TO AuditKeyValue
             MOVE "DENY " TO AuditEventType
             PERFORM LogAuditEvent
           END-IF
         END-IF
         PERFORM RestampDeskOperator
       END-IF
     END-IF
   END-IF
   IF messageAckerId NOT = SPACES
     DISPLAY messageAckerId ", acknowledge the blocking message(s) "
             "and let the loan go ahead? (y/n): " WITH NO ADVANCING
     ACCEPT messageAckConfirm
     IF messageAckConfirm = "y" OR messageAckConfirm = "Y"
       PERFORM StampMessageAcknowledgments
     END-IF
   END-IF
   IF NOT MessagesAcknowledged
     DISPLAY "Loan refused until the blocking message is "
             "acknowledged."
     ADD 1 TO AuditErrorCount
     MOVE "N" TO BorrowerCheckStatus
   END-IF.

*> The colleague's sign-on told JournalWriter they were the one
*> signed on; the desk operator is, so hand their id back.
RestampDeskOperator.
   MOVE "OPER" TO JournalFileCode
   MOVE SPACE  TO JournalOperation
   MOVE SPACES TO JournalBefore, JournalAfter
   MOVE signonInput TO JournalBefore(1:4)
   CALL "JournalWriter" USING JournalFileCode JournalOperation
                              JournalBefore JournalAfter
   MOVE SPACES TO JournalBefore.

StampMessageAcknowledgments.
   OPEN I-O BorrowerMessageFile
   IF MessageFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BorrowerMessage.dat, status: "
             MessageFileStatus
     ADD 1 TO AuditErrorCount
    ELSE
     MOVE "Y" TO MessageAckStatus
     MOVE messageBorrower TO BmsBorrowerNumber
     MOVE ZEROS           TO BmsSequence
     START BorrowerMessageFile KEY IS NOT LESS THAN BmsKey
       INVALID KEY
         SET EndOfBorrowerMessageFile TO TRUE
       NOT INVALID KEY
         PERFORM ReadNextMessageRecord
     END-START
     PERFORM UNTIL EndOfBorrowerMessageFile
                   OR BmsBorrowerNumber NOT EQUAL TO messageBorrower
       IF BmsIsBlocking AND BmsAckDate = ZEROS AND
          (BmsExpiryDate = ZEROS OR BmsExpiryDate NOT < messageToday)
         MOVE messageToday   TO BmsAckDate
         MOVE messageAckerId TO BmsAckBy
         REWRITE BorrowerMessageRecord
           INVALID KEY
             DISPLAY "Could not record the acknowledgment, status: "
                     MessageFileStatus
             ADD 1 TO AuditErrorCount
             MOVE "N" TO MessageAckStatus
           NOT INVALID KEY
             MOVE SPACES TO AuditKeyValue
             STRING BmsBorrowerNumber "/" BmsSequence " "
                    messageAckerId
                    DELIMITED BY SIZE INTO AuditKeyValue
             MOVE "MSGAK" TO AuditEventType
             PERFORM LogAuditEvent
         END-REWRITE
       END-IF
       PERFORM ReadNextMessageRecord
     END-PERFORM
     CLOSE BorrowerMessageFile
   END-IF.

BorrowerMaintenance.
   DISPLAY "Enter borrower number to register or amend: "
   MOVE borrowerInput TO BorrowerNumber
   DISPLAY "New borrower. Enter name:       " WITH NO ADVANCING
   ACCEPT BorrowerName
   PERFORM GetBorrowerCategory
   DISPLAY "Maximum books out (00 = "
           CatDescription " limit): " WITH NO ADVANCING
   ACCEPT BorrowerMaxLoans
   IF BorrowerMaxLoans = ZERO
     IF CatLoanLimit NOT = ZERO
       MOVE CatLoanLimit TO BorrowerMaxLoans
      ELSE
       MOVE 5 TO BorrowerMaxLoans
     END-IF
   END-IF
   DISPLAY "Street address:                 " WITH NO ADVANCING
   ACCEPT BorrowerStreet
   ACCEPT BorrowerPostcode
   DISPLAY "Phone:                          " WITH NO ADVANCING
   ACCEPT BorrowerPhone
   DISPLAY "E-mail:                         " WITH NO ADVANCING
   ACCEPT BorrowerEmail
   PERFORM GetNoticePreference
   MOVE SPACE TO BorrowerNoticeFallback
   MOVE ZEROS TO BorrowerPinHash
   DISPLAY "Catalog kiosk PIN, 4 to 6 digits (spaces for none): "
           WITH NO ADVANCING
   PERFORM GetKioskPin
   *> The card is issued today and lapses after a year; renewal is
   *> the 'renew' prompt on the amend path.
   ACCEPT BorrowerRegisteredDate FROM DATE YYYYMMDD
   PERFORM StampMembershipExpiry
   DISPLAY "Membership runs until " BorrowerExpiryDate "."
   MOVE ZERO TO BorrowerClaimCount
   MOVE ZERO TO BorrowerHouseholdId
   WRITE BorrowerDetails
     INVALID KEY
       DISPLAY "Could not write borrower record, status: "
   MOVE BorrowerDetails TO JournalBefore
   DISPLAY "Amending borrower " BorrowerNumber ": " BorrowerName
           " (limit " BorrowerMaxLoans ", expires "
           BorrowerExpiryDate ", category " BorrowerCategory ")"
   DISPLAY "Enter new name (or spaces to keep): " WITH NO ADVANCING
   ACCEPT CurrentBorrowerName
   IF CurrentBorrowerName NOT = SPACES
     MOVE CurrentBorrowerName TO BorrowerName
   END-IF
   DISPLAY "Category [" BorrowerCategory "] S/F/E/C (space keeps): "
           WITH NO ADVANCING
   ACCEPT categoryInput
   IF categoryInput NOT = SPACE
     MOVE categoryInput TO CatLookupCategory
     PERFORM SelectCategoryPolicy
     IF CatRowIsFound
       MOVE categoryInput TO BorrowerCategory
      ELSE
       DISPLAY "No policy row for category " categoryInput
               " in CategoryPolicy.dat; category kept."
     END-IF
   END-IF
   DISPLAY "New maximum books out (00 to keep): " WITH NO ADVANCING
   ACCEPT CurrentMaxLoans
   IF CurrentMaxLoans NOT = ZERO
   ACCEPT amendField
   IF amendField NOT = SPACES
     MOVE amendField(1:12) TO BorrowerPhone
     MOVE SPACE TO BorrowerNoticeFallback
   END-IF
   *> Correcting the address, number or preference the gateway
   *> bounced puts the borrower back on electronic notices.
   IF BorrowerNoticeOnPaper
     DISPLAY "The messaging gateway could not reach this borrower; "
             "notices go on paper until the contact details change."
   END-IF
   DISPLAY "E-mail [" BorrowerEmail "] (spaces keep): "
           WITH NO ADVANCING
   ACCEPT emailInput
   IF emailInput NOT = SPACES
     MOVE emailInput TO BorrowerEmail
     MOVE SPACE TO BorrowerNoticeFallback
   END-IF
   DISPLAY "Notices [" BorrowerNoticePref "] P post, E e-mail, "
           "S SMS, N none (space keeps): " WITH NO ADVANCING
   ACCEPT noticePrefInput
   INSPECT noticePrefInput CONVERTING "pesn" TO "PESN"
   IF noticePrefInput = "P" OR "E" OR "S" OR "N"
     MOVE noticePrefInput TO BorrowerNoticePref
     MOVE SPACE TO BorrowerNoticeFallback
   END-IF
   IF BorrowerPinHash IS NUMERIC AND BorrowerPinHash NOT = ZEROS
     DISPLAY "New kiosk PIN, 4 to 6 digits (spaces keep, "
             "'x' removes it): " WITH NO ADVANCING
    ELSE
     MOVE ZEROS TO BorrowerPinHash
     DISPLAY "Catalog kiosk PIN, 4 to 6 digits (spaces for none): "
             WITH NO ADVANCING
   END-IF
   PERFORM GetKioskPin
   DISPLAY "Renew the membership for a year from today? (y/n): "
           WITH NO ADVANCING
   ACCEPT renewConfirm
       MOVE "R"    TO JournalOperation
       MOVE BorrowerDetails TO JournalAfter
       PERFORM WriteJournalEntry
       MOVE BorrowerNumber TO AuditKeyValue
       MOVE "AMEND" TO AuditEventType
       PERFORM LogAuditEvent
   END-REWRITE
   ADD 1 TO AuditRecordCount
   DISPLAY "Borrower " BorrowerNumber " amended.".

*> How the notice letters reach a new borrower; anything but the
*> four codes is post. E-mail or SMS without the address or number
*> to go with it still goes on paper (see ChooseNoticeChannel).
GetNoticePreference.
   DISPLAY "Notices by P post, E e-mail, S SMS, N none [P]: "
           WITH NO ADVANCING
   ACCEPT noticePrefInput
   INSPECT noticePrefInput CONVERTING "pesn" TO "PESN"
   IF noticePrefInput = "E" OR "S" OR "N"
     MOVE noticePrefInput TO BorrowerNoticePref
    ELSE
     MOVE "P" TO BorrowerNoticePref
   END-IF.

*> The PIN the borrower keys at the catalog kiosk to see their
*> own loans and fines and place holds. The borrower types it
*> themselves at the desk keypad; only the hash is kept, so
*> nobody can read it back -- a forgotten PIN is replaced, not
*> looked up. The prompt has been shown by the caller.
GetKioskPin.
   MOVE SPACES TO pinInput
   ACCEPT pinInput WITH NO-ECHO
   EVALUATE TRUE
     WHEN pinInput = SPACES
       CONTINUE
     WHEN pinInput = "x" OR pinInput = "X"
       MOVE ZEROS TO BorrowerPinHash
       DISPLAY "Kiosk PIN removed."
     WHEN OTHER
       MOVE pinInput TO HashPinText
       PERFORM CheckPinShape
       IF HashPinIsWellFormed
         MOVE BorrowerNumber TO HashPinBorrower
         PERFORM HashBorrowerPin
         MOVE HashResult TO BorrowerPinHash
         DISPLAY "Kiosk PIN set."
        ELSE
         DISPLAY "A PIN is 4 to 6 digits; the PIN was not changed."
       END-IF
   END-EVALUATE
   MOVE SPACES TO pinInput, HashPinText.

*> Every new card is given a category so it loans on the right
*> row of CategoryPolicy.dat; anything the matrix doesn't know is
*> asked again rather than quietly borrowing on the standard rules.
GetBorrowerCategory.
   DISPLAY "Category (S student, F staff, E external, C child): "
           WITH NO ADVANCING
   ACCEPT categoryInput
   MOVE categoryInput TO CatLookupCategory
   PERFORM SelectCategoryPolicy
   IF CatRowIsFound
     MOVE categoryInput TO BorrowerCategory
     DISPLAY CatDescription ": " CatLoanPeriodDays "-day loans, "
             CatMaxRenewals " renewal(s), up to " CatLoanLimit
             " book(s) out."
    ELSE
     DISPLAY "No policy row for category " categoryInput
             " in CategoryPolicy.dat. Please re-enter it."
     PERFORM GetBorrowerCategory
   END-IF.

*> A membership year is 365 days through DateArithmetic, counted
*> from today -- renewing early doesn't shorten anything the desk
*> cares about, and the arithmetic can't land on the 29th of a
   IF BorrowerFileStatus NOT EQUAL TO "00"
     MOVE "(borrower file unavailable)" TO FetchedBorrowerName
     MOVE SPACES TO FetchedBorrowerStreet, FetchedBorrowerCity
     MOVE SPACES TO FetchedBorrowerPostcode, FetchedBorrowerCategory
     MOVE ZERO TO FetchedBorrowerClaims, FetchedBorrowerHousehold
     MOVE "P" TO NoticeChannel
    ELSE
     MOVE FetchBorrowerNumber TO BorrowerNumber
     READ BorrowerFile
       INVALID KEY
         MOVE "(unknown borrower)" TO FetchedBorrowerName
         MOVE SPACES TO FetchedBorrowerStreet, FetchedBorrowerCity
         MOVE SPACES TO FetchedBorrowerPostcode, FetchedBorrowerCategory
         MOVE ZERO TO FetchedBorrowerClaims, FetchedBorrowerHousehold
         MOVE "P" TO NoticeChannel
       NOT INVALID KEY
         PERFORM ChooseNoticeChannel
         MOVE BorrowerName     TO FetchedBorrowerName
         MOVE BorrowerStreet   TO FetchedBorrowerStreet
         MOVE BorrowerCity     TO FetchedBorrowerCity
         MOVE BorrowerPostcode TO FetchedBorrowerPostcode
         MOVE BorrowerCategory TO FetchedBorrowerCategory
         IF BorrowerClaimCount IS NUMERIC
           MOVE BorrowerClaimCount TO FetchedBorrowerClaims
          ELSE
           MOVE ZERO TO FetchedBorrowerClaims
         END-IF
         IF BorrowerHouseholdId IS NUMERIC
           MOVE BorrowerHouseholdId TO FetchedBorrowerHousehold
          ELSE
           MOVE ZERO TO FetchedBorrowerHousehold
         END-IF
     END-READ
     CLOSE BorrowerFile
   END-IF.

*> Renewals and late returns are governed by the category of the
*> borrower on the loan record, not whoever is at the counter:
*> leaves that borrower's rules in the Cat* fields.
SelectLoanBorrowerCategory.
   MOVE LoanBorrowerNumber TO FetchBorrowerNumber
   PERFORM FetchBorrowerName
   MOVE FetchedBorrowerCategory TO CatLookupCategory
   PERFORM SelectCategoryPolicy.

*> The REWRITE above is what used to throw the previous borrower away;
*> every loan now also lands in LoanHistory.dat under its own
*> (BSN, sequence) key, so the ledger keeps growing where LoanRecord
     DISPLAY "This title is on a running course reserve list: "
             "short loan, " PolShortLoanDays " day(s)."
    ELSE
     MOVE CatLoanPeriodDays TO DateArithDays
   END-IF
   CALL "DateArithmetic" USING DateArithFunction LoanDate
                               DateArithResult DateArithDays
     PERFORM RollDueDateOffClosedDays
    ELSE
     DISPLAY "Could not compute the due date from " LoanDate
             " plus " DateArithDays " days."
     ADD 1 TO AuditErrorCount
     PERFORM GetDueDate
   END-IF
   MOVE ZEROS TO LoanReturnDate
   MOVE ZERO  TO LoanRenewalCount
   MOVE ZEROS TO LoanRecallDate, LoanClaimDate
   MOVE signonInput TO LoanOperatorId
   ACCEPT LoanTime FROM TIME.

   PERFORM CountOpenCopies
   EVALUATE TRUE
     WHEN openCopyCount = ZERO
       PERFORM ReturnFoundLostCopy
     WHEN openCopyCount = 1
       MOVE lastOpenCopy TO returnCopy
       PERFORM ReturnOneCopy
           MOVE "RETRN" TO AuditEventType
           PERFORM LogAuditEvent
           DISPLAY "Copy " returnCopy " marked as returned."
           MOVE LoanBorrowerNumber TO messageBorrower
           PERFORM ShowBorrowerMessages
           PERFORM AssessLateFine
           PERFORM AnnounceFirstHold
          ELSE
       END-IF
   END-READ.

*> A book we declared lost and charged for has turned up at the
*> desk. With no open loan on the title, any copy still marked "S"
*> lost is offered for return instead: the copy goes back on the
*> shelf, the replacement charge comes down to the processing fee
*> (or stands, if it was found too long after the loss), and the
*> late fine the loss replaced is charged up to the lost date.
ReturnFoundLostCopy.
   PERFORM CountLostCopies
   EVALUATE TRUE
     WHEN lostCopyCount = ZERO
       DISPLAY "No open loan found for that ISBN."
     WHEN lostCopyCount = 1
       MOVE lastLostCopy TO returnCopy
       PERFORM ReturnOneFoundCopy
     WHEN OTHER
       DISPLAY lostCopyCount " copies of that title are declared "
               "lost. Enter the copy number that turned up: "
               WITH NO ADVANCING
       ACCEPT returnCopy
       PERFORM ReturnOneFoundCopy
   END-EVALUATE.

CountLostCopies.
   MOVE ZERO TO lostCopyCount, lastLostCopy
   OPEN INPUT CopyFile
   IF CopyFileStatus EQUAL TO "00"
     MOVE searchBSN TO CopyBSN
     MOVE ZERO      TO CopyNumber
     START CopyFile KEY IS NOT LESS THAN CopyKey
       INVALID KEY
         SET EndOfCopyFile TO TRUE
       NOT INVALID KEY
         PERFORM ReadNextCopyRecord
     END-START
     PERFORM UNTIL EndOfCopyFile OR CopyBSN NOT = searchBSN
       IF CopyStatus = "S"
         ADD 1 TO lostCopyCount
         MOVE CopyNumber TO lastLostCopy
       END-IF
       PERFORM ReadNextCopyRecord
     END-PERFORM
     CLOSE CopyFile
   END-IF.

*> LoanFile is open I-O (RegisterReturn). The lost loan stays
*> closed as it is -- its return date is the day it was declared
*> lost, which is exactly where the late fine has to stop.
ReturnOneFoundCopy.
   MOVE searchBSN  TO LoanBSN
   MOVE returnCopy TO LoanCopyNumber
   PERFORM MarkCopyFound
   IF NOT CopyWasFound
     DISPLAY "Copy " returnCopy " is not declared lost."
    ELSE
     ADD 1 TO AuditRecordCount
     MOVE searchBSN TO AuditKeyValue
     MOVE "FOUND" TO AuditEventType
     PERFORM LogAuditEvent
     DISPLAY "Copy " returnCopy " was declared lost; it is back "
             "in stock."
     READ LoanFile
       INVALID KEY
         DISPLAY "No loan record found for copy " returnCopy
                 "; no charge to reverse."
       NOT INVALID KEY
         IF LoanReturnDate = ZEROS
           DISPLAY "Copy " returnCopy " is still out on loan; "
                   "no charge to reverse."
          ELSE
           DISPLAY "It was lost by borrower " LoanBorrowerNumber
                   " on " LoanReturnDate "."
           PERFORM ReverseReplacementCharge
           PERFORM AssessLateFine
         END-IF
     END-READ
     PERFORM AnnounceFirstHold
   END-IF.

*> Opens and closes BookCopy.dat itself, like MarkCopyReturned: only
*> an "S" lost copy flips back to "A", and CopyWasFound says so.
MarkCopyFound.
   MOVE "N" TO CopyFoundFlag
   OPEN I-O CopyFile
   IF CopyFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookCopy.dat, status: " CopyFileStatus
    ELSE
     MOVE LoanBSN        TO CopyBSN
     MOVE LoanCopyNumber TO CopyNumber
     READ CopyFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         IF CopyStatus = "S"
           MOVE "A" TO CopyStatus
           REWRITE BookCopyRecord
             INVALID KEY
               DISPLAY "Could not update copy record, status: "
                       CopyFileStatus
             NOT INVALID KEY
               MOVE "Y" TO CopyFoundFlag
           END-REWRITE
         END-IF
     END-READ
     CLOSE CopyFile
   END-IF.

*> The replacement charge is the "R" fine ChargeReplacementCost
*> wrote against this loan's borrower and ISBN on the lost date.
*> Found within PolFoundRefundDays of that date, it comes down to
*> PolFoundFee; any later and the replacement has been bought, so
*> it stands. A charge already billed to the registrar or passed
*> to the collection agency is left for the bursar to unwind.
ReverseReplacementCharge.
   ACCEPT foundToday FROM DATE YYYYMMDD
   MOVE "DIFF" TO DateArithFunction
   CALL "DateArithmetic" USING DateArithFunction LoanReturnDate
                               foundToday foundDays
                               DateArithValid
   IF NOT DateArithIsValid OR foundDays < ZERO
     MOVE ZERO TO foundDays
   END-IF
   MOVE "N" TO ReplacementChargeFlag
   PERFORM OpenFineFileIO
   MOVE LoanBorrowerNumber TO FineBorrowerNumber
   MOVE ZEROS              TO FineSequence
   START FineFile KEY IS NOT LESS THAN FineKey
     INVALID KEY
       SET EndOfFineFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextFineRecord
   END-START
   PERFORM UNTIL EndOfFineFile OR ReplacementChargeFound
                 OR FineBorrowerNumber NOT EQUAL TO LoanBorrowerNumber
     IF FineReasonCode = "R" AND FineBSN = LoanBSN
        AND FineAssessDate = LoanReturnDate
       MOVE "Y" TO ReplacementChargeFlag
      ELSE
       PERFORM ReadNextFineRecord
     END-IF
   END-PERFORM
   EVALUATE TRUE
     WHEN NOT ReplacementChargeFound
       DISPLAY "No replacement charge found for this loss."
     WHEN foundDays > PolFoundRefundDays
       DISPLAY "Found " foundDays " days after the loss (limit "
               PolFoundRefundDays "); the replacement charge stands."
     WHEN FineStatus = "T"
       DISPLAY "The replacement charge is on the registrar's bill; "
               "the bursar must credit it there."
     WHEN FineStatus = "A"
       DISPLAY "The replacement charge is with the collection "
               "agency; the bursar must recall it."
     WHEN FineStatus = "W"
       DISPLAY "The replacement charge was waived; nothing to "
               "reverse."
     WHEN FineAmount NOT > PolFoundFee
       DISPLAY "The replacement charge is within the processing "
               "fee; it stands."
     WHEN OTHER
       PERFORM ApplyFoundReversal
   END-EVALUATE
   CLOSE FineFile.

*> The charge drops to the processing fee. What the borrower still
*> owed of the difference is reversed ("V" in the payments journal,
*> no money moves); what they had already paid over the fee is
*> refunded from the drawer ("F"), which CashUp counts apart from
*> takings.
ApplyFoundReversal.
   MOVE FineRecord TO JournalBefore
   COMPUTE chargeReduction = FineAmount - PolFoundFee
   COMPUTE fineOutstanding = FineAmount - FinePaidAmount
   IF chargeReduction > fineOutstanding
     MOVE fineOutstanding TO reversedAmount
     COMPUTE refundAmount = chargeReduction - fineOutstanding
    ELSE
     MOVE chargeReduction TO reversedAmount
     MOVE ZERO TO refundAmount
   END-IF
   SUBTRACT refundAmount FROM FinePaidAmount
   MOVE PolFoundFee TO FineAmount
   IF FinePaidAmount >= FineAmount
     MOVE "P" TO FineStatus
    ELSE
     MOVE "O" TO FineStatus
   END-IF
   PERFORM RewriteFineRecord
   IF reversedAmount > ZERO
     MOVE "V" TO paymentEventType
     MOVE reversedAmount TO paymentEventAmount
     PERFORM WritePaymentJournal
   END-IF
   IF refundAmount > ZERO
     MOVE "F" TO paymentEventType
     MOVE refundAmount TO paymentEventAmount
     PERFORM WritePaymentJournal
   END-IF
   ADD 1 TO AuditRecordCount
   MOVE FineAmount TO PrnFineAmount
   DISPLAY "Replacement charge reduced to the processing fee of "
           PrnFineAmount "."
   IF refundAmount > ZERO
     MOVE refundAmount TO PrnFineAmount
     DISPLAY "Refund " PrnFineAmount " to borrower "
             LoanBorrowerNumber " from the drawer."
   END-IF.

*> "I brought that back weeks ago." Instead of charging the borrower
*> (DeclareLostLoan) or letting the notices and fines run on, the
*> loan is put in dispute with the claim date: the overdue report,
*> the notices and the lost-book sweep skip it, and the copy goes on
*> Stocktake's shelf-search list. The dispute settles one of three
*> ways -- found on the shelf (the loan closes, no fine), found with
*> the borrower (the loan simply resumes), or written off by senior
*> staff (the loan closes and the copy is recorded missing, with no
*> charge). Each claim counts against the borrower, and repeat
*> claimants are flagged on the position inquiry.
ClaimedReturned.
   DISPLAY "Claimed returned: (r) record a claim, (s) found on "
           "the shelf, (b) found with the borrower, (w) write "
           "off: " WITH NO ADVANCING
   ACCEPT claimChoice
   IF claimChoice NOT = "r" AND claimChoice NOT = "s" AND
      claimChoice NOT = "b" AND claimChoice NOT = "w"
     DISPLAY "That's not an 'r', 's', 'b' or 'w'. Try again."
     PERFORM ClaimedReturned
    ELSE
     IF claimChoice = "w" AND currentOperatorRole NOT = "S" AND
        currentOperatorRole NOT = "V"
       DISPLAY "Writing off a claim needs a senior or supervisor "
               "sign-on."
       MOVE "c" TO AuditKeyValue
       MOVE "DENY " TO AuditEventType
       PERFORM LogAuditEvent
       ADD 1 TO AuditErrorCount
      ELSE
       DISPLAY "Enter the ISBN of the disputed loan: "
               WITH NO ADVANCING
       ACCEPT searchBSN
       PERFORM GetCopyCountForBSN
       IF NoMatchFound
         MOVE 99 TO copiesTotal
       END-IF
       PERFORM OpenLoanFileIO
       PERFORM CountOpenCopies
       EVALUATE TRUE
         WHEN openCopyCount = ZERO
           DISPLAY "No open loan found for that ISBN."
         WHEN openCopyCount = 1
           MOVE lastOpenCopy TO returnCopy
           PERFORM SettleOneClaim
         WHEN OTHER
           DISPLAY openCopyCount " copies of that title are out. "
                   "Enter the copy number in dispute: "
                   WITH NO ADVANCING
           ACCEPT returnCopy
           PERFORM SettleOneClaim
       END-EVALUATE
       CLOSE LoanFile
     END-IF
   END-IF.

SettleOneClaim.
   MOVE searchBSN  TO LoanBSN
   MOVE returnCopy TO LoanCopyNumber
   READ LoanFile
     INVALID KEY
       DISPLAY "No loan record found for copy " returnCopy "."
     NOT INVALID KEY
       EVALUATE TRUE
         WHEN LoanReturnDate NOT = ZEROS
           DISPLAY "Copy " returnCopy " is not out on loan."
         WHEN claimChoice = "r" AND LoanClaimDate NOT = ZEROS
           DISPLAY "Copy " returnCopy " is already in dispute "
                   "since " LoanClaimDate "."
         WHEN claimChoice NOT = "r" AND LoanClaimDate = ZEROS
           DISPLAY "Copy " returnCopy " has no claimed-returned "
                   "dispute to settle."
         WHEN OTHER
           PERFORM ApplyClaimChange
       END-EVALUATE
   END-READ.

ApplyClaimChange.
   MOVE LoanRecord TO JournalBefore
   ACCEPT claimToday FROM DATE YYYYMMDD
   EVALUATE claimChoice
     WHEN "r"
       MOVE claimToday TO LoanClaimDate
       MOVE "CLAIM" TO AuditEventType
     WHEN "s"
       MOVE claimToday TO LoanReturnDate
       MOVE "CLMSH" TO AuditEventType
     WHEN "b"
       MOVE ZEROS TO LoanClaimDate
       MOVE "CLMBR" TO AuditEventType
     WHEN "w"
       MOVE claimToday TO LoanReturnDate
       MOVE "CLMWO" TO AuditEventType
   END-EVALUATE
   REWRITE LoanRecord
     INVALID KEY
       CONTINUE
   END-REWRITE
   IF LoanFileStatus = "00"
     MOVE "LOAN" TO JournalFileCode
     MOVE "R"    TO JournalOperation
     MOVE LoanRecord TO JournalAfter
     PERFORM WriteJournalEntry
     ADD 1 TO AuditRecordCount
     MOVE searchBSN TO AuditKeyValue
     PERFORM LogAuditEvent
     EVALUATE claimChoice
       WHEN "r"
         PERFORM CountBorrowerClaim
         DISPLAY "Copy " returnCopy " recorded as claimed returned "
                 "on " LoanClaimDate "; it is on the shelf-search "
                 "list and no notices or fines will run on it."
       WHEN "s"
         PERFORM CloseHistoryForReturn
         PERFORM MarkCopyReturned
         DISPLAY "Copy " returnCopy " found on the shelf; loan "
                 "closed with no fine."
         PERFORM AnnounceFirstHold
       WHEN "b"
         DISPLAY "Copy " returnCopy " found with the borrower; the "
                 "loan resumes, due " LoanDueDate "."
       WHEN "w"
         PERFORM CloseHistoryForReturn
         PERFORM MarkCopyMissing
         DISPLAY "Claim on copy " returnCopy " written off; the "
                 "copy is recorded missing and nothing is charged."
     END-EVALUATE
    ELSE
     DISPLAY "Could not update loan record, status: "
             LoanFileStatus ". Nothing recorded."
     PERFORM CheckLoanRecordLock
     ADD 1 TO AuditErrorCount
   END-IF.

*> Bumps the claim counter on the borrower record; opens and
*> closes Borrower.dat itself.
CountBorrowerClaim.
   PERFORM OpenBorrowerFileIO
   MOVE LoanBorrowerNumber TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       CONTINUE
     NOT INVALID KEY
       MOVE BorrowerDetails TO JournalBefore
       IF BorrowerClaimCount IS NOT NUMERIC
         MOVE ZERO TO BorrowerClaimCount
       END-IF
       ADD 1 TO BorrowerClaimCount
       REWRITE BorrowerDetails
         INVALID KEY
           DISPLAY "Could not update borrower record, status: "
                   BorrowerFileStatus
         NOT INVALID KEY
           MOVE "BORR" TO JournalFileCode
           MOVE "R"    TO JournalOperation
           MOVE BorrowerDetails TO JournalAfter
           PERFORM WriteJournalEntry
           IF BorrowerClaimCount >= PolClaimsFlagCount
             DISPLAY "Note: borrower " BorrowerNumber " has now "
                     "made " BorrowerClaimCount " claimed-returned "
                     "disputes."
           END-IF
       END-REWRITE
   END-READ
   CLOSE BorrowerFile.

*> A written-off claim: the copy is recorded missing ("M") rather
*> than lost ("S") -- nobody was charged, and it may yet turn up.
MarkCopyMissing.
   OPEN I-O CopyFile
   IF CopyFileStatus EQUAL TO "35"
     OPEN OUTPUT CopyFile
     CLOSE CopyFile
     OPEN I-O CopyFile
   END-IF
   IF CopyFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookCopy.dat, status: " CopyFileStatus
    ELSE
     MOVE LoanBSN        TO CopyBSN
     MOVE LoanCopyNumber TO CopyNumber
     READ CopyFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE "M" TO CopyStatus
         REWRITE BookCopyRecord
           INVALID KEY
             DISPLAY "Could not update copy record, status: "
                     CopyFileStatus
         END-REWRITE
     END-READ
     CLOSE CopyFile
   END-IF.

*> A loan 90 days overdue is not "overdue", it is gone: this closes
*> the loan, marks the copy lost in BookCopy.dat, and charges the
*> borrower the policy's replacement cost as an "R" entry in the
      ELSE
       MOVE lateDayCount TO openLateDays
     END-IF
     *> Grace and rate come from the borrower's category: a child
     *> is never fined at the adult rate.
     PERFORM SelectLoanBorrowerCategory
   END-IF
   IF DateArithIsValid AND openLateDays > CatGraceDays
      AND CatFineRatePerDay > ZERO
     *> Grace days come off the top: 3 days late with 2 grace days
     *> bills 1 chargeable day, as LoanPolicyRecord documents.
     COMPUTE chargeableDays = openLateDays - CatGraceDays
     *> A recalled book was wanted by someone else; keeping it past
     *> the recall date costs the recall rate.
     IF LoanRecallDate NOT = ZEROS
       COMPUTE newFineAmount = chargeableDays * PolRecallFineRate
      ELSE
       COMPUTE newFineAmount = chargeableDays * CatFineRatePerDay
     END-IF
     PERFORM OpenFineFileIO
     PERFORM FindNextFineSequence
     MOVE LoanBorrowerNumber TO FineBorrowerNumber
         MOVE FineRecord TO JournalAfter
         PERFORM WriteJournalEntry
         MOVE newFineAmount TO PrnFineAmount
         IF LoanRecallDate NOT = ZEROS
           DISPLAY "This copy was recalled on " LoanRecallDate
                   "; fined at the recall rate."
         END-IF
         DISPLAY "Returned " chargeableDays " day(s) late; fine of "
                 PrnFineAmount " recorded against borrower "
                 LoanBorrowerNumber "."
AnnounceFirstHold.
   PERFORM OpenHoldFileIO
   PERFORM FindFirstQueuedHold
   MOVE searchBSN TO firstHoldBSN
   IF HoldIsQueued
     MOVE HoldDate TO firstHoldDate
   END-IF
   PERFORM FindAnyEditionHold
   IF HoldIsQueued
     MOVE firstHoldBSN      TO HoldBSN
     MOVE firstHoldSequence TO HoldSequence
     READ HoldFile
       INVALID KEY
         MOVE "N" TO FirstHoldFound
     END-READ
   END-IF
   IF HoldIsQueued
     MOVE HoldRecord TO JournalBefore
     MOVE "R" TO HoldStatus
             FirstHoldBorrower " " FetchedBorrowerName
             ". Put the book on the pickup shelf (held until "
             PkuHoldUntilDate ")."
     IF firstHoldBSN NOT = searchBSN
       DISPLAY "(Their hold is on edition " firstHoldBSN
               " -- any edition of the work will do.)"
     END-IF
   END-IF.

*> A copy coming back can go to an any-edition hold queued on
*> another edition of the same work: one placed before the first
*> hold on this title itself (firstHoldDate) takes it instead, and
*> firstHold* then name that hold. HoldFile must be open.
FindAnyEditionHold.
   MOVE searchBSN TO workBSN
   PERFORM LoadLinkedEditions
   PERFORM VARYING linkedEditionIndex FROM 1 BY 1
           UNTIL linkedEditionIndex > linkedEditionCount
     MOVE LinkedEditionBSN(linkedEditionIndex) TO HoldBSN
     MOVE ZEROS TO HoldSequence
     START HoldFile KEY IS NOT LESS THAN HoldKey
       INVALID KEY
         SET EndOfHoldFile TO TRUE
       NOT INVALID KEY
         PERFORM ReadNextHoldRecord
     END-START
     PERFORM UNTIL EndOfHoldFile OR
                   HoldBSN NOT = LinkedEditionBSN(linkedEditionIndex)
       IF HoldStatus = "Q" AND HoldForAnyEdition AND
          (NOT HoldIsQueued OR HoldDate < firstHoldDate)
         MOVE "Y" TO FirstHoldFound
         MOVE HoldBSN            TO firstHoldBSN
         MOVE HoldSequence       TO firstHoldSequence
         MOVE HoldBorrowerNumber TO FirstHoldBorrower
         MOVE HoldDate           TO firstHoldDate
       END-IF
       PERFORM ReadNextHoldRecord
     END-PERFORM
   END-PERFORM.

CreatePickupEntry.
   OPEN I-O PickupFile
   IF PickupFileStatus EQUAL TO "35"
     DISPLAY "Could not open PickupShelf.dat, status: "
             PickupFileStatus
    ELSE
     MOVE firstHoldBSN      TO PkuBSN
     MOVE firstHoldSequence TO PkuSequence
     MOVE FirstHoldBorrower TO PkuBorrowerNumber
     IF firstHoldBSN = searchBSN
       MOVE SPACES TO PkuShelvedBSN
      ELSE
       MOVE searchBSN TO PkuShelvedBSN
     END-IF
     ACCEPT PkuReadyDate FROM DATE YYYYMMDD
     MOVE "ADDD" TO DateArithFunction
     MOVE PolPickupDays TO DateArithDays
   PERFORM AcceptSubjectCodes
   DISPLAY "Replacement cost (e.g. 00035.00):" WITH NO ADVANCING
   ACCEPT BookReplacementCost
   MOVE SPACE TO BookAcquisitionSource
   ACCEPT BookAddedDate FROM DATE YYYYMMDD
   MOVE ZERO  TO BookWithdrawnCopies
   MOVE ZEROS TO BookClosedDate
   WRITE BookDetails
     INVALID KEY
       DISPLAY "Could not write book record, status: " BookFileStatus
   END-IF
   MOVE ZERO TO ClassPageNumber
   PERFORM StartClassPage
   SORT SortFile ON ASCENDING KEY SortSubjectCode SortClassFiling
                                  SortClassVolume SortClassTitle
        INPUT PROCEDURE IS LoadClassifiedRecords
        OUTPUT PROCEDURE IS PrintClassifiedCatalog
   CLOSE ClassCatalogFile

LoadClassifiedRecords.
   PERFORM OpenBookFileInput
   MOVE "N" TO WorkFileOpened
   OPEN INPUT WorkFile
   IF WorkFileStatus EQUAL TO "00"
     MOVE "Y" TO WorkFileOpened
   END-IF
   READ BookFile NEXT RECORD
     AT END SET EndOfBookFile TO TRUE
   END-READ
   PERFORM CheckBookFileStatus
   PERFORM UNTIL EndOfBookFile
     PERFORM LookUpClassSeries
     MOVE "N" TO titleMatchStatus
     PERFORM VARYING subjectSlot FROM 1 BY 1 UNTIL subjectSlot > 3
       IF BookSubjectCode(subjectSlot) NOT = SPACES
         MOVE BookTitle    TO SortClassTitle
         MOVE BSN          TO SortClassBSN
         MOVE AuthSurname  TO SortClassSurname
         MOVE classFiling  TO SortClassFiling
         MOVE classSeries  TO SortClassSeries
         MOVE classVolume  TO SortClassVolume
         RELEASE ClassSortRecord
       END-IF
     END-PERFORM
       MOVE BookTitle   TO SortClassTitle
       MOVE BSN         TO SortClassBSN
       MOVE AuthSurname TO SortClassSurname
       MOVE classFiling TO SortClassFiling
       MOVE classSeries TO SortClassSeries
       MOVE classVolume TO SortClassVolume
       RELEASE ClassSortRecord
     END-IF
     READ BookFile NEXT RECORD
     END-READ
     PERFORM CheckBookFileStatus
   END-PERFORM
   IF WorkFileIsOpen
     CLOSE WorkFile
   END-IF
   CLOSE BookFile.

*> Series and volume of the title in BookDetails from Work.dat (not
*> there, or no Work.dat yet: filed under its own title).
LookUpClassSeries.
   MOVE BookTitle TO classFiling
   MOVE SPACES    TO classSeries
   MOVE ZERO      TO classVolume
   IF WorkFileIsOpen
     MOVE BSN TO WrkBSN
     READ WorkFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         IF WrkSeriesName NOT = SPACES
           MOVE WrkSeriesName   TO classFiling, classSeries
           MOVE WrkVolumeNumber TO classVolume
         END-IF
     END-READ
   END-IF.

PrintClassifiedCatalog.
   MOVE SPACES TO PrevSubjectCode
   MOVE ZERO TO ClassSubjectTotal
     MOVE SortClassBSN     TO PrnClassBSN
     MOVE SortClassTitle   TO PrnClassTitle
     MOVE SortClassSurname TO PrnClassSurname
     MOVE SortClassSeries  TO PrnClassSeries
     MOVE SortClassVolume  TO PrnClassVolume
     IF SortClassSeries = SPACES
       MOVE SPACES TO PrnClassVolumeTag
      ELSE
       MOVE "vol " TO PrnClassVolumeTag
     END-IF
     MOVE ClassDetailLine TO ClassCatalogLine
     PERFORM WriteClassLine
     ADD 1 TO ClassSubjectTotal

COPY AuditLog.

COPY BorrowerBlockCheck.

COPY NoticeDispatch.

COPY LoanPolicy.

COPY CategoryPolicy.

COPY PasswordHash.


