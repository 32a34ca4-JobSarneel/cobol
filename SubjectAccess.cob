IDENTIFICATION DIVISION.
PROGRAM-ID. SubjectAccess.
AUTHOR. Job Sarneel.
*> Subject-access report: when a borrower or student asks for
*> everything we hold about them, this replaces an afternoon of
*> browsing files by hand. The subject is keyed as a borrower
*> number ('b') or a StudentId ('s'); a borrower card linked to a
*> student (BorrowerStudentId) brings in the student records, and a
*> StudentId brings in every card linked to it. Every record about
*> the person is printed to SubjectAccess_Bnnnnn.prt or
*> SubjectAccess_Snnnnnnnn.prt, ready to hand over:
*>   Borrower.dat         the borrower record(s),
*>   BookLoan.dat         current loans,
*>   LoanHistory.dat      the full loan ledger,
*>   Hold.dat             holds,
*>   PickupShelf.dat      pickup-shelf entries,
*>   Fine.dat             fines,
*>   PaymentsJournal.dat  payments, waivers and billing,
*>   Suggestions.dat      purchase suggestions,
*>   ILL.dat              interlibrary-loan requests,
*>   RoomBooking.dat      study-room bookings,
*>   EquipmentLoan.dat    equipment loans,
*>   BorrowerMessage.dat  messages left on their card,
*>   NoticeDispatch.dat   e-mail and SMS notices sent to them,
*>   StudentCharges.dat   fines billed to their university account,
*>   AgencyReferral.dat   debts referred to the collection agency,
*>   AgencyReturn.dat     and what the agency reported back,
*>   Journal.dat          transaction-journal entries whose before
*>                        or after image is one of their records
*>                        (the generations closed off at each
*>                        backup first, then the live journal),
*>   StudentMaster.dat    the student record,
*>   GradesLedger.dat     their grades,
*>   StudentAccount.dat   tuition charges and credits,
*>   TuitionPayments.dat  tuition payments,
*>   StudentStanding.dat  academic standing,
*>   CourseWaitlist.dat   course waiting-list places,
*>   Applications.dat     their admissions applications, and
*>   Withdrawals.dat      stock withdrawals they made, when the
*>                        person is also staff and their operator
*>                        id is given.
*> The report is personal data, so the session starts with an
*> OperatorSignon sign-on and only senior staff ("S") and
*> supervisors ("V") may run it; each subject reported on is logged
*> to AuditLog.dat as a "SUBAC" entry with the operator's id.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          FILE STATUS IS BorrowerFileStatus.
   SELECT LoanFile ASSIGN TO "BookLoan.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT HistoryFile ASSIGN TO "LoanHistory.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT HoldFile ASSIGN TO "Hold.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
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
   SELECT PaymentsFile ASSIGN TO "PaymentsJournal.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentsFileStatus.
   SELECT SuggestionFile ASSIGN TO "Suggestions.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SugSequence
          FILE STATUS IS SuggestionFileStatus.
   SELECT IllFile ASSIGN TO "ILL.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IllKey
          FILE STATUS IS IllFileStatus.
   SELECT BookingFile ASSIGN TO "RoomBooking.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RbkKey
          ALTERNATE RECORD KEY IS RbkBorrowerNumber WITH DUPLICATES
          FILE STATUS IS BookingFileStatus.
   SELECT EquipLoanFile ASSIGN TO "EquipmentLoan.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ElnKey
          ALTERNATE RECORD KEY IS ElnBorrowerNumber WITH DUPLICATES
          FILE STATUS IS EquipLoanFileStatus.
   SELECT BorrowerMessageFile ASSIGN TO "BorrowerMessage.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BmsKey
          FILE STATUS IS BorrowerMessageStatus.
   SELECT NoticeDispatchFile ASSIGN TO "NoticeDispatch.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NoticeDispatchFileStatus.
   SELECT ChargeFile ASSIGN TO "StudentCharges.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ChargeFileStatus.
   SELECT ReferralFile ASSIGN TO "AgencyReferral.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReferralFileStatus.
   SELECT AgencyReturnFile ASSIGN TO "AgencyReturn.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AgencyReturnFileStatus.
   SELECT JournalFile ASSIGN TO DYNAMIC JournalFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS JournalFileStatus.
   SELECT GenerationCatalog ASSIGN TO "JournalGenerations.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GenerationCatalogStatus.
   SELECT StudentMaster ASSIGN TO "StudentMaster.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS StudentId
          FILE STATUS IS StudentMasterStatus.
   SELECT LedgerFile ASSIGN TO "GradesLedger.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LedgerFileStatus.
   SELECT AccountFile ASSIGN TO "StudentAccount.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SacKey
          FILE STATUS IS AccountFileStatus.
   SELECT TuitionPaymentsFile ASSIGN TO "TuitionPayments.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TuitionPaymentsStatus.
   SELECT StandingFile ASSIGN TO "StudentStanding.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS StsStudentId
          FILE STATUS IS StandingFileStatus.
   SELECT WaitlistFile ASSIGN TO "CourseWaitlist.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS WlKey
          FILE STATUS IS WaitlistFileStatus.
   SELECT ApplicationFile ASSIGN TO "Applications.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AppKey
          FILE STATUS IS ApplicationFileStatus.
   SELECT WithdrawalFile ASSIGN TO "Withdrawals.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WithdrawalFileStatus.
   SELECT ReportFile ASSIGN TO DYNAMIC ReportFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BorrowerFile.
COPY BorrowerRecord.

FD LoanFile.
COPY LoanRecord.

FD HistoryFile.
COPY HistoryRecord.

FD HoldFile.
COPY HoldRecord.

FD PickupFile.
COPY PickupRecord.

FD FineFile.
COPY FineRecord.

FD PaymentsFile.
COPY PaymentRecord.

FD SuggestionFile.
COPY SuggestionRecord.

*> The InterlibraryLoan record shape.
FD IllFile.
01 IllRecord.
   88 EndOfIllFile                      VALUE HIGH-VALUES.
   02 IllKey.
      03 IllDirection        PIC X.
      03 IllSequence         PIC 9(4).
   02 IllPartner             PIC X(20).
   02 IllBSN                 PIC X(17).
   02 IllCopyNumber          PIC 9(2).
   02 IllBorrowerNumber      PIC 9(5).
   02 IllTitle               PIC X(25).
   02 IllRequestDate         PIC 9(8).
   02 IllReceiveDate         PIC 9(8).
   02 IllReturnByDate        PIC 9(8).
   02 IllStatus              PIC X.

FD BookingFile.
COPY RoomBookingRecord.

FD EquipLoanFile.
COPY EquipmentLoanRecord.

FD BorrowerMessageFile.
COPY BorrowerMessageRecord.

FD NoticeDispatchFile.
COPY NoticeDispatchRecord.

FD ChargeFile.
COPY StudentChargeRecord.

FD ReferralFile.
COPY AgencyReferralRecord.

FD AgencyReturnFile.
COPY AgencyReturnRecord.

FD JournalFile.
COPY JournalRecord.

FD GenerationCatalog.
COPY JournalGenerationRecord.

FD StudentMaster.
COPY StudentRec.

FD LedgerFile.
COPY GradesLedgerRecord.

FD AccountFile.
COPY StudentAccountRecord.

FD TuitionPaymentsFile.
COPY TuitionPaymentRecord.

FD StandingFile.
COPY StandingRecord.

FD WaitlistFile.
COPY WaitlistRecord.

FD ApplicationFile.
COPY ApplicationRecord.

FD WithdrawalFile.
COPY WithdrawalRecord.

FD ReportFile.
01 ReportLine                PIC X(180).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 HistoryFileStatus         PIC XX     VALUE "00".
01 HoldFileStatus            PIC XX     VALUE "00".
01 PickupFileStatus          PIC XX     VALUE "00".
01 FineFileStatus            PIC XX     VALUE "00".
01 PaymentsFileStatus        PIC XX     VALUE "00".
01 SuggestionFileStatus      PIC XX     VALUE "00".
01 IllFileStatus             PIC XX     VALUE "00".
01 BookingFileStatus         PIC XX     VALUE "00".
01 EquipLoanFileStatus       PIC XX     VALUE "00".
01 BorrowerMessageStatus     PIC XX     VALUE "00".
01 NoticeDispatchFileStatus  PIC XX     VALUE "00".
01 ChargeFileStatus          PIC XX     VALUE "00".
01 ReferralFileStatus        PIC XX     VALUE "00".
01 AgencyReturnFileStatus    PIC XX     VALUE "00".
01 JournalFileStatus         PIC XX     VALUE "00".
01 GenerationCatalogStatus   PIC XX     VALUE "00".
01 JournalFileName           PIC X(40)  VALUE SPACES.
01 StudentMasterStatus       PIC XX     VALUE "00".
01 LedgerFileStatus          PIC XX     VALUE "00".
01 AccountFileStatus         PIC XX     VALUE "00".
01 TuitionPaymentsStatus     PIC XX     VALUE "00".
01 StandingFileStatus        PIC XX     VALUE "00".
01 WaitlistFileStatus        PIC XX     VALUE "00".
01 ApplicationFileStatus     PIC XX     VALUE "00".
01 WithdrawalFileStatus      PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".
01 ReportFileName            PIC X(40)  VALUE SPACES.

COPY OperatorSignonData.
01 signonInput               PIC X(4)   VALUE SPACES.
01 currentOperatorRole       PIC X      VALUE SPACE.
01 currentOperatorName       PIC X(30)  VALUE SPACES.

01 subjectKind               PIC X      VALUE SPACE.
   88 SubjectIsBorrower                 VALUE "b" "B".
   88 SubjectIsStudent                  VALUE "s" "S".
01 subjectInput              PIC X(8)   VALUE SPACES.
01 subjectKey                PIC X(10)  VALUE SPACES.
01 SessionDone               PIC X      VALUE "N".
   88 SessionIsDone                     VALUE "Y".
01 SubjectCount              PIC 9(4)   VALUE ZERO.
01 BorrowerFileOpen          PIC X      VALUE "N".
   88 BorrowerFileIsOpen                VALUE "Y".
01 todayDate                 PIC 9(8)   VALUE ZEROS.

*> Everything is matched against the subject's borrower cards and
*> the StudentId they lead to.
01 SubjectBorrowerTable.
   02 SubjectBorrower        PIC 9(5)   OCCURS 20 TIMES.
01 SubjectBorrowerCount      PIC 9(2)   VALUE ZERO.
01 subjectIndex              PIC 9(2)   VALUE ZERO.
01 subjectStudentId          PIC 9(8)   VALUE ZEROS.
01 subjectOperatorId         PIC X(4)   VALUE SPACES.
01 matchNumber               PIC 9(5)   VALUE ZEROS.
01 matchText                 PIC X(5)   VALUE SPACES.
01 BorrowerMatch             PIC X      VALUE "N".
   88 BorrowerMatches                   VALUE "Y".
01 JournalMatch              PIC X      VALUE "N".
   88 JournalMentionsSubject            VALUE "Y".
*> The billing and agency files carry no end-of-file condition of
*> their own.
01 SequentialEnd             PIC X      VALUE "N".
   88 EndOfSequentialFile               VALUE "Y".

01 sectionCount              PIC 9(5)   VALUE ZERO.
01 recordsListed             PIC 9(6)   VALUE ZERO.
01 PrnMoney                  PIC Z,ZZ9.99.
01 PrnPaid                   PIC Z,ZZ9.99.
01 PrnAmount                 PIC ZZ,ZZ9.99.
01 PrnSettled                PIC ZZ,ZZ9.99.
01 PrnGrade                  PIC 9.99.
01 PrnGpa                    PIC 9.99.
01 ReportDetail              PIC X(180) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
   PERFORM OperatorSignon
   PERFORM OpenAuditLog
   MOVE "SubjectAccess" TO AuditProgramName
   IF currentOperatorRole NOT = "S" AND currentOperatorRole NOT = "V"
     DISPLAY "Subject-access reports are for senior staff and "
             "supervisors only. Nothing printed."
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
     PERFORM PromptSubject
     IF NOT SessionIsDone
       PERFORM ReportOnSubject
     END-IF
   END-PERFORM

   DISPLAY SubjectCount " subject-access report(s) printed."
   MOVE "END"        TO AuditEventType
   MOVE SubjectCount TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

OperatorSignon.
   MOVE "SubjectAccess" TO SignonProgramName
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
   MOVE SignonOperatorName TO currentOperatorName
   MOVE signonInput TO AuditOperatorId.

PromptSubject.
   MOVE SPACE TO subjectKind
   MOVE SPACES TO subjectInput
   DISPLAY "Subject by (b)orrower number or (s)tudent id, empty "
           "to finish: " WITH NO ADVANCING
   ACCEPT subjectKind
   EVALUATE TRUE
     WHEN subjectKind = SPACE
       MOVE "Y" TO SessionDone
     WHEN SubjectIsBorrower
       DISPLAY "Borrower number: " WITH NO ADVANCING
       ACCEPT subjectInput
       IF subjectInput(1:5) IS NOT NUMERIC
         OR subjectInput(6:3) NOT = SPACES
         DISPLAY "A borrower number is five digits."
         MOVE SPACE TO subjectKind
       END-IF
     WHEN SubjectIsStudent
       DISPLAY "StudentId: " WITH NO ADVANCING
       ACCEPT subjectInput
       IF subjectInput IS NOT NUMERIC
         DISPLAY "A StudentId is eight digits."
         MOVE SPACE TO subjectKind
       END-IF
     WHEN OTHER
       DISPLAY "Answer b or s."
       MOVE SPACE TO subjectKind
   END-EVALUATE
   MOVE SPACES TO subjectOperatorId
   IF SubjectIsBorrower OR SubjectIsStudent
     DISPLAY "Their operator id, if they are also staff (empty if "
             "not): " WITH NO ADVANCING
     ACCEPT subjectOperatorId
   END-IF.

ReportOnSubject.
   IF subjectKind NOT = SPACE
     PERFORM CollectSubjectBorrowers
     MOVE SPACES TO ReportFileName
     STRING "SubjectAccess_" subjectKey DELIMITED BY SPACE
            ".prt" DELIMITED BY SIZE INTO ReportFileName
     OPEN OUTPUT ReportFile
     IF ReportFileStatus NOT EQUAL TO "00"
       DISPLAY "Could not create " ReportFileName ", status: "
               ReportFileStatus
       ADD 1 TO AuditErrorCount
      ELSE
       MOVE ZERO TO recordsListed
       PERFORM WriteReportHeading
       PERFORM ListBorrowerRecords
       PERFORM ListCurrentLoans
       PERFORM ListLoanHistory
       PERFORM ListHolds
       PERFORM ListPickups
       PERFORM ListFines
       PERFORM ListPayments
       PERFORM ListSuggestions
       PERFORM ListIllRequests
       PERFORM ListRoomBookings
       PERFORM ListEquipmentLoans
       PERFORM ListBorrowerMessages
       PERFORM ListNoticeDispatches
       PERFORM ListStudentCharges
       PERFORM ListAgencyReferrals
       PERFORM ListAgencyReturns
       PERFORM ListJournalEntries
       PERFORM ListStudentRecord
       PERFORM ListGrades
       PERFORM ListStudentAccount
       PERFORM ListTuitionPayments
       PERFORM ListStanding
       PERFORM ListWaitlistPlaces
       PERFORM ListApplications
       PERFORM ListWithdrawalsMade
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportDetail
       STRING "End of report: " recordsListed
              " record(s) held about this person."
              DELIMITED BY SIZE INTO ReportDetail
       WRITE ReportLine FROM ReportDetail
       CLOSE ReportFile
       ADD 1 TO SubjectCount
       DISPLAY "Written to " ReportFileName " (" recordsListed
               " record(s))."
       MOVE subjectKey    TO AuditKeyValue
       MOVE "SUBAC"       TO AuditEventType
       MOVE recordsListed TO AuditRecordCount
       PERFORM LogAuditEvent
       MOVE ZERO TO AuditRecordCount
     END-IF
   END-IF.

*> A borrower number brings its own card and, when linked, the
*> student; a StudentId brings every card linked to it.
CollectSubjectBorrowers.
   MOVE ZERO TO SubjectBorrowerCount
   MOVE ZEROS TO subjectStudentId
   MOVE SPACES TO subjectKey
   MOVE "N" TO BorrowerFileOpen
   OPEN INPUT BorrowerFile
   IF BorrowerFileStatus EQUAL TO "00"
     MOVE "Y" TO BorrowerFileOpen
   END-IF
   IF SubjectIsBorrower
     STRING "B" subjectInput(1:5) DELIMITED BY SIZE INTO subjectKey
     MOVE 1 TO SubjectBorrowerCount
     MOVE subjectInput(1:5) TO SubjectBorrower(1)
     IF BorrowerFileIsOpen
       MOVE SubjectBorrower(1) TO BorrowerNumber
       READ BorrowerFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE BorrowerStudentId TO subjectStudentId
       END-READ
     END-IF
    ELSE
     STRING "S" subjectInput DELIMITED BY SIZE INTO subjectKey
     MOVE subjectInput TO subjectStudentId
     IF BorrowerFileIsOpen
       READ BorrowerFile NEXT RECORD
         AT END SET EndOfBorrowerFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfBorrowerFile
         IF BorrowerStudentId = subjectStudentId
           AND SubjectBorrowerCount < 20
           ADD 1 TO SubjectBorrowerCount
           MOVE BorrowerNumber
             TO SubjectBorrower(SubjectBorrowerCount)
         END-IF
         READ BorrowerFile NEXT RECORD
           AT END SET EndOfBorrowerFile TO TRUE
         END-READ
       END-PERFORM
     END-IF
   END-IF
   IF BorrowerFileIsOpen
     CLOSE BorrowerFile
   END-IF.

CheckSubjectBorrower.
   MOVE "N" TO BorrowerMatch
   PERFORM VARYING subjectIndex FROM 1 BY 1
           UNTIL subjectIndex > SubjectBorrowerCount
     IF SubjectBorrower(subjectIndex) = matchNumber
       MOVE "Y" TO BorrowerMatch
     END-IF
   END-PERFORM.

WriteReportHeading.
   MOVE SPACES TO ReportDetail
   STRING "Subject-access report  --  everything held about "
          subjectKey DELIMITED BY SIZE INTO ReportDetail
   WRITE ReportLine FROM ReportDetail
   MOVE SPACES TO ReportDetail
   STRING "Prepared " todayDate " by operator " signonInput " ("
          currentOperatorName ")" DELIMITED BY SIZE
          INTO ReportDetail
   WRITE ReportLine FROM ReportDetail
   MOVE SPACES TO ReportDetail
   IF SubjectBorrowerCount = ZERO
     MOVE "No library borrower card is linked to this person."
       TO ReportDetail
    ELSE
     STRING "Borrower card(s) searched: " SubjectBorrowerCount
            DELIMITED BY SIZE INTO ReportDetail
   END-IF
   WRITE ReportLine FROM ReportDetail
   IF subjectStudentId NOT = ZEROS
     MOVE SPACES TO ReportDetail
     STRING "Student records searched for StudentId "
            subjectStudentId DELIMITED BY SIZE INTO ReportDetail
     WRITE ReportLine FROM ReportDetail
   END-IF
   IF subjectOperatorId NOT = SPACES
     MOVE SPACES TO ReportDetail
     STRING "Staff records searched for operator id "
            subjectOperatorId DELIMITED BY SIZE INTO ReportDetail
     WRITE ReportLine FROM ReportDetail
   END-IF.

*> Section heading; the lister counts what it writes under it.
StartSection.
   MOVE ZERO TO sectionCount
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   WRITE ReportLine FROM ReportDetail.

EndSection.
   IF sectionCount = ZERO
     MOVE "  (none held)" TO ReportLine
     WRITE ReportLine
   END-IF
   ADD sectionCount TO recordsListed.

WriteSectionLine.
   WRITE ReportLine FROM ReportDetail
   ADD 1 TO sectionCount.

ListBorrowerRecords.
   MOVE "=== Borrower record (Borrower.dat) ===" TO ReportDetail
   PERFORM StartSection
   OPEN INPUT BorrowerFile
   IF BorrowerFileStatus EQUAL TO "00"
     PERFORM VARYING subjectIndex FROM 1 BY 1
             UNTIL subjectIndex > SubjectBorrowerCount
       MOVE SubjectBorrower(subjectIndex) TO BorrowerNumber
       READ BorrowerFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           PERFORM WriteBorrowerDetail
       END-READ
     END-PERFORM
     CLOSE BorrowerFile
   END-IF
   PERFORM EndSection.

WriteBorrowerDetail.
   MOVE SPACES TO ReportDetail
   STRING "  Borrower " BorrowerNumber "  " BorrowerName
          "  category " BorrowerCategory "  max loans "
          BorrowerMaxLoans DELIMITED BY SIZE INTO ReportDetail
   PERFORM WriteSectionLine
   MOVE SPACES TO ReportDetail
   STRING "    registered " BorrowerRegisteredDate "  expires "
          BorrowerExpiryDate "  student link " BorrowerStudentId
          "  close flag " BorrowerCloseFlag
          "  returned-claims " BorrowerClaimCount
          DELIMITED BY SIZE INTO ReportDetail
   WRITE ReportLine FROM ReportDetail
   MOVE SPACES TO ReportDetail
   STRING "    address " BorrowerStreet " " BorrowerCity " "
          BorrowerPostcode "  phone " BorrowerPhone
          DELIMITED BY SIZE INTO ReportDetail
   WRITE ReportLine FROM ReportDetail
   MOVE SPACES TO ReportDetail
   STRING "    e-mail " BorrowerEmail "  notices by "
          BorrowerNoticePref "  on paper after a failed delivery "
          BorrowerNoticeFallback
          DELIMITED BY SIZE INTO ReportDetail
   WRITE ReportLine FROM ReportDetail
   *> Only whether a kiosk PIN exists; the stored hash is no use to
   *> the borrower and is not printed.
   IF BorrowerPinHash IS NUMERIC AND BorrowerPinHash NOT = ZEROS
     MOVE "    catalog kiosk PIN: set" TO ReportDetail
    ELSE
     MOVE "    catalog kiosk PIN: none" TO ReportDetail
   END-IF
   WRITE ReportLine FROM ReportDetail.

ListCurrentLoans.
   MOVE "=== Loans (BookLoan.dat) ===" TO ReportDetail
   PERFORM StartSection
   OPEN INPUT LoanFile
   IF LoanFileStatus EQUAL TO "00"
     READ LoanFile NEXT RECORD
       AT END SET EndOfLoanFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfLoanFile
       MOVE LoanBorrowerNumber TO matchNumber
       PERFORM CheckSubjectBorrower
       IF BorrowerMatches
         MOVE SPACES TO ReportDetail
         STRING "  " LoanBSN " copy " LoanCopyNumber
                "  borrower " LoanBorrowerNumber
                "  out " LoanDate "  due " LoanDueDate
                "  returned " LoanReturnDate
                "  renewals " LoanRenewalCount
                "  operator " LoanOperatorId
                "  recalled " LoanRecallDate
                "  claimed " LoanClaimDate
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
       END-IF
       READ LoanFile NEXT RECORD
         AT END SET EndOfLoanFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE LoanFile
   END-IF
   PERFORM EndSection.

ListLoanHistory.
   MOVE "=== Loan history (LoanHistory.dat) ===" TO ReportDetail
   PERFORM StartSection
   OPEN INPUT HistoryFile
   IF HistoryFileStatus EQUAL TO "00"
     READ HistoryFile NEXT RECORD
       AT END SET EndOfHistoryFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfHistoryFile
       MOVE HistBorrowerNumber TO matchNumber
       PERFORM CheckSubjectBorrower
       IF BorrowerMatches
         MOVE SPACES TO ReportDetail
         STRING "  " HistBSN " copy " HistCopyNumber
                "  borrower " HistBorrowerNumber
                "  loaned " HistLoanDate "  due " HistDueDate
                "  returned " HistReturnDate
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
       END-IF
       READ HistoryFile NEXT RECORD
         AT END SET EndOfHistoryFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE HistoryFile
   END-IF
   PERFORM EndSection.

ListHolds.
   MOVE "=== Holds (Hold.dat) ===" TO ReportDetail
   PERFORM StartSection
   OPEN INPUT HoldFile
   IF HoldFileStatus EQUAL TO "00"
     READ HoldFile NEXT RECORD
       AT END SET EndOfHoldFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfHoldFile
       MOVE HoldBorrowerNumber TO matchNumber
       PERFORM CheckSubjectBorrower
       IF BorrowerMatches
         MOVE SPACES TO ReportDetail
         STRING "  " HoldBSN " queue position " HoldSequence
                "  borrower " HoldBorrowerNumber
                "  placed " HoldDate "  status " HoldStatus
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
       END-IF
       READ HoldFile NEXT RECORD
         AT END SET EndOfHoldFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE HoldFile
   END-IF
   PERFORM EndSection.

ListPickups.
   MOVE "=== Pickup shelf (PickupShelf.dat) ===" TO ReportDetail
   PERFORM StartSection
   OPEN INPUT PickupFile
   IF PickupFileStatus EQUAL TO "00"
     READ PickupFile NEXT RECORD
       AT END SET EndOfPickupFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfPickupFile
       MOVE PkuBorrowerNumber TO matchNumber
       PERFORM CheckSubjectBorrower
       IF BorrowerMatches
         MOVE SPACES TO ReportDetail
         STRING "  " PkuBSN " hold " PkuSequence
                "  borrower " PkuBorrowerNumber
                "  ready " PkuReadyDate
                "  held until " PkuHoldUntilDate
                "  status " PkuStatus
                "  notice printed " PkuNoticeFlag
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
       END-IF
       READ PickupFile NEXT RECORD
         AT END SET EndOfPickupFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE PickupFile
   END-IF
   PERFORM EndSection.

*> Fine.dat is keyed per borrower, so each card's fines are read
*> straight off its own key range.
ListFines.
   MOVE "=== Fines (Fine.dat) ===" TO ReportDetail
   PERFORM StartSection
   OPEN INPUT FineFile
   IF FineFileStatus EQUAL TO "00"
     PERFORM VARYING subjectIndex FROM 1 BY 1
             UNTIL subjectIndex > SubjectBorrowerCount
       MOVE SubjectBorrower(subjectIndex) TO FineBorrowerNumber
       MOVE ZEROS TO FineSequence
       START FineFile KEY IS NOT LESS THAN FineKey
         INVALID KEY
           SET EndOfFineFile TO TRUE
         NOT INVALID KEY
           READ FineFile NEXT RECORD
             AT END SET EndOfFineFile TO TRUE
           END-READ
       END-START
       PERFORM UNTIL EndOfFineFile
         IF FineBorrowerNumber NOT = SubjectBorrower(subjectIndex)
           SET EndOfFineFile TO TRUE
          ELSE
           MOVE FineAmount TO PrnMoney
           MOVE FinePaidAmount TO PrnPaid
           MOVE SPACES TO ReportDetail
           STRING "  borrower " FineBorrowerNumber
                  " fine " FineSequence "  " FineBSN
                  "  assessed " FineAssessDate
                  "  days late " FineDaysLate
                  "  amount " PrnMoney "  paid " PrnPaid
                  "  status " FineStatus
                  "  reason " FineReasonCode
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
           READ FineFile NEXT RECORD
             AT END SET EndOfFineFile TO TRUE
           END-READ
         END-IF
       END-PERFORM
     END-PERFORM
     CLOSE FineFile
   END-IF
   PERFORM EndSection.

ListPayments.
   MOVE "=== Payments and waivers (PaymentsJournal.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   OPEN INPUT PaymentsFile
   IF PaymentsFileStatus EQUAL TO "00"
     READ PaymentsFile
       AT END SET EndOfPaymentsFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfPaymentsFile
       MOVE PayBorrowerNumber TO matchNumber
       PERFORM CheckSubjectBorrower
       IF BorrowerMatches
         MOVE PayAmount TO PrnMoney
         MOVE SPACES TO ReportDetail
         STRING "  " PayDate " " PayTime
                "  operator " PayOperatorId
                "  borrower " PayBorrowerNumber
                "  fine " PayFineSequence
                "  amount " PrnMoney "  type " PayType
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
       END-IF
       READ PaymentsFile
         AT END SET EndOfPaymentsFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE PaymentsFile
   END-IF
   PERFORM EndSection.

ListSuggestions.
   MOVE "=== Purchase suggestions (Suggestions.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   OPEN INPUT SuggestionFile
   IF SuggestionFileStatus EQUAL TO "00"
     READ SuggestionFile NEXT RECORD
       AT END SET EndOfSuggestionFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfSuggestionFile
       MOVE SugBorrowerNumber TO matchNumber
       PERFORM CheckSubjectBorrower
       IF BorrowerMatches
         MOVE SPACES TO ReportDetail
         STRING "  suggestion " SugSequence "  " SugTitle " "
                SugAuthor "  borrower " SugBorrowerNumber
                "  date " SugDate "  status " SugStatus
                "  " SugDeclineReason
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
       END-IF
       READ SuggestionFile NEXT RECORD
         AT END SET EndOfSuggestionFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE SuggestionFile
   END-IF
   PERFORM EndSection.

ListIllRequests.
   MOVE "=== Interlibrary loans (ILL.dat) ===" TO ReportDetail
   PERFORM StartSection
   OPEN INPUT IllFile
   IF IllFileStatus EQUAL TO "00"
     READ IllFile NEXT RECORD
       AT END SET EndOfIllFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfIllFile
       MOVE IllBorrowerNumber TO matchNumber
       PERFORM CheckSubjectBorrower
       IF BorrowerMatches
         MOVE SPACES TO ReportDetail
         STRING "  request " IllDirection IllSequence "  "
                IllTitle "  from " IllPartner
                "  borrower " IllBorrowerNumber
                "  requested " IllRequestDate
                "  arrived " IllReceiveDate
                "  return by " IllReturnByDate
                "  status " IllStatus
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
       END-IF
       READ IllFile NEXT RECORD
         AT END SET EndOfIllFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE IllFile
   END-IF
   PERFORM EndSection.

ListRoomBookings.
   MOVE "=== Study-room bookings (RoomBooking.dat) ===" TO ReportDetail
   PERFORM StartSection
   OPEN INPUT BookingFile
   IF BookingFileStatus EQUAL TO "00"
     READ BookingFile NEXT RECORD
       AT END SET EndOfBookingFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfBookingFile
       MOVE RbkBorrowerNumber TO matchNumber
       PERFORM CheckSubjectBorrower
       IF BorrowerMatches
         MOVE SPACES TO ReportDetail
         STRING "  room " RbkRoomCode "  " RbkDate " "
                RbkStartTime "-" RbkEndTime
                "  borrower " RbkBorrowerNumber
                "  party " RbkPartySize "  status " RbkStatus
                "  checked in " RbkCheckInTime
                "  booked " RbkBookedDate
                "  operator " RbkOperatorId
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
       END-IF
       READ BookingFile NEXT RECORD
         AT END SET EndOfBookingFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE BookingFile
   END-IF
   PERFORM EndSection.

ListEquipmentLoans.
   MOVE "=== Equipment loans (EquipmentLoan.dat) ===" TO ReportDetail
   PERFORM StartSection
   OPEN INPUT EquipLoanFile
   IF EquipLoanFileStatus EQUAL TO "00"
     READ EquipLoanFile NEXT RECORD
       AT END SET EndOfEquipLoanFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfEquipLoanFile
       MOVE ElnBorrowerNumber TO matchNumber
       PERFORM CheckSubjectBorrower
       IF BorrowerMatches
         MOVE SPACES TO ReportDetail
         STRING "  asset " ElnAssetTag
                "  borrower " ElnBorrowerNumber
                "  out " ElnLoanDate " " ElnLoanTime
                "  due " ElnDueDate " " ElnDueTime
                "  returned " ElnReturnDate " " ElnReturnTime
                "  hours late " ElnLateHours
                "  operator " ElnOperatorId
                "  status " ElnStatus
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
       END-IF
       READ EquipLoanFile NEXT RECORD
         AT END SET EndOfEquipLoanFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE EquipLoanFile
   END-IF
   PERFORM EndSection.

*> BorrowerMessage.dat is keyed per borrower, like Fine.dat.
ListBorrowerMessages.
   MOVE "=== Messages on the card (BorrowerMessage.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   OPEN INPUT BorrowerMessageFile
   IF BorrowerMessageStatus EQUAL TO "00"
     PERFORM VARYING subjectIndex FROM 1 BY 1
             UNTIL subjectIndex > SubjectBorrowerCount
       MOVE SubjectBorrower(subjectIndex) TO BmsBorrowerNumber
       MOVE ZEROS TO BmsSequence
       START BorrowerMessageFile KEY IS NOT LESS THAN BmsKey
         INVALID KEY
           SET EndOfBorrowerMessageFile TO TRUE
         NOT INVALID KEY
           READ BorrowerMessageFile NEXT RECORD
             AT END SET EndOfBorrowerMessageFile TO TRUE
           END-READ
       END-START
       PERFORM UNTIL EndOfBorrowerMessageFile
         IF BmsBorrowerNumber NOT = SubjectBorrower(subjectIndex)
           SET EndOfBorrowerMessageFile TO TRUE
          ELSE
           MOVE SPACES TO ReportDetail
           STRING "  borrower " BmsBorrowerNumber
                  " message " BmsSequence "  " BmsDate
                  "  by " BmsAuthorId "  severity " BmsSeverity
                  "  expires " BmsExpiryDate
                  "  acknowledged " BmsAckDate " by " BmsAckBy
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
           MOVE SPACES TO ReportDetail
           STRING "    " BmsText DELIMITED BY SIZE
                  INTO ReportDetail
           WRITE ReportLine FROM ReportDetail
           READ BorrowerMessageFile NEXT RECORD
             AT END SET EndOfBorrowerMessageFile TO TRUE
           END-READ
         END-IF
       END-PERFORM
     END-PERFORM
     CLOSE BorrowerMessageFile
   END-IF
   PERFORM EndSection.

*> The borrower number sits in the message id (TTT-YYYYMMDD-NNNNN-
*> ...); the whole line is printed as the gateway got it.
ListNoticeDispatches.
   MOVE "=== E-mail and SMS notices (NoticeDispatch.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   OPEN INPUT NoticeDispatchFile
   IF NoticeDispatchFileStatus EQUAL TO "00"
     MOVE "N" TO SequentialEnd
     READ NoticeDispatchFile
       AT END SET EndOfSequentialFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfSequentialFile
       MOVE NoticeDispatchLine(14:5) TO matchText
       IF matchText IS NUMERIC
         MOVE matchText TO matchNumber
         PERFORM CheckSubjectBorrower
         IF BorrowerMatches
           MOVE SPACES TO ReportDetail
           STRING "  " NoticeDispatchLine(1:178)
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
         END-IF
       END-IF
       READ NoticeDispatchFile
         AT END SET EndOfSequentialFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE NoticeDispatchFile
   END-IF
   PERFORM EndSection.

*> The billing file names the student and, in the charge
*> reference, the library card the fine was on.
ListStudentCharges.
   MOVE "=== Billed to the university account (StudentCharges.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   OPEN INPUT ChargeFile
   IF ChargeFileStatus EQUAL TO "00"
     MOVE "N" TO SequentialEnd
     READ ChargeFile
       AT END SET EndOfSequentialFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfSequentialFile
       IF ScdRecordType = "D"
         MOVE ScdRefBorrower TO matchNumber
         PERFORM CheckSubjectBorrower
         IF ScdStudentId = subjectStudentId
            AND subjectStudentId NOT = ZEROS
           MOVE "Y" TO BorrowerMatch
         END-IF
         IF BorrowerMatches
           MOVE ScdAmount TO PrnAmount
           MOVE SPACES TO ReportDetail
           STRING "  StudentId " ScdStudentId "  "
                  ScdChargeReference "  " ScdChargeDate
                  "  code " ScdChargeCode "  amount " PrnAmount
                  "  " ScdDescription
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
         END-IF
       END-IF
       READ ChargeFile
         AT END SET EndOfSequentialFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE ChargeFile
   END-IF
   PERFORM EndSection.

ListAgencyReferrals.
   MOVE "=== Referred to the collection agency (AgencyReferral.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   OPEN INPUT ReferralFile
   IF ReferralFileStatus EQUAL TO "00"
     MOVE "N" TO SequentialEnd
     READ ReferralFile
       AT END SET EndOfSequentialFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfSequentialFile
       EVALUATE ArhRecordType
         WHEN "B"
           MOVE ArbRefBorrower TO matchNumber
           PERFORM CheckSubjectBorrower
           IF BorrowerMatches
             MOVE SPACES TO ReportDetail
             STRING "  debtor " ArbDebtorReference "  " ArbName
                    "  " ArbStreet " " ArbCity " " ArbPostcode
                    "  phone " ArbPhone
                    "  oldest debt " ArbOldestDebtDate
                    DELIMITED BY SIZE INTO ReportDetail
             PERFORM WriteSectionLine
           END-IF
         WHEN "D"
           MOVE ArdRefBorrower TO matchNumber
           PERFORM CheckSubjectBorrower
           IF BorrowerMatches
             MOVE ArdAmount TO PrnAmount
             MOVE SPACES TO ReportDetail
             STRING "  debt " ArdDebtReference "  " ArdDebtDate
                    "  " ArdItemReference "  amount " PrnAmount
                    "  " ArdDescription
                    DELIMITED BY SIZE INTO ReportDetail
             PERFORM WriteSectionLine
           END-IF
         WHEN OTHER
           CONTINUE
       END-EVALUATE
       READ ReferralFile
         AT END SET EndOfSequentialFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE ReferralFile
   END-IF
   PERFORM EndSection.

ListAgencyReturns.
   MOVE "=== Reported back by the agency (AgencyReturn.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   OPEN INPUT AgencyReturnFile
   IF AgencyReturnFileStatus EQUAL TO "00"
     READ AgencyReturnFile
       AT END SET EndOfAgencyReturnFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfAgencyReturnFile
       MOVE AgrRefBorrower TO matchNumber
       PERFORM CheckSubjectBorrower
       IF BorrowerMatches
         MOVE AgrGrossAmount TO PrnAmount
         MOVE AgrCommission  TO PrnSettled
         MOVE SPACES TO ReportDetail
         STRING "  debt " AgrDebtReference "  result " AgrResult
                "  " AgrResultDate "  recovered " PrnAmount
                "  commission " PrnSettled "  " AgrReason
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
       END-IF
       READ AgencyReturnFile
         AT END SET EndOfAgencyReturnFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE AgencyReturnFile
   END-IF
   PERFORM EndSection.

*> A journal entry mentions the person when its before or after
*> image is one of their records: the borrower number sits at the
*> front of a BORR or FINE image, after the 19-byte loan key in a
*> LOAN image and after the 21-byte key in a HIST or HOLD image.
*> BOOK images carry no borrower.
ListJournalEntries.
   MOVE "=== Transaction journal entries (Journal.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   OPEN INPUT GenerationCatalog
   IF GenerationCatalogStatus EQUAL TO "00"
     READ GenerationCatalog
       AT END SET EndOfGenerationCatalog TO TRUE
     END-READ
     PERFORM UNTIL EndOfGenerationCatalog
       MOVE GenFileName TO JournalFileName
       PERFORM ListJournalFileEntries
       READ GenerationCatalog
         AT END SET EndOfGenerationCatalog TO TRUE
       END-READ
     END-PERFORM
     CLOSE GenerationCatalog
   END-IF
   MOVE "Journal.dat" TO JournalFileName
   PERFORM ListJournalFileEntries
   PERFORM EndSection.

ListJournalFileEntries.
   OPEN INPUT JournalFile
   IF JournalFileStatus EQUAL TO "00"
     READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfJournalFile
       MOVE "N" TO JournalMatch
       EVALUATE JrnFileCode
         WHEN "BORR"
         WHEN "FINE"
           MOVE JrnBeforeImage(1:5) TO matchText
           PERFORM CheckJournalImage
           MOVE JrnAfterImage(1:5) TO matchText
           PERFORM CheckJournalImage
         WHEN "LOAN"
           MOVE JrnBeforeImage(20:5) TO matchText
           PERFORM CheckJournalImage
           MOVE JrnAfterImage(20:5) TO matchText
           PERFORM CheckJournalImage
         WHEN "HIST"
         WHEN "HOLD"
           MOVE JrnBeforeImage(22:5) TO matchText
           PERFORM CheckJournalImage
           MOVE JrnAfterImage(22:5) TO matchText
           PERFORM CheckJournalImage
         WHEN OTHER
           CONTINUE
       END-EVALUATE
       IF JournalMentionsSubject
         MOVE SPACES TO ReportDetail
         STRING "  " JrnDate " " JrnTime "  " JrnFileCode
                "  operation " JrnOperation
                DELIMITED BY SIZE INTO ReportDetail
         PERFORM WriteSectionLine
         MOVE SPACES TO ReportDetail
         STRING "    before: " JrnBeforeImage
                DELIMITED BY SIZE INTO ReportDetail
         WRITE ReportLine FROM ReportDetail
         MOVE SPACES TO ReportDetail
         STRING "    after:  " JrnAfterImage
                DELIMITED BY SIZE INTO ReportDetail
         WRITE ReportLine FROM ReportDetail
       END-IF
       READ JournalFile
         AT END SET EndOfJournalFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE JournalFile
   END-IF.

CheckJournalImage.
   IF matchText IS NUMERIC
     MOVE matchText TO matchNumber
     PERFORM CheckSubjectBorrower
     IF BorrowerMatches
       MOVE "Y" TO JournalMatch
     END-IF
   END-IF.

ListStudentRecord.
   MOVE "=== Student record (StudentMaster.dat) ===" TO ReportDetail
   PERFORM StartSection
   IF subjectStudentId NOT = ZEROS
     OPEN INPUT StudentMaster
     IF StudentMasterStatus EQUAL TO "00"
       MOVE subjectStudentId TO StudentId
       READ StudentMaster
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE GPA TO PrnGpa
           MOVE SPACES TO ReportDetail
           STRING "  StudentId " StudentId "  " Forename " "
                  Surname "  born " DateOfBirth
                  "  course " CourseId "  GPA " PrnGpa
                  "  status " EnrollStatus " since " StatusDate
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
       END-READ
       CLOSE StudentMaster
     END-IF
   END-IF
   PERFORM EndSection.

ListGrades.
   MOVE "=== Grades (GradesLedger.dat) ===" TO ReportDetail
   PERFORM StartSection
   IF subjectStudentId NOT = ZEROS
     OPEN INPUT LedgerFile
     IF LedgerFileStatus EQUAL TO "00"
       READ LedgerFile
         AT END SET EndOfLedgerFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfLedgerFile
         IF LdgStudentId = subjectStudentId
           MOVE LdgGrade TO PrnGrade
           MOVE SPACES TO ReportDetail
           STRING "  course " LdgCourseCode "  grade " PrnGrade
                  "  term " LdgTerm "  posted " LdgGradedDate
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
         END-IF
         READ LedgerFile
           AT END SET EndOfLedgerFile TO TRUE
         END-READ
       END-PERFORM
       CLOSE LedgerFile
     END-IF
   END-IF
   PERFORM EndSection.

*> StudentAccount.dat is keyed by StudentId first, so the
*> student's entries are read straight off their key range.
ListStudentAccount.
   MOVE "=== Tuition account (StudentAccount.dat) ===" TO ReportDetail
   PERFORM StartSection
   IF subjectStudentId NOT = ZEROS
     OPEN INPUT AccountFile
     IF AccountFileStatus EQUAL TO "00"
       MOVE subjectStudentId TO SacStudentId
       MOVE ZEROS TO SacSequence
       START AccountFile KEY IS NOT LESS THAN SacKey
         INVALID KEY
           SET EndOfAccountFile TO TRUE
         NOT INVALID KEY
           READ AccountFile NEXT RECORD
             AT END SET EndOfAccountFile TO TRUE
           END-READ
       END-START
       PERFORM UNTIL EndOfAccountFile
         IF SacStudentId NOT = subjectStudentId
           SET EndOfAccountFile TO TRUE
          ELSE
           MOVE SacAmount        TO PrnAmount
           MOVE SacSettledAmount TO PrnSettled
           MOVE SPACES TO ReportDetail
           STRING "  entry " SacSequence "  type " SacEntryType
                  "  year " SacAcademicYear "  course " SacCourseId
                  "  instalment " SacInstalment
                  "  raised " SacRaisedDate "  due " SacDueDate
                  "  amount " PrnAmount "  settled " PrnSettled
                  "  status " SacStatus "  " SacDescription
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
           READ AccountFile NEXT RECORD
             AT END SET EndOfAccountFile TO TRUE
           END-READ
         END-IF
       END-PERFORM
       CLOSE AccountFile
     END-IF
   END-IF
   PERFORM EndSection.

ListTuitionPayments.
   MOVE "=== Tuition payments (TuitionPayments.dat) ===" TO ReportDetail
   PERFORM StartSection
   IF subjectStudentId NOT = ZEROS
     OPEN INPUT TuitionPaymentsFile
     IF TuitionPaymentsStatus EQUAL TO "00"
       READ TuitionPaymentsFile
         AT END SET EndOfTuitionPayments TO TRUE
       END-READ
       PERFORM UNTIL EndOfTuitionPayments
         IF TpyStudentId = subjectStudentId
           MOVE TpyAmount TO PrnAmount
           MOVE SPACES TO ReportDetail
           STRING "  " TpyDate " " TpyTime "  amount " PrnAmount
                  "  receipt " TpyReceiptRef
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
         END-IF
         READ TuitionPaymentsFile
           AT END SET EndOfTuitionPayments TO TRUE
         END-READ
       END-PERFORM
       CLOSE TuitionPaymentsFile
     END-IF
   END-IF
   PERFORM EndSection.

ListStanding.
   MOVE "=== Academic standing (StudentStanding.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   IF subjectStudentId NOT = ZEROS
     OPEN INPUT StandingFile
     IF StandingFileStatus EQUAL TO "00"
       MOVE subjectStudentId TO StsStudentId
       READ StandingFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE StsTermGpa TO PrnGpa
           MOVE SPACES TO ReportDetail
           STRING "  level " StsLevel "  term " StsTerm
                  "  term GPA " PrnGpa
                  "  low terms in a row " StsLowTerms
                  "  applied " StsAppliedDate
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
       END-READ
       CLOSE StandingFile
     END-IF
   END-IF
   PERFORM EndSection.

ListWaitlistPlaces.
   MOVE "=== Course waiting lists (CourseWaitlist.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   IF subjectStudentId NOT = ZEROS
     OPEN INPUT WaitlistFile
     IF WaitlistFileStatus EQUAL TO "00"
       READ WaitlistFile NEXT RECORD
         AT END SET EndOfWaitlistFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfWaitlistFile
         IF WlStudentId = subjectStudentId
           MOVE SPACES TO ReportDetail
           STRING "  course " WlCourseCode " place " WlSequence
                  "  gender " WlGender "  campus " WlCampus
                  "  added " WlAddedDate "  status " WlStatus
                  "  offered " WlOfferDate
                  "  reply by " WlReplyByDate
                  "  replied " WlResponseDate
                  "  counted " WlCountedDate
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
         END-IF
         READ WaitlistFile NEXT RECORD
           AT END SET EndOfWaitlistFile TO TRUE
         END-READ
       END-PERFORM
       CLOSE WaitlistFile
     END-IF
   END-IF
   PERFORM EndSection.

*> An applicant keeps their applicant id as StudentId on enrolment.
ListApplications.
   MOVE "=== Admissions applications (Applications.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   IF subjectStudentId NOT = ZEROS
     OPEN INPUT ApplicationFile
     IF ApplicationFileStatus EQUAL TO "00"
       READ ApplicationFile NEXT RECORD
         AT END SET EndOfApplicationFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfApplicationFile
         IF AppApplicantId = subjectStudentId
           MOVE SPACES TO ReportDetail
           STRING "  intake " AppIntakeYear "  course "
                  AppCourseCode "  " AppApplicantName
                  "  status " AppStatus
                  "  applied " AppAppliedDate
                  "  offered " AppOfferDate
                  "  accepted " AppAcceptedDate
                  "  closed " AppClosedDate
                  "  enrolled " AppEnrolledDate
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
         END-IF
         READ ApplicationFile NEXT RECORD
           AT END SET EndOfApplicationFile TO TRUE
         END-READ
       END-PERFORM
       CLOSE ApplicationFile
     END-IF
   END-IF
   PERFORM EndSection.

*> Withdrawals.dat holds no borrower; it names the operator who
*> took each copy out of stock.
ListWithdrawalsMade.
   MOVE "=== Stock withdrawals made (Withdrawals.dat) ==="
     TO ReportDetail
   PERFORM StartSection
   IF subjectOperatorId NOT = SPACES
     OPEN INPUT WithdrawalFile
     IF WithdrawalFileStatus EQUAL TO "00"
       READ WithdrawalFile
         AT END SET EndOfWithdrawalFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfWithdrawalFile
         IF WdrOperatorId = subjectOperatorId
           MOVE SPACES TO ReportDetail
           STRING "  " WdrDate " " WdrTime "  operator "
                  WdrOperatorId "  " WdrBSN " copy " WdrCopyNumber
                  "  reason " WdrReason "  disposal " WdrDisposal
                  DELIMITED BY SIZE INTO ReportDetail
           PERFORM WriteSectionLine
         END-IF
         READ WithdrawalFile
           AT END SET EndOfWithdrawalFile TO TRUE
         END-READ
       END-PERFORM
       CLOSE WithdrawalFile
     END-IF
   END-IF
   PERFORM EndSection.

COPY AuditLog.

END PROGRAM SubjectAccess.
