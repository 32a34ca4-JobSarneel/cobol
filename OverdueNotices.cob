*> name, the overdue titles from Book.dat, due dates, and how many
*> days over each one is -- written to OverdueNotices.prt with a page
*> feed between letters so the printer can run the whole batch
*> unattended. Borrowers sharing a household (BorrowerHouseholds)
*> get one combined letter to the household's address, each
*> member's overdue loans under their own name.
*> Each borrower's notice goes the way Borrower.dat says they want
*> it: posted borrowers in the letters, e-mail and SMS borrowers as
*> a message of their own in NoticeDispatch.dat for the messaging
*> gateway, and nothing for those who asked for none.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
   SELECT NoticeFile ASSIGN TO "OverdueNotices.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NoticeFileStatus.
   SELECT NoticeDispatchFile ASSIGN TO "NoticeDispatch.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NoticeDispatchFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.
SD SortFile.
01 SortRecord.
   88  EndOfSortFile                    VALUE HIGH-VALUES.
   02  SortHouseholdId       PIC 9(5).
   02  SortBorrowerNumber    PIC 9(5).
   02  SortDueDate           PIC 9(8).
   02  SortDaysLate          PIC 9(3).
FD NoticeFile.
01 NoticeLine                PIC X(80).

FD NoticeDispatchFile.
COPY NoticeDispatchRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY NoticeDispatchData.
01 BookFileStatus            PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 ClosedDaysValid           PIC X      VALUE "N".
   88 ClosedDaysIsValid                 VALUE "Y".

01 PrevHouseholdId           PIC 9(5)   VALUE ZEROS.
01 PrevBorrowerNumber        PIC 9(5)   VALUE ZEROS.
*> 99999 (or any number) is a legal borrower, so "no previous
*> borrower yet" is a flag, not an in-domain sentinel value.
01 FirstLetterStatus         PIC X      VALUE "N".
   88 FirstLetterStarted                VALUE "Y".
01 LetterCount               PIC 9(4)   VALUE ZERO.
01 RoutedBorrowerNumber      PIC 9(5)   VALUE ZEROS.
01 RoutingStatus             PIC X      VALUE "N".
   88 RoutingStarted                    VALUE "Y".
01 NoticeOldestDue           PIC 9(8)   VALUE ZEROS.
01 OverdueCount              PIC 9(4)   VALUE ZERO.

01 LetterHead1.
     STOP RUN
   END-IF

   SORT SortFile ON ASCENDING KEY SortHouseholdId
                                  SortBorrowerNumber SortDueDate
        INPUT PROCEDURE IS LoadOverdueLoans
        OUTPUT PROCEDURE IS PrintNoticeLetters

   CLOSE NoticeFile
   DISPLAY "Overdue notices written to OverdueNotices.prt ("
           LetterCount " letter(s), " OverdueCount " overdue "
           "loan(s)); " NoticeDispatchCount " by e-mail/SMS to "
           "NoticeDispatch.dat, " NoticeNotWantedCount
           " borrower(s) not wanting notices."

   MOVE "END"        TO AuditEventType
   MOVE LetterCount  TO AuditRecordCount
LoadOverdueLoans.
   PERFORM OpenLoanFileInput
   PERFORM OpenBookFileInput
   PERFORM OpenBorrowerFileInput
   READ LoanFile NEXT RECORD
     AT END SET EndOfLoanFile TO TRUE
   END-READ
   PERFORM CheckLoanFileStatus
   PERFORM UNTIL EndOfLoanFile
     *> A loan in a claimed-returned dispute is being looked for,
     *> not chased.
     IF LoanReturnDate = ZEROS AND LoanClaimDate = ZEROS AND
        LoanDueDate < TodaysDate
       PERFORM ReleaseOverdueLoan
     END-IF
     READ LoanFile NEXT RECORD
     PERFORM CheckLoanFileStatus
   END-PERFORM
   CLOSE LoanFile
   CLOSE BookFile
   CLOSE BorrowerFile.

ReleaseOverdueLoan.
   MOVE "DIFF" TO DateArithFunction
     NOT INVALID KEY
       MOVE BookTitle TO SortTitle
   END-READ
   *> Not yet grouped, or the borrower record gone: a household of
   *> one under the borrower's own number.
   MOVE LoanBorrowerNumber TO SortHouseholdId, BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       CONTINUE
     NOT INVALID KEY
       IF BorrowerHouseholdId IS NUMERIC AND
          BorrowerHouseholdId NOT = ZEROS
         MOVE BorrowerHouseholdId TO SortHouseholdId
       END-IF
   END-READ
   RELEASE SortRecord.

PrintNoticeLetters.
   PERFORM OpenBorrowerFileInput
   PERFORM OpenNoticeDispatch
   MOVE "OVD"     TO NoticeTypeCode
   MOVE "OVERDUE" TO NoticeMessageType
   MOVE "N" TO FirstLetterStatus
   MOVE "N" TO RoutingStatus
   RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   PERFORM UNTIL EndOfSortFile
     IF NOT RoutingStarted OR
        SortBorrowerNumber NOT EQUAL TO RoutedBorrowerNumber
       PERFORM SendElectronicNotice
       PERFORM RouteBorrowerNotice
     END-IF
     EVALUATE TRUE
       WHEN NoticeByPost
         PERFORM PrintLetterDetail
       WHEN NoticeNotWanted
         CONTINUE
       WHEN OTHER
         PERFORM AddOverdueToNotice
     END-EVALUATE
     ADD 1 TO OverdueCount
     RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   END-PERFORM
   PERFORM SendElectronicNotice
   IF LetterCount > ZERO
     PERFORM WriteLetterClose
   END-IF
   IF NoticeDispatchFileStatus EQUAL TO "00"
     CLOSE NoticeDispatchFile
   END-IF
   CLOSE BorrowerFile.

*> Decided once per borrower, on the first of their overdue loans:
*> the household letter for the posted ones, a message of their own
*> for e-mail and SMS.
RouteBorrowerNotice.
   MOVE SortBorrowerNumber TO RoutedBorrowerNumber, BorrowerNumber
   MOVE "Y" TO RoutingStatus
   READ BorrowerFile
     INVALID KEY
       MOVE "P" TO NoticeChannel
     NOT INVALID KEY
       PERFORM ChooseNoticeChannel
   END-READ
   EVALUATE TRUE
     WHEN NoticeNotWanted
       ADD 1 TO NoticeNotWantedCount
     WHEN NoticeByEmail
       PERFORM StartNoticeBody
       STRING "Dear " BorrowerName DELIMITED BY "  "
              ", our records show these library loans are overdue:"
              DELIMITED BY SIZE INTO NoticeBodyPiece
       PERFORM AddToNoticeBody
     WHEN NoticeBySms
       PERFORM StartNoticeBody
       MOVE SortDueDate TO NoticeOldestDue
   END-EVALUATE.

*> The paper letter: one per household, each posted member's loans
*> under their own name.
PrintLetterDetail.
   IF NOT FirstLetterStarted OR
      SortHouseholdId NOT EQUAL TO PrevHouseholdId
     IF LetterCount > ZERO
       PERFORM WriteLetterClose
     END-IF
     PERFORM WriteLetterHead
     MOVE SortHouseholdId TO PrevHouseholdId
     MOVE "Y" TO FirstLetterStatus
     ADD 1 TO LetterCount
     PERFORM WriteMemberHead
    ELSE
     IF SortBorrowerNumber NOT EQUAL TO PrevBorrowerNumber
       MOVE SPACES TO NoticeLine
       WRITE NoticeLine
       PERFORM WriteMemberHead
     END-IF
   END-IF
   MOVE SortTitle      TO PrnNoticeTitle
   MOVE SortCopyNumber TO PrnNoticeCopy
   MOVE SortDueDate    TO PrnNoticeDueDate
   MOVE SortDaysLate   TO PrnNoticeDaysLate
   WRITE NoticeLine FROM LetterDetail.

*> The e-mail lists every title; an SMS only has room to say how
*> old the oldest one is, and the loans arrive oldest first.
AddOverdueToNotice.
   IF NoticeByEmail
     STRING SortTitle DELIMITED BY "  "
            " (copy " SortCopyNumber ", due " SortDueDate ");"
            DELIMITED BY SIZE INTO NoticeBodyPiece
     PERFORM AddNoticeItem
    ELSE
     ADD 1 TO NoticeItemCount
   END-IF.

SendElectronicNotice.
   IF NoticeIsPending
     IF NoticeBySms
       STRING "Library: you have overdue loans, the oldest due "
              NoticeOldestDue ". Please return or renew them;"
              " fines accrue daily."
              DELIMITED BY SIZE INTO NoticeBodyPiece
       PERFORM AddToNoticeBody
      ELSE
       MOVE "Please return these items, or renew them at the desk,"
         TO NoticeBodyPiece
       PERFORM AddToNoticeBody
       MOVE "as soon as possible. Fines accrue for every day past the"
         TO NoticeBodyPiece
       PERFORM AddToNoticeBody
       MOVE "due date. If you have already returned them, please"
         TO NoticeBodyPiece
       PERFORM AddToNoticeBody
       MOVE "disregard this notice. -- The library" TO NoticeBodyPiece
       PERFORM AddToNoticeBody
     END-IF
     PERFORM WriteNoticeDispatch
   END-IF.

WriteLetterHead.
   MOVE TodaysDate TO PrnNoticeDate
   IF LetterCount > ZERO
    ELSE
     WRITE NoticeLine FROM LetterHead1
   END-IF
   *> The envelope goes to the first household member on the
   *> letter; everyone in a household shares the address.
   MOVE SortBorrowerNumber TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       MOVE "(unknown borrower)" TO PrnAddrName
       MOVE SPACES TO PrnAddrStreet, PrnAddrPostcode, PrnAddrCity
     NOT INVALID KEY
       MOVE BorrowerName     TO PrnAddrName
       MOVE BorrowerStreet   TO PrnAddrStreet
       MOVE BorrowerPostcode TO PrnAddrPostcode
       MOVE BorrowerCity     TO PrnAddrCity
   END-READ
   MOVE SPACES TO NoticeLine
   WRITE NoticeLine
   WRITE NoticeLine FROM AddressHeadLine1
   WRITE NoticeLine FROM AddressHeadLine3
   MOVE SPACES TO NoticeLine
   WRITE NoticeLine
   WRITE NoticeLine FROM LetterIntro
   MOVE SPACES TO NoticeLine
   WRITE NoticeLine.

*> One "To:" line per household member, ahead of their own loans.
WriteMemberHead.
   MOVE SortBorrowerNumber TO BorrowerNumber, PrnNoticeBorrowerNum
   READ BorrowerFile
     INVALID KEY
       MOVE "(unknown borrower)" TO PrnNoticeBorrower
     NOT INVALID KEY
       MOVE BorrowerName TO PrnNoticeBorrower
   END-READ
   WRITE NoticeLine FROM LetterHead2
   MOVE SortBorrowerNumber TO PrevBorrowerNumber.

WriteLetterClose.
   MOVE SPACES TO NoticeLine
   WRITE NoticeLine

COPY AuditLog.

COPY NoticeDispatch.

END PROGRAM OverdueNotices.
