*> Borrowers from before expiry tracking (zero dates) never expire
*> and are left off the list. NightlyBatch runs this on the first
*> of the month alongside the audit-log housekeeping.
*> The same memberships also get a renewal reminder letter in
*> MembershipRenewals.prt, sorted by household (BorrowerHouseholds)
*> so everyone at one address is reminded in one envelope.
*> Members who take their notices by e-mail or SMS (Borrower.dat
*> notice preference) are reminded by a message of their own in
*> NoticeDispatch.dat for the messaging gateway instead, and those
*> who want no notices only appear on the chase list.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT ReportFile ASSIGN TO "MembershipExpiry.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT LetterFile ASSIGN TO "MembershipRenewals.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LetterFileStatus.
   SELECT NoticeDispatchFile ASSIGN TO "NoticeDispatch.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NoticeDispatchFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.
FD ReportFile.
01 ReportLine                PIC X(80).

SD SortFile.
01 SortRecord.
   88  EndOfSortFile                    VALUE HIGH-VALUES.
   02  SortHouseholdId       PIC 9(5).
   02  SortBorrowerNumber    PIC 9(5).
   02  SortBorrowerName      PIC X(30).
   02  SortExpiryDate        PIC 9(8).
   02  SortStreet            PIC X(30).
   02  SortCity              PIC X(20).
   02  SortPostcode          PIC X(8).
   02  SortChannel           PIC X.
   02  SortAddress           PIC X(40).

FD LetterFile.
01 LetterLine                PIC X(80).

FD NoticeDispatchFile.
COPY NoticeDispatchRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY NoticeDispatchData.
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".
01 LetterFileStatus          PIC XX     VALUE "00".

01 TodaysDate                PIC 9(8)   VALUE ZEROS.
01 WindowEndDate             PIC 9(8)   VALUE ZEROS.
01 BorrowersChecked          PIC 9(6)   VALUE ZERO.
01 ExpiringCount             PIC 9(6)   VALUE ZERO.
01 LetterCount               PIC 9(6)   VALUE ZERO.
01 PrevHouseholdId           PIC 9(5)   VALUE ZEROS.
01 FirstLetterStatus         PIC X      VALUE "N".
   88 FirstLetterStarted                VALUE "Y".

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
      VALUE "Memberships on the list:  ".
   02 PrnExpiringCount       PIC ZZZZZ9.

01 LetterHead1.
   02 FILLER                 PIC X(30)
      VALUE "MEMBERSHIP RENEWAL    --      ".
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
01 LetterIntro               PIC X(60)
   VALUE "These library memberships at your address need renewing:".
01 LetterDetail.
   02 FILLER                 PIC X(3)   VALUE SPACES.
   02 PrnMemberName          PIC X(30).
   02 FILLER                 PIC X(11)  VALUE " (borrower ".
   02 PrnMemberNumber        PIC 9(5).
   02 FILLER                 PIC X(10)  VALUE ") expires ".
   02 PrnMemberExpiry        PIC 9(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnMemberFlag          PIC X(11).
01 LetterClose1              PIC X(60)
   VALUE "A lapsed card cannot borrow or reserve. Renew at the desk".
01 LetterClose2              PIC X(60)
   VALUE "to keep borrowing.  --  The library".

PROCEDURE DIVISION.
Begin.
   PERFORM OpenAuditLog
   MOVE SPACES TO ReportLine
   WRITE ReportLine

   OPEN OUTPUT LetterFile
   IF LetterFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create MembershipRenewals.prt, status: "
             LetterFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF

   PERFORM OpenNoticeDispatch
   MOVE "REN"     TO NoticeTypeCode
   MOVE "RENEWAL" TO NoticeMessageType

   SORT SortFile ON ASCENDING KEY SortHouseholdId SortBorrowerNumber
        INPUT PROCEDURE IS ScanMemberships
        OUTPUT PROCEDURE IS PrintRenewalLetters
   CLOSE LetterFile
   IF NoticeDispatchFileStatus EQUAL TO "00"
     CLOSE NoticeDispatchFile
   END-IF

   IF ExpiringCount = ZERO
     MOVE "  (none)" TO ReportLine
   CLOSE ReportFile
   DISPLAY "Membership expiry list written to MembershipExpiry.prt "
           "(" PrnExpiringCount " of " BorrowersChecked
           " borrower(s)); " LetterCount " renewal letter(s) in "
           "MembershipRenewals.prt, " NoticeDispatchCount
           " by e-mail/SMS to NoticeDispatch.dat, "
           NoticeNotWantedCount " not wanting notices."

   MOVE "END"          TO AuditEventType
   MOVE ExpiringCount  TO AuditRecordCount
   END-IF
   STOP RUN.

ScanMemberships.
   PERFORM OpenBorrowerFileInput
   READ BorrowerFile NEXT RECORD
     AT END SET EndOfBorrowerFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBorrowerFile
     ADD 1 TO BorrowersChecked
     PERFORM CheckOneMembership
     READ BorrowerFile NEXT RECORD
       AT END SET EndOfBorrowerFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE BorrowerFile.

CheckOneMembership.
   IF BorrowerExpiryDate NOT = ZEROS AND
      BorrowerExpiryDate NOT > WindowEndDate
     END-IF
     WRITE ReportLine FROM DetailLine
     ADD 1 TO ExpiringCount
     PERFORM ReleaseRenewalLetter
   END-IF.

*> Not yet grouped: a household of one under the borrower's own
*> number.
ReleaseRenewalLetter.
   IF BorrowerHouseholdId IS NUMERIC AND
      BorrowerHouseholdId NOT = ZEROS
     MOVE BorrowerHouseholdId TO SortHouseholdId
    ELSE
     MOVE BorrowerNumber TO SortHouseholdId
   END-IF
   MOVE BorrowerNumber     TO SortBorrowerNumber
   MOVE BorrowerName       TO SortBorrowerName
   MOVE BorrowerExpiryDate TO SortExpiryDate
   MOVE BorrowerStreet     TO SortStreet
   MOVE BorrowerCity       TO SortCity
   MOVE BorrowerPostcode   TO SortPostcode
   PERFORM ChooseNoticeChannel
   MOVE NoticeChannel      TO SortChannel
   MOVE NoticeAddress      TO SortAddress
   RELEASE SortRecord.

PrintRenewalLetters.
   MOVE "N" TO FirstLetterStatus
   RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   PERFORM UNTIL EndOfSortFile
     MOVE SortChannel TO NoticeChannel
     EVALUATE TRUE
       WHEN NoticeByPost
         PERFORM PrintLetterDetail
       WHEN NoticeNotWanted
         ADD 1 TO NoticeNotWantedCount
       WHEN OTHER
         PERFORM SendRenewalNotice
     END-EVALUATE
     RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   END-PERFORM
   IF LetterCount > ZERO
     PERFORM WriteLetterClose
   END-IF.

*> The paper letter: one per household, each posted member on a
*> line of their own.
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
   END-IF
   MOVE SortBorrowerName   TO PrnMemberName
   MOVE SortBorrowerNumber TO PrnMemberNumber
   MOVE SortExpiryDate     TO PrnMemberExpiry
   IF SortExpiryDate < TodaysDate
     MOVE "(lapsed)" TO PrnMemberFlag
    ELSE
     MOVE SPACES TO PrnMemberFlag
   END-IF
   WRITE LetterLine FROM LetterDetail.

*> E-mail and SMS reminders go to each member on their own.
SendRenewalNotice.
   MOVE SortAddress        TO NoticeAddress
   MOVE SortBorrowerNumber TO NoticeBorrowerNumber
   PERFORM StartNoticeBody
   IF NoticeByEmail
     STRING "Dear " SortBorrowerName DELIMITED BY "  "
            ", your library membership (borrower "
            SortBorrowerNumber ")" DELIMITED BY SIZE
            INTO NoticeBodyPiece
     PERFORM AddToNoticeBody
    ELSE
     MOVE "Library: your membership" TO NoticeBodyPiece
     PERFORM AddToNoticeBody
   END-IF
   IF SortExpiryDate < TodaysDate
     STRING "lapsed on " SortExpiryDate "."
            DELIMITED BY SIZE INTO NoticeBodyPiece
    ELSE
     STRING "lapses on " SortExpiryDate "."
            DELIMITED BY SIZE INTO NoticeBodyPiece
   END-IF
   PERFORM AddToNoticeBody
   IF NoticeByEmail
     MOVE "A lapsed card cannot borrow or reserve. Renew at the desk"
       TO NoticeBodyPiece
     PERFORM AddToNoticeBody
     MOVE "to keep borrowing. -- The library" TO NoticeBodyPiece
    ELSE
     MOVE "Renew at the desk to keep borrowing." TO NoticeBodyPiece
   END-IF
   PERFORM AddToNoticeBody
   PERFORM WriteNoticeDispatch.

*> Addressed to the first household member on the letter; everyone
*> in a household shares the address.
WriteLetterHead.
   MOVE TodaysDate TO PrnLetterDate
   IF LetterCount > ZERO
     WRITE LetterLine FROM LetterHead1 AFTER ADVANCING PAGE
    ELSE
     WRITE LetterLine FROM LetterHead1
   END-IF
   MOVE SortBorrowerName TO PrnAddrName
   MOVE SortStreet       TO PrnAddrStreet
   MOVE SortPostcode     TO PrnAddrPostcode
   MOVE SortCity         TO PrnAddrCity
   MOVE SPACES TO LetterLine
   WRITE LetterLine
   WRITE LetterLine FROM AddressHeadLine1
   WRITE LetterLine FROM AddressHeadLine2
   WRITE LetterLine FROM AddressHeadLine3
   MOVE SPACES TO LetterLine
   WRITE LetterLine
   WRITE LetterLine FROM LetterIntro
   MOVE SPACES TO LetterLine
   WRITE LetterLine.

WriteLetterClose.
   MOVE SPACES TO LetterLine
   WRITE LetterLine
   WRITE LetterLine FROM LetterClose1
   WRITE LetterLine FROM LetterClose2.

OpenBorrowerFileInput.
   OPEN INPUT BorrowerFile
   IF BorrowerFileStatus EQUAL TO "35"

COPY AuditLog.

COPY NoticeDispatch.

END PROGRAM MembershipExpiry.
