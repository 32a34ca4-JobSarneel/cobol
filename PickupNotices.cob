*> the OverdueNotices letter style with the window-envelope address
*> block, and is flagged as notified. Today a no-show silently
*> freezes a popular title forever; after this, a week is a week.
*> Ready entries are sorted by household (BorrowerHouseholds), so
*> a household with several books waiting gets one letter listing
*> each member's titles under their own name.
*> An expired copy rolls to the earliest queued hold that will take
*> it: one on its own ISBN, or an any-edition hold placed earlier on
*> another edition of the same work (Work.dat, see WorkMaint).
*> Borrowers who take their notices by e-mail or SMS (Borrower.dat
*> notice preference) get a message of their own in
*> NoticeDispatch.dat for the messaging gateway instead of a place
*> in the letter; those who want no notices get none.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          FILE STATUS IS BorrowerFileStatus.
   SELECT WorkFile ASSIGN TO "Work.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS WrkBSN
          ALTERNATE RECORD KEY IS WrkWorkKey WITH DUPLICATES
          ALTERNATE RECORD KEY IS WrkSeriesName WITH DUPLICATES
          FILE STATUS IS WorkFileStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT NoticeFile ASSIGN TO "PickupNotices.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NoticeFileStatus.
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT NoticeDispatchFile ASSIGN TO "NoticeDispatch.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NoticeDispatchFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.
FD BorrowerFile.
COPY BorrowerRecord.

FD WorkFile.
COPY WorkRecord.

SD SortFile.
01 SortRecord.
   88  EndOfSortFile                    VALUE HIGH-VALUES.
   02  SortHouseholdId       PIC 9(5).
   02  SortBorrowerNumber    PIC 9(5).
   02  SortHoldUntilDate     PIC 9(8).
   02  SortTitle             PIC X(25).

FD NoticeFile.
01 NoticeLine                PIC X(80).

FD LoanPolicyFile.
COPY LoanPolicyRecord.

FD NoticeDispatchFile.
COPY NoticeDispatchRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY NoticeDispatchData.
COPY LoanPolicyData.
01 PickupFileStatus          PIC XX     VALUE "00".
01 HoldFileStatus            PIC XX     VALUE "00".
01 BookFileStatus            PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 NoticeFileStatus          PIC XX     VALUE "00".
01 WorkFileStatus            PIC XX     VALUE "00".

01 TodaysDate                PIC 9(8)   VALUE ZEROS.
01 NoticeCount               PIC 9(4)   VALUE ZERO.
01 ReadyCount                PIC 9(4)   VALUE ZERO.
01 PrevHouseholdId           PIC 9(5)   VALUE ZEROS.
01 PrevBorrowerNumber        PIC 9(5)   VALUE ZEROS.
01 FirstLetterStatus         PIC X      VALUE "N".
   88 FirstLetterStarted                VALUE "Y".
01 ExpiredCount              PIC 9(4)   VALUE ZERO.
01 RoutedBorrowerNumber      PIC 9(5)   VALUE ZEROS.
01 RoutingStatus             PIC X      VALUE "N".
   88 RoutingStarted                    VALUE "Y".
01 NoticeEarliestUntil       PIC 9(8)   VALUE ZEROS.
01 RolledCount               PIC 9(4)   VALUE ZERO.

*> Expiries collected first, applied after the scan -- the queue
   02 ExpiredEntry           OCCURS 200 TIMES.
      03 ExpBSN              PIC X(17).
      03 ExpSequence         PIC 9(4).
      03 ExpShelvedBSN       PIC X(17).
01 ExpiredHeld               PIC 9(3)   VALUE ZERO.
01 ExpiredIndex              PIC 9(3)   VALUE ZERO.

01 FirstHoldBorrower         PIC 9(5)   VALUE ZEROS.
01 firstHoldSequence         PIC 9(4)   VALUE ZERO.
01 rollBSN                   PIC X(17)  VALUE SPACES.
01 firstHoldBSN              PIC X(17)  VALUE SPACES.
01 firstHoldDate             PIC 9(8)   VALUE ZEROS.
01 currentWorkKey            PIC X(17)  VALUE SPACES.
01 linkedEditionCount        PIC 9(3)   VALUE ZERO.
01 LinkedEditionTable.
   02 LinkedEditionBSN       PIC X(17)  OCCURS 50 TIMES.
01 linkedEditionIndex        PIC 9(3)   VALUE ZERO.

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
   02 PrnAddrPostcode        PIC X(8).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnAddrCity            PIC X(20).
01 LetterBody1                PIC X(60)
   VALUE "The titles reserved below are waiting for you at the desk.".
01 LetterMemberHead.
   02 FILLER                 PIC X(4)   VALUE "To: ".
   02 PrnMemberName          PIC X(30).
   02 FILLER                 PIC X(11)  VALUE " (borrower ".
   02 PrnMemberNumber        PIC 9(5).
   02 FILLER                 PIC X(1)   VALUE ")".
01 LetterDetail.
   02 FILLER                 PIC X(3)   VALUE SPACES.
   02 PrnNoticeTitle         PIC X(25).
   02 FILLER                 PIC X(21)
      VALUE "  held for you until ".
   02 PrnHoldUntil           PIC 9(8).
01 LetterBody3                PIC X(60)
   VALUE "After that date each title goes to the next reader in".
01 LetterBody4                PIC X(40)
   VALUE "the queue.  --  The library".

PROCEDURE DIVISION.
Begin.
   CLOSE PickupFile
   DISPLAY "Pickup shelf: " ExpiredCount " entr(y/ies) expired, "
           RolledCount " rolled to the next borrower, "
           NoticeCount " notice(s) for " ReadyCount
           " ready title(s) written to PickupNotices.prt, "
           NoticeDispatchCount " by e-mail/SMS to NoticeDispatch.dat, "
           NoticeNotWantedCount " borrower(s) not wanting notices."

   MOVE "END"        TO AuditEventType
   MOVE NoticeCount  TO AuditRecordCount
           ADD 1 TO ExpiredHeld
           MOVE PkuBSN      TO ExpBSN(ExpiredHeld)
           MOVE PkuSequence TO ExpSequence(ExpiredHeld)
           MOVE PkuShelvedBSN TO ExpShelvedBSN(ExpiredHeld)
         END-IF
        ELSE
         DISPLAY "Could not expire pickup " PkuBSN "/" PkuSequence
             ADD 1 TO AuditErrorCount
         END-REWRITE
     END-READ
     *> The copy on the shelf is what rolls on -- another edition's
     *> when an any-edition hold had been filled from it.
     IF ExpShelvedBSN(ExpiredIndex) = SPACES
       MOVE ExpBSN(ExpiredIndex) TO rollBSN
      ELSE
       MOVE ExpShelvedBSN(ExpiredIndex) TO rollBSN
     END-IF
     PERFORM FindFirstQueuedHold
     MOVE rollBSN TO firstHoldBSN
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
       MOVE "R" TO HoldStatus
       REWRITE HoldRecord
     AT END SET EndOfHoldFile TO TRUE
   END-READ.

*> An any-edition hold queued on another edition of rollBSN's work
*> and placed before the first hold on rollBSN itself takes the
*> copy instead; firstHold* then name that hold.
FindAnyEditionHold.
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

*> The other ISBNs of rollBSN's work into LinkedEditionTable --
*> none when it is in no work or Work.dat has not been set up.
LoadLinkedEditions.
   MOVE ZERO TO linkedEditionCount
   OPEN INPUT WorkFile
   IF WorkFileStatus EQUAL TO "00"
     MOVE rollBSN TO WrkBSN
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
       IF WrkBSN NOT = rollBSN AND linkedEditionCount < 50
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

CreatePickupEntry.
   MOVE firstHoldBSN      TO PkuBSN
   MOVE firstHoldSequence TO PkuSequence
   MOVE FirstHoldBorrower TO PkuBorrowerNumber
   IF firstHoldBSN = rollBSN
     MOVE SPACES TO PkuShelvedBSN
    ELSE
     MOVE rollBSN TO PkuShelvedBSN
   END-IF
   MOVE TodaysDate        TO PkuReadyDate
   MOVE "ADDD" TO DateArithFunction
   MOVE PolPickupDays TO DateArithDays
   END-IF
   PERFORM OpenBookFileInput
   PERFORM OpenBorrowerFileInput
   PERFORM OpenNoticeDispatch
   MOVE "PKU"    TO NoticeTypeCode
   MOVE "PICKUP" TO NoticeMessageType
   SORT SortFile ON ASCENDING KEY SortHouseholdId
                                  SortBorrowerNumber SortTitle
        INPUT PROCEDURE IS ReleaseReadyPickups
        OUTPUT PROCEDURE IS PrintPickupLetters
   IF NoticeDispatchFileStatus EQUAL TO "00"
     CLOSE NoticeDispatchFile
   END-IF
   CLOSE BorrowerFile
   CLOSE BookFile
   CLOSE NoticeFile.

*> Every ready entry not yet told goes to the sort and is flagged
*> as notified on the way past.
ReleaseReadyPickups.
   MOVE LOW-VALUES TO PkuKey
   START PickupFile KEY IS NOT LESS THAN PkuKey
     INVALID KEY
   END-START
   PERFORM UNTIL EndOfPickupFile
     IF PkuStatus = "R" AND PkuNoticeFlag = "N"
       PERFORM ReleaseOnePickup
       MOVE "Y" TO PkuNoticeFlag
       REWRITE PickupRecord
         INVALID KEY
     READ PickupFile NEXT RECORD
       AT END SET EndOfPickupFile TO TRUE
     END-READ
   END-PERFORM.

ReleaseOnePickup.
   MOVE PkuBorrowerNumber TO SortBorrowerNumber
   MOVE PkuHoldUntilDate  TO SortHoldUntilDate
   *> The letter names the edition actually waiting on the shelf.
   IF PkuShelvedBSN = SPACES
     MOVE PkuBSN TO BSN
    ELSE
     MOVE PkuShelvedBSN TO BSN
   END-IF
   READ BookFile
     INVALID KEY
       MOVE "(title not in Book.dat)" TO SortTitle
     NOT INVALID KEY
       MOVE BookTitle TO SortTitle
   END-READ
   *> Not yet grouped, or the borrower record gone: a household of
   *> one under the borrower's own number.
   MOVE PkuBorrowerNumber TO SortHouseholdId, BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       CONTINUE
     NOT INVALID KEY
       IF BorrowerHouseholdId IS NUMERIC AND
          BorrowerHouseholdId NOT = ZEROS
         MOVE BorrowerHouseholdId TO SortHouseholdId
       END-IF
   END-READ
   RELEASE SortRecord
   ADD 1 TO ReadyCount.

PrintPickupLetters.
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
         PERFORM AddPickupToNotice
     END-EVALUATE
     RETURN SortFile AT END SET EndOfSortFile TO TRUE END-RETURN
   END-PERFORM
   PERFORM SendElectronicNotice
   IF NoticeCount > ZERO
     PERFORM WriteLetterClose
   END-IF.

*> Decided once per borrower, on the first of their titles: the
*> household letter for the posted ones, a message of their own
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
              ", the titles you reserved are waiting for you at the"
              " desk:" DELIMITED BY SIZE INTO NoticeBodyPiece
       PERFORM AddToNoticeBody
       MOVE SortHoldUntilDate TO NoticeEarliestUntil
     WHEN NoticeBySms
       PERFORM StartNoticeBody
       MOVE SortHoldUntilDate TO NoticeEarliestUntil
   END-EVALUATE.

*> The paper letter: one per household, each posted member's titles
*> under their own name.
PrintLetterDetail.
   IF NOT FirstLetterStarted OR
      SortHouseholdId NOT EQUAL TO PrevHouseholdId
     IF NoticeCount > ZERO
       PERFORM WriteLetterClose
     END-IF
     PERFORM WriteLetterHead
     MOVE SortHouseholdId TO PrevHouseholdId
     MOVE "Y" TO FirstLetterStatus
     ADD 1 TO NoticeCount
     PERFORM WriteMemberHead
    ELSE
     IF SortBorrowerNumber NOT EQUAL TO PrevBorrowerNumber
       MOVE SPACES TO NoticeLine
       WRITE NoticeLine
       PERFORM WriteMemberHead
     END-IF
   END-IF
   MOVE SortTitle         TO PrnNoticeTitle
   MOVE SortHoldUntilDate TO PrnHoldUntil
   WRITE NoticeLine FROM LetterDetail.

*> The titles arrive in title order, so the SMS keeps the earliest
*> hold-until date as it goes.
AddPickupToNotice.
   IF SortHoldUntilDate < NoticeEarliestUntil
     MOVE SortHoldUntilDate TO NoticeEarliestUntil
   END-IF
   IF NoticeByEmail
     STRING SortTitle DELIMITED BY "  "
            " (held for you until " SortHoldUntilDate ");"
            DELIMITED BY SIZE INTO NoticeBodyPiece
     PERFORM AddNoticeItem
    ELSE
     ADD 1 TO NoticeItemCount
   END-IF.

SendElectronicNotice.
   IF NoticeIsPending
     IF NoticeBySms
       STRING "Library: your reserved book(s) are ready at the desk,"
              " held until " NoticeEarliestUntil
              ". After that they go to the next reader."
              DELIMITED BY SIZE INTO NoticeBodyPiece
       PERFORM AddToNoticeBody
      ELSE
       MOVE "After that date each title goes to the next reader in"
         TO NoticeBodyPiece
       PERFORM AddToNoticeBody
       MOVE "the queue. -- The library" TO NoticeBodyPiece
       PERFORM AddToNoticeBody
     END-IF
     PERFORM WriteNoticeDispatch
   END-IF.

WriteLetterHead.
   MOVE TodaysDate TO PrnNoticeDate
   IF NoticeCount > ZERO
     *> Page feed between letters so each one starts on its own
    ELSE
     WRITE NoticeLine FROM LetterHead1
   END-IF
   *> The envelope goes to the first household member on the
   *> letter; everyone in a household shares the address.
   MOVE SortBorrowerNumber TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       MOVE "(unknown borrower)" TO PrnAddrName
   WRITE NoticeLine FROM AddressHeadLine3
   MOVE SPACES TO NoticeLine
   WRITE NoticeLine
   WRITE NoticeLine FROM LetterBody1
   MOVE SPACES TO NoticeLine
   WRITE NoticeLine.

*> One "To:" line per household member, ahead of their own titles.
WriteMemberHead.
   MOVE SortBorrowerNumber TO BorrowerNumber, PrnMemberNumber
   READ BorrowerFile
     INVALID KEY
       MOVE "(unknown borrower)" TO PrnMemberName
     NOT INVALID KEY
       MOVE BorrowerName TO PrnMemberName
   END-READ
   WRITE NoticeLine FROM LetterMemberHead
   MOVE SortBorrowerNumber TO PrevBorrowerNumber.

WriteLetterClose.
   MOVE SPACES TO NoticeLine
   WRITE NoticeLine
   WRITE NoticeLine FROM LetterBody3
   WRITE NoticeLine FROM LetterBody4.

OpenPickupFileIO.
   OPEN I-O PickupFile

COPY LoanPolicy.

COPY NoticeDispatch.

END PROGRAM PickupNotices.
