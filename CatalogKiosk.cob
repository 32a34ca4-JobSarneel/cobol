IDENTIFICATION DIVISION.
PROGRAM-ID. CatalogKiosk.
AUTHOR. Job Sarneel.
*> Public catalog inquiry for the terminal in the hall: FindBook
*> lives behind BookCollection's operator sign-on, so patrons used
*> to queue at the desk just to ask whether we have a book and
*> whether it is in. This runs with no sign-on and changes nothing
*> in the catalog. It searches by title word (through the nightly
*> TitleIndex.dat, the full scan when the index is missing or
*> stale), by author surname, or by subject (a code or a word of
*> its name), and lists each copy with its branch and status from
*> BookCopy.dat -- and the due date when it is out, but never who
*> has it -- and the titles its borrowers also borrowed, from the
*> nightly AlsoBorrowed.dat. A borrower who keys their number and kiosk PIN (set at
*> the desk in BorrowerMaintenance) sees their own loans, holds and
*> fines, and can place a hold under PlaceHold's rules: the same
*> closure, expiry, fine and overdue blocks, and the same recall of
*> a long-out copy when every copy is out. Three wrong PINs shut
*> the kiosk's self-service to that number until the next start.
*> The kiosk id -- the KIOSKID environment variable, "KIOS" when
*> not set -- stands in for the operator id on every AuditLog.dat
*> entry and journal record the kiosk writes: KSRCH for a search,
*> KPIN /KPINF/KPINL for a sign-on, its failure and the lockout,
*> KLOAN and KFINE for the account views, HOLD  for a hold placed
*> and KHLDX for one refused. The desk closes the kiosk with "#".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSN
          ALTERNATE RECORD KEY IS AuthSurname WITH DUPLICATES
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS BookFileStatus.
   SELECT LoanFile ASSIGN TO "BookLoan.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS LoanFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS BorrowerFileStatus.
   SELECT HoldFile ASSIGN TO "Hold.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS HoldFileStatus.
   SELECT CopyFile ASSIGN TO "BookCopy.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CopyKey
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS CopyFileStatus.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FineKey
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS FineFileStatus.
   SELECT SubjectFile ASSIGN TO "SubjectCodes.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SubjectCode
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS SubjectFileStatus.
   SELECT TitleIndexFile ASSIGN TO "TitleIndex.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TitleIndexStatus.
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT RecallNoticeFile ASSIGN TO "RecallNotices.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RecallNoticeStatus.
   SELECT AlsoBorrowedFile ASSIGN TO "AlsoBorrowed.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AlbBSN
          FILE STATUS IS AlsoBorrowedFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BookFile.
COPY BookDetailsRecord.

FD LoanFile.
COPY LoanRecord.

FD AlsoBorrowedFile.
COPY AlsoBorrowedRecord.

FD BorrowerFile.
COPY BorrowerRecord.

FD HoldFile.
COPY HoldRecord.

FD CopyFile.
COPY BookCopyRecord.

FD FineFile.
COPY FineRecord.

FD SubjectFile.
COPY SubjectRecord.

*> Nightly (word, BSN) index over the catalog titles, built by
*> TitleIndex; the header record carries the build date.
FD TitleIndexFile.
01 TitleIndexRecord.
   88 EndOfTitleIndex                   VALUE HIGH-VALUES.
   02 TixWord                PIC X(25).
   02 TixBSN                 PIC X(17).

FD LoanPolicyFile.
COPY LoanPolicyRecord.

*> Recall letters, one per recalled copy; OPEN EXTEND so they join
*> the desk's recalls in the day's print run.
FD RecallNoticeFile.
01 RecallNoticeLine          PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY LoanPolicyData.
COPY PasswordHashData.
COPY BorrowerBlockCheckData.
01 BookFileStatus            PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 HoldFileStatus            PIC XX     VALUE "00".
01 CopyFileStatus            PIC XX     VALUE "00".
01 FineFileStatus            PIC XX     VALUE "00".
01 SubjectFileStatus         PIC XX     VALUE "00".
01 TitleIndexStatus          PIC XX     VALUE "00".
01 RecallNoticeStatus        PIC XX     VALUE "00".
01 AlsoBorrowedFileStatus    PIC XX     VALUE "00".
01 suggestionIndex           PIC 9      VALUE ZERO.

01 kioskId                   PIC X(4)   VALUE SPACES.
01 kioskChoice               PIC X      VALUE SPACE.
01 KioskClosingStatus        PIC X      VALUE "N".
   88 KioskIsClosing                    VALUE "Y".
01 kioskToday                PIC 9(8)   VALUE ZEROS.
01 ActionCount               PIC 9(6)   VALUE ZERO.

01 JournalFileCode           PIC X(4)   VALUE SPACES.
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

01 DateArithFunction         PIC X(4).
01 DateArithDays             PIC S9(5)  VALUE ZERO.
01 DateArithValid            PIC X      VALUE "N".
   88 DateArithIsValid                  VALUE "Y".
01 ClosedDaysFunction        PIC X(4).
01 ClosedDaysResult          PIC 9(8)   VALUE ZEROS.
01 ClosedDaysCount           PIC S9(5)  VALUE ZERO.
01 ClosedDaysValid           PIC X      VALUE "N".
   88 ClosedDaysIsValid                 VALUE "Y".

*> Searching. A kiosk screen holds only so much: the list stops at
*> MaxTitlesShown titles with a hint to narrow the search.
01 searchText                PIC X(25)  VALUE SPACES.
01 upperSearchText           PIC X(25)  VALUE SPACES.
01 searchLength              PIC 9(2)   VALUE ZERO.
01 scanPosition              PIC 9(2)   VALUE ZERO.
01 lastScanStart             PIC 9(2)   VALUE ZERO.
01 upperTitle                PIC X(25)  VALUE SPACES.
01 upperSubjectName          PIC X(25)  VALUE SPACES.
01 TextMatchStatus           PIC X      VALUE "N".
   88 TextMatches                       VALUE "Y".
01 TitlesShown               PIC 9(3)   VALUE ZERO.
01 MaxTitlesShown            PIC 9(3)   VALUE 20.
01 indexBuildDate            PIC 9(8)   VALUE ZEROS.
01 indexAgeDays              PIC S9(5)  VALUE ZERO.
01 IndexSearchStatus         PIC X      VALUE "N".
   88 IndexSearchDone                   VALUE "Y".
01 MatchedBsnTable.
   02 MatchedBSN             PIC X(17)  OCCURS 50 TIMES.
01 MatchedBsnCount           PIC 9(3)   VALUE ZERO.
01 matchedBsnIndex           PIC 9(3)   VALUE ZERO.
01 BsnAlreadyListed          PIC X      VALUE "N".
   88 BsnIsListed                       VALUE "Y".
01 SubjectCodeTable.
   02 MatchedSubject         PIC X(4)   OCCURS 10 TIMES.
01 MatchedSubjectCount       PIC 9(2)   VALUE ZERO.
01 subjectIndex              PIC 9(2)   VALUE ZERO.
01 subjectSlot               PIC 9      VALUE ZERO.
01 copiesTotal               PIC 9(2)   VALUE ZERO.
01 copyIndex                 PIC 9(2)   VALUE ZERO.
01 copyStatusText            PIC X(34)  VALUE SPACES.
01 branchName                PIC X(20)  VALUE SPACES.

*> The signed-on patron, and the numbers locked out of the
*> kiosk's self-service after three wrong PINs.
01 PatronSignedOnStatus      PIC X      VALUE "N".
   88 PatronIsSignedOn                  VALUE "Y".
01 PatronDoneStatus          PIC X      VALUE "N".
   88 PatronIsDone                      VALUE "Y".
01 patronChoice              PIC X      VALUE SPACE.
01 borrowerInput             PIC 9(5)   VALUE ZEROS.
01 pinInput                  PIC X(6)   VALUE SPACES.
01 pinAttempts               PIC 9      VALUE ZERO.
01 PinCheckStatus            PIC X      VALUE "N".
   88 PinIsRight                        VALUE "Y".
01 LockedTable.
   02 LockedBorrower         PIC 9(5)   OCCURS 50 TIMES.
01 LockedCount               PIC 9(2)   VALUE ZERO.
01 lockedIndex               PIC 9(2)   VALUE ZERO.
01 BorrowerLockStatus        PIC X      VALUE "N".
   88 BorrowerIsLockedOut               VALUE "Y".
01 patronLineCount           PIC 9(3)   VALUE ZERO.
01 fineOutstanding           PIC 9(4)V99 VALUE ZERO.
01 BorrowerBilledTotal       PIC 9(5)V99 VALUE ZERO.
01 BorrowerAgencyTotal       PIC 9(5)V99 VALUE ZERO.
01 BorrowerOpenLoans         PIC 9(3)   VALUE ZERO.
01 PrnFineOutstanding        PIC Z,ZZ9.99.

*> Holds: the same queue PlaceHold writes, and its recall of the
*> long-out copy when no copy is free.
01 searchBSN                 PIC X(17)  VALUE SPACES.
01 NextHoldSequence          PIC 9(4)   VALUE ZERO.
01 HeldAlreadyStatus         PIC X      VALUE "N".
   88 TitleAlreadyHeld                  VALUE "Y".
01 availableCopy             PIC 9(2)   VALUE ZERO.
01 CopyServiceStatus         PIC X      VALUE "Y".
   88 CopyInService                     VALUE "Y".
01 recallToday               PIC 9(8)   VALUE ZEROS.
01 recallCopy                PIC 9(2)   VALUE ZERO.
01 recallCopyDue             PIC 9(8)   VALUE ZEROS.
01 recallNewDue              PIC 9(8)   VALUE ZEROS.
01 recallOutDays             PIC S9(5)  VALUE ZERO.
01 RecallPendingStatus       PIC X      VALUE "N".
   88 RecallAlreadyPending              VALUE "Y".
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

PROCEDURE DIVISION.
Begin.
   ACCEPT kioskId FROM ENVIRONMENT "KIOSKID"
   IF kioskId = SPACES
     MOVE "KIOS" TO kioskId
   END-IF
   MOVE kioskId TO AuditOperatorId
   *> Block refusals are worded for the borrower at the screen.
   MOVE "P" TO BlockAudience
   *> Every journal record the kiosk causes carries the kiosk id,
   *> the way a desk sign-on's does.
   MOVE "OPER"  TO JournalFileCode
   MOVE kioskId TO JournalBefore
   CALL "JournalWriter" USING JournalFileCode JournalOperation
                              JournalBefore JournalAfter
   MOVE SPACES TO JournalBefore
   PERFORM OpenAuditLog
   MOVE "CatalogKiosk" TO AuditProgramName
   MOVE "START"        TO AuditEventType
   PERFORM LogAuditEvent
   PERFORM LoadLoanPolicy

   PERFORM KioskMenu UNTIL KioskIsClosing

   MOVE "END"       TO AuditEventType
   MOVE ActionCount TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

*> Each pass of the menu starts with nobody signed on, so the next
*> patron never inherits the last one's account.
KioskMenu.
   MOVE "N" TO PatronSignedOnStatus
   DISPLAY " "
   DISPLAY "Library catalog -- search by (t) title word, "
           "(a) author surname, (s) subject, or (m) see your "
           "own loans, fines and holds: " WITH NO ADVANCING
   MOVE SPACE TO kioskChoice
   ACCEPT kioskChoice
   EVALUATE kioskChoice
     WHEN "t"
     WHEN "T"
       DISPLAY "Word from the title: " WITH NO ADVANCING
       PERFORM AcceptSearchText
       IF searchLength > ZERO
         PERFORM SearchByTitleWord
       END-IF
     WHEN "a"
     WHEN "A"
       DISPLAY "Author surname, as on the cover (e.g. Tolkien): "
               WITH NO ADVANCING
       PERFORM AcceptSearchText
       IF searchLength > ZERO
         PERFORM SearchByAuthor
       END-IF
     WHEN "s"
     WHEN "S"
       DISPLAY "Subject code or a word from the subject "
               "(e.g. ACCT or accounting): " WITH NO ADVANCING
       PERFORM AcceptSearchText
       IF searchLength > ZERO
         PERFORM SearchBySubject
       END-IF
     WHEN "m"
     WHEN "M"
       PERFORM PatronSignOn
       IF PatronIsSignedOn
         MOVE "N" TO PatronDoneStatus
         PERFORM PatronMenu UNTIL PatronIsDone
         DISPLAY "Signed out. Thank you."
       END-IF
     WHEN "#"
       MOVE "Y" TO KioskClosingStatus
     WHEN OTHER
       DISPLAY "Please press t, a, s or m."
   END-EVALUATE.

*> Leaves the text in searchText, its upper-case form in
*> upperSearchText and its length (to the last non-space) in
*> searchLength -- zero when nothing was typed.
AcceptSearchText.
   MOVE SPACES TO searchText
   ACCEPT searchText
   MOVE ZERO TO searchLength
   PERFORM VARYING scanPosition FROM 25 BY -1
           UNTIL scanPosition < 1 OR searchLength > 0
     IF searchText(scanPosition:1) NOT = SPACE
       MOVE scanPosition TO searchLength
     END-IF
   END-PERFORM
   MOVE searchText TO upperSearchText
   INSPECT upperSearchText CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   IF searchLength = ZERO
     DISPLAY "Nothing to search for."
    ELSE
     ADD 1 TO ActionCount
     MOVE kioskChoice TO AuditKeyValue(1:1)
     MOVE ":"         TO AuditKeyValue(2:1)
     MOVE searchText  TO AuditKeyValue(3:15)
     MOVE "KSRCH"     TO AuditEventType
     PERFORM LogAuditEvent
   END-IF.

*> The fast path is the nightly TitleIndex.dat, the way FindBook
*> uses it: collect the BSNs whose title words start with the word
*> and read only those. A missing index, or one more than a week
*> old, sends the search through the whole catalog instead (and
*> case-blind, which the desk's full scan is not).
SearchByTitleWord.
   MOVE ZERO TO TitlesShown
   MOVE "N" TO IndexSearchStatus
   OPEN INPUT TitleIndexFile
   IF TitleIndexStatus EQUAL TO "00"
     READ TitleIndexFile
       AT END SET EndOfTitleIndex TO TRUE
     END-READ
     IF EndOfTitleIndex OR TixWord NOT = "*BUILT*" OR
        TixBSN(1:8) IS NOT NUMERIC
       CONTINUE
      ELSE
       MOVE TixBSN(1:8) TO indexBuildDate
       ACCEPT kioskToday FROM DATE YYYYMMDD
       MOVE "DIFF" TO DateArithFunction
       CALL "DateArithmetic" USING DateArithFunction indexBuildDate
                                   kioskToday indexAgeDays
                                   DateArithValid
       IF DateArithIsValid AND indexAgeDays <= 7
         PERFORM CollectIndexMatches
         MOVE "Y" TO IndexSearchStatus
       END-IF
     END-IF
     CLOSE TitleIndexFile
   END-IF
   PERFORM OpenCatalogFiles
   IF IndexSearchDone
     PERFORM VARYING matchedBsnIndex FROM 1 BY 1
             UNTIL matchedBsnIndex > MatchedBsnCount
       MOVE MatchedBSN(matchedBsnIndex) TO BSN
       READ BookFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           PERFORM ShowTitleForPatron
       END-READ
     END-PERFORM
    ELSE
     READ BookFile NEXT RECORD
       AT END SET EndOfBookFile TO TRUE
     END-READ
     PERFORM CheckBookFileStatus
     PERFORM UNTIL EndOfBookFile
       PERFORM MatchTitleWord
       IF TextMatches
         PERFORM ShowTitleForPatron
       END-IF
       READ BookFile NEXT RECORD
         AT END SET EndOfBookFile TO TRUE
       END-READ
       PERFORM CheckBookFileStatus
     END-PERFORM
   END-IF
   PERFORM CloseCatalogFiles
   IF TitlesShown = ZERO
     DISPLAY "No title with '" searchText(1:searchLength)
             "' in it."
   END-IF.

CollectIndexMatches.
   MOVE ZERO TO MatchedBsnCount
   READ TitleIndexFile
     AT END SET EndOfTitleIndex TO TRUE
   END-READ
   PERFORM UNTIL EndOfTitleIndex
     IF TixWord(1:searchLength) = upperSearchText(1:searchLength)
       PERFORM AddMatchedBsn
     END-IF
     READ TitleIndexFile
       AT END SET EndOfTitleIndex TO TRUE
     END-READ
   END-PERFORM.

*> The same BSN turns up once per matching word; list it once.
AddMatchedBsn.
   MOVE "N" TO BsnAlreadyListed
   PERFORM VARYING matchedBsnIndex FROM 1 BY 1
           UNTIL matchedBsnIndex > MatchedBsnCount OR BsnIsListed
     IF MatchedBSN(matchedBsnIndex) = TixBSN
       MOVE "Y" TO BsnAlreadyListed
     END-IF
   END-PERFORM
   IF NOT BsnIsListed AND MatchedBsnCount < 50
     ADD 1 TO MatchedBsnCount
     MOVE TixBSN TO MatchedBSN(MatchedBsnCount)
   END-IF.

MatchTitleWord.
   MOVE "N" TO TextMatchStatus
   MOVE BookTitle TO upperTitle
   INSPECT upperTitle CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   COMPUTE lastScanStart = 25 - searchLength + 1
   PERFORM VARYING scanPosition FROM 1 BY 1
           UNTIL scanPosition > lastScanStart OR TextMatches
     IF upperTitle(scanPosition:searchLength) =
        upperSearchText(1:searchLength)
       MOVE "Y" TO TextMatchStatus
     END-IF
   END-PERFORM.

*> Along the AuthSurname alternate key from the typed surname: every
*> surname that starts with it, so "Tolk" finds Tolkien too.
SearchByAuthor.
   MOVE ZERO TO TitlesShown
   PERFORM OpenCatalogFiles
   MOVE searchText TO AuthSurname
   START BookFile KEY IS NOT LESS THAN AuthSurname
     INVALID KEY
       SET EndOfBookFile TO TRUE
     NOT INVALID KEY
       READ BookFile NEXT RECORD
         AT END SET EndOfBookFile TO TRUE
       END-READ
       PERFORM CheckBookFileStatus
   END-START
   PERFORM UNTIL EndOfBookFile
     IF AuthSurname(1:searchLength) NOT = searchText(1:searchLength)
       SET EndOfBookFile TO TRUE
      ELSE
       PERFORM ShowTitleForPatron
       READ BookFile NEXT RECORD
         AT END SET EndOfBookFile TO TRUE
       END-READ
       PERFORM CheckBookFileStatus
     END-IF
   END-PERFORM
   PERFORM CloseCatalogFiles
   IF TitlesShown = ZERO
     DISPLAY "No author surname starting '"
             searchText(1:searchLength) "'. Surnames are spelt "
             "with a capital, as on the cover."
   END-IF.

*> A patron rarely knows the code: the typed text is tried as a
*> code first, then as a word anywhere in the subject names (up
*> to ten subjects), and the catalog is read once for any of them.
SearchBySubject.
   MOVE ZERO TO TitlesShown, MatchedSubjectCount
   OPEN INPUT SubjectFile
   IF SubjectFileStatus NOT EQUAL TO "00"
     DISPLAY "The subject list is not available just now."
    ELSE
     IF searchLength <= 4
       MOVE upperSearchText(1:4) TO SubjectCode
       READ SubjectFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO MatchedSubjectCount
           MOVE SubjectCode TO MatchedSubject(1)
           DISPLAY "Subject " SubjectCode " " SubjectName
       END-READ
     END-IF
     IF MatchedSubjectCount = ZERO
       PERFORM CollectSubjectsByName
     END-IF
     CLOSE SubjectFile
   END-IF
   IF MatchedSubjectCount > ZERO
     PERFORM OpenCatalogFiles
     READ BookFile NEXT RECORD
       AT END SET EndOfBookFile TO TRUE
     END-READ
     PERFORM CheckBookFileStatus
     PERFORM UNTIL EndOfBookFile
       MOVE "N" TO TextMatchStatus
       PERFORM VARYING subjectSlot FROM 1 BY 1 UNTIL subjectSlot > 3
         PERFORM VARYING subjectIndex FROM 1 BY 1
                 UNTIL subjectIndex > MatchedSubjectCount
           IF BookSubjectCode(subjectSlot) =
              MatchedSubject(subjectIndex)
             MOVE "Y" TO TextMatchStatus
           END-IF
         END-PERFORM
       END-PERFORM
       IF TextMatches
         PERFORM ShowTitleForPatron
       END-IF
       READ BookFile NEXT RECORD
         AT END SET EndOfBookFile TO TRUE
       END-READ
       PERFORM CheckBookFileStatus
     END-PERFORM
     PERFORM CloseCatalogFiles
   END-IF
   IF TitlesShown = ZERO
     DISPLAY "Nothing held under '" searchText(1:searchLength)
             "'."
   END-IF.

CollectSubjectsByName.
   MOVE LOW-VALUES TO SubjectCode
   START SubjectFile KEY IS NOT LESS THAN SubjectCode
     INVALID KEY
       SET EndOfSubjectFile TO TRUE
     NOT INVALID KEY
       READ SubjectFile NEXT RECORD
         AT END SET EndOfSubjectFile TO TRUE
       END-READ
   END-START
   COMPUTE lastScanStart = 25 - searchLength + 1
   PERFORM UNTIL EndOfSubjectFile
     MOVE SubjectName TO upperSubjectName
     INSPECT upperSubjectName CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE "N" TO TextMatchStatus
     PERFORM VARYING scanPosition FROM 1 BY 1
             UNTIL scanPosition > lastScanStart OR TextMatches
       IF upperSubjectName(scanPosition:searchLength) =
          upperSearchText(1:searchLength)
         MOVE "Y" TO TextMatchStatus
       END-IF
     END-PERFORM
     IF TextMatches AND MatchedSubjectCount < 10
       ADD 1 TO MatchedSubjectCount
       MOVE SubjectCode TO MatchedSubject(MatchedSubjectCount)
       DISPLAY "Subject " SubjectCode " " SubjectName
     END-IF
     READ SubjectFile NEXT RECORD
       AT END SET EndOfSubjectFile TO TRUE
     END-READ
   END-PERFORM.

*> One title with a line per copy: branch, and on the shelf / out
*> until a date / somewhere else. Never the borrower -- this is a
*> public screen. BookDetails must be current; LoanFile and
*> CopyFile open. Withdrawn copies are not shown.
ShowTitleForPatron.
   ADD 1 TO TitlesShown
   IF TitlesShown > MaxTitlesShown
     IF TitlesShown = MaxTitlesShown + 1
       DISPLAY "(More titles match -- try a longer word.)"
     END-IF
    ELSE
     DISPLAY " "
     DISPLAY BookTitle " / " AuthSurname " " AuthForename
             " (" BookYearOfAppearance ")"
     DISPLAY "   ISBN " BSN
     *> Weeded copies keep their numbers, so the copies still owned
     *> can sit anywhere up to the highest.
     COMPUTE copiesTotal = BookCopyCount + BookWithdrawnCopies
     IF copiesTotal = ZERO
       MOVE 1 TO copiesTotal
     END-IF
     IF BookCopyCount = ZERO AND BookClosedDate NOT = ZEROS
       DISPLAY "   No longer held by the library."
     END-IF
     PERFORM VARYING copyIndex FROM 1 BY 1
             UNTIL copyIndex > copiesTotal
       PERFORM ShowCopyForPatron
     END-PERFORM
     PERFORM ShowAlsoBorrowedForPatron
   END-IF.

*> The nightly "also borrowed" suggestions for the title -- titles
*> and authors only; the counts stay at the desk.
ShowAlsoBorrowedForPatron.
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
                   AlbOtherSurname(suggestionIndex)
         END-PERFORM
     END-READ
   END-IF.

ShowCopyForPatron.
   MOVE BSN       TO CopyBSN
   MOVE copyIndex TO CopyNumber
   READ CopyFile
     INVALID KEY
       *> A legacy copy with no BookCopy.dat record: main branch,
       *> in service.
       MOVE "A"    TO CopyStatus
       MOVE SPACES TO CopyBranch, CopyTransferTo
   END-READ
   IF CopyStatus NOT = "W"
     EVALUATE CopyBranch
       WHEN "AX "
         MOVE "Annex reading room" TO branchName
       WHEN "MN "
       WHEN SPACES
         MOVE "Main building" TO branchName
       WHEN OTHER
         MOVE CopyBranch TO branchName
     END-EVALUATE
     MOVE SPACES TO copyStatusText
     MOVE BSN       TO LoanBSN
     MOVE copyIndex TO LoanCopyNumber
     READ LoanFile
       INVALID KEY
         MOVE ZEROS TO LoanDueDate
         MOVE 1     TO LoanReturnDate
     END-READ
     IF LoanReturnDate = ZEROS
       STRING "Out on loan, due back " LoanDueDate
              DELIMITED BY SIZE INTO copyStatusText
      ELSE
       EVALUATE CopyStatus
         WHEN "A"
         WHEN "L"
           MOVE "On the shelf" TO copyStatusText
         WHEN "B"
           MOVE "Away for repair" TO copyStatusText
         WHEN "T"
           STRING "In transit to branch " CopyTransferTo
                  DELIMITED BY SIZE INTO copyStatusText
         WHEN "I"
           MOVE "Lent to another library" TO copyStatusText
         WHEN OTHER
           MOVE "Not available -- ask at the desk"
             TO copyStatusText
       END-EVALUATE
     END-IF
     DISPLAY "   Copy " copyIndex "  " branchName "  "
             copyStatusText
   END-IF.

*> Borrower number and PIN; up to three goes at the PIN, then the
*> number is shut out of the kiosk until it next starts. A wrong
*> number and a wrong PIN get the same answer, so the screen
*> gives away nothing about who is registered.
PatronSignOn.
   DISPLAY "Your borrower number: " WITH NO ADVANCING
   MOVE ZEROS TO borrowerInput
   ACCEPT borrowerInput
   MOVE "N" TO BorrowerLockStatus
   PERFORM VARYING lockedIndex FROM 1 BY 1
           UNTIL lockedIndex > LockedCount
     IF LockedBorrower(lockedIndex) = borrowerInput
       MOVE "Y" TO BorrowerLockStatus
     END-IF
   END-PERFORM
   IF BorrowerIsLockedOut
     DISPLAY "Self-service is closed for this number today. "
             "Please ask at the desk."
    ELSE
     MOVE ZERO TO pinAttempts
     MOVE "N" TO PinCheckStatus
     PERFORM CheckPatronPin UNTIL PinIsRight OR pinAttempts >= 3
     ADD 1 TO ActionCount
     MOVE borrowerInput TO AuditKeyValue
     IF PinIsRight
       MOVE "Y" TO PatronSignedOnStatus
       MOVE "KPIN " TO AuditEventType
       PERFORM LogAuditEvent
       DISPLAY "Welcome, " CurrentBorrowerName
      ELSE
       IF LockedCount < 50
         ADD 1 TO LockedCount
         MOVE borrowerInput TO LockedBorrower(LockedCount)
       END-IF
       MOVE "KPINL" TO AuditEventType
       PERFORM LogAuditEvent
       DISPLAY "Too many wrong PINs. Please ask at the desk."
     END-IF
   END-IF.

CheckPatronPin.
   ADD 1 TO pinAttempts
   DISPLAY "PIN: " WITH NO ADVANCING
   MOVE SPACES TO pinInput
   ACCEPT pinInput WITH NO-ECHO
   PERFORM OpenBorrowerFileInput
   MOVE borrowerInput TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       MOVE ZEROS TO BorrowerPinHash
   END-READ
   CLOSE BorrowerFile
   IF BorrowerPinHash IS NUMERIC AND BorrowerPinHash NOT = ZEROS
     MOVE pinInput TO HashPinText
     MOVE borrowerInput TO HashPinBorrower
     PERFORM HashBorrowerPin
     IF HashResult = BorrowerPinHash
       MOVE "Y" TO PinCheckStatus
       MOVE BorrowerName       TO CurrentBorrowerName
       MOVE BorrowerExpiryDate TO CurrentExpiryDate
       MOVE BorrowerCloseFlag  TO CurrentCloseFlag
     END-IF
   END-IF
   MOVE SPACES TO pinInput, HashPinText
   IF NOT PinIsRight
     MOVE borrowerInput TO AuditKeyValue
     MOVE "KPINF" TO AuditEventType
     PERFORM LogAuditEvent
     DISPLAY "That number and PIN do not match. (A PIN is set up "
             "at the desk.)"
   END-IF.

PatronMenu.
   DISPLAY " "
   DISPLAY "(l) your loans and holds, (f) your fines, (h) place a "
           "hold, (x) sign out: " WITH NO ADVANCING
   MOVE SPACE TO patronChoice
   ACCEPT patronChoice
   EVALUATE patronChoice
     WHEN "l"
     WHEN "L"
       PERFORM ShowPatronLoans
     WHEN "f"
     WHEN "F"
       PERFORM ShowPatronFines
     WHEN "h"
     WHEN "H"
       PERFORM PatronPlaceHold
     WHEN "x"
     WHEN "X"
       MOVE "Y" TO PatronDoneStatus
     WHEN OTHER
       DISPLAY "Please press l, f, h or x."
   END-EVALUATE.

ShowPatronLoans.
   ADD 1 TO ActionCount
   MOVE borrowerInput TO AuditKeyValue
   MOVE "KLOAN" TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT kioskToday FROM DATE YYYYMMDD
   MOVE ZERO TO patronLineCount
   PERFORM OpenCatalogFiles
   MOVE borrowerInput TO LoanBorrowerNumber
   START LoanFile KEY IS EQUAL TO LoanBorrowerNumber
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextLoanRecord
   END-START
   PERFORM UNTIL EndOfLoanFile
                 OR LoanBorrowerNumber NOT EQUAL TO borrowerInput
     IF LoanReturnDate = ZEROS
       ADD 1 TO patronLineCount
       PERFORM FetchTitleForBSN
       IF LoanDueDate < kioskToday
         DISPLAY "   " BookTitle "  due " LoanDueDate
                 "  ** OVERDUE **"
        ELSE
         IF LoanRecallDate NOT = ZEROS
           DISPLAY "   " BookTitle "  due " LoanDueDate
                   "  (recalled for another reader)"
          ELSE
           DISPLAY "   " BookTitle "  due " LoanDueDate
         END-IF
       END-IF
     END-IF
     PERFORM ReadNextLoanRecord
   END-PERFORM
   IF patronLineCount = ZERO
     DISPLAY "   You have nothing out on loan."
   END-IF
   MOVE ZERO TO patronLineCount
   PERFORM OpenHoldFileInput
   MOVE borrowerInput TO HoldBorrowerNumber
   START HoldFile KEY IS EQUAL TO HoldBorrowerNumber
     INVALID KEY
       SET EndOfHoldFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextHoldRecord
   END-START
   PERFORM UNTIL EndOfHoldFile
                 OR HoldBorrowerNumber NOT EQUAL TO borrowerInput
     IF HoldStatus = "Q" OR HoldStatus = "R"
       ADD 1 TO patronLineCount
       MOVE HoldBSN TO LoanBSN
       PERFORM FetchTitleForBSN
       IF HoldStatus = "R"
         DISPLAY "   Hold: " BookTitle "  READY TO COLLECT at the "
                 "desk"
        ELSE
         DISPLAY "   Hold: " BookTitle "  waiting since " HoldDate
       END-IF
     END-IF
     PERFORM ReadNextHoldRecord
   END-PERFORM
   CLOSE HoldFile
   PERFORM CloseCatalogFiles
   IF patronLineCount = ZERO
     DISPLAY "   You have no holds waiting."
   END-IF.

*> The title for the BSN in LoanBSN, for the patron's own lists;
*> BookFile must be open.
FetchTitleForBSN.
   MOVE LoanBSN TO BSN
   READ BookFile
     INVALID KEY
       MOVE LoanBSN TO BookTitle
   END-READ.

ReadNextLoanRecord.
   READ LoanFile NEXT RECORD
     AT END SET EndOfLoanFile TO TRUE
   END-READ.

ReadNextHoldRecord.
   READ HoldFile NEXT RECORD
     AT END SET EndOfHoldFile TO TRUE
   END-READ.

ReadNextFineRecord.
   READ FineFile NEXT RECORD
     AT END SET EndOfFineFile TO TRUE
   END-READ.

*> What is still owed, fine by fine, and the total; fines billed to
*> a student's university account are the registrar's, and fines
*> referred to the collection agency the agency's, and both are
*> listed apart. Paid and waived fines are history, not shown.
ShowPatronFines.
   ADD 1 TO ActionCount
   MOVE borrowerInput TO AuditKeyValue
   MOVE "KFINE" TO AuditEventType
   PERFORM LogAuditEvent
   MOVE ZERO TO BorrowerOwedTotal, BorrowerBilledTotal,
                BorrowerAgencyTotal
   PERFORM OpenBookFileInput
   PERFORM OpenFineFileInput
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
     IF FineStatus = "O" OR FineStatus = "T" OR FineStatus = "A"
       COMPUTE fineOutstanding = FineAmount - FinePaidAmount
       MOVE fineOutstanding TO PrnFineOutstanding
       MOVE FineBSN TO LoanBSN
       PERFORM FetchTitleForBSN
       EVALUATE FineStatus
         WHEN "T"
           ADD fineOutstanding TO BorrowerBilledTotal
           DISPLAY "   " FineAssessDate "  " BookTitle "  "
                   PrnFineOutstanding "  (billed to your university "
                   "account)"
         WHEN "A"
           ADD fineOutstanding TO BorrowerAgencyTotal
           DISPLAY "   " FineAssessDate "  " BookTitle "  "
                   PrnFineOutstanding "  (with the collection "
                   "agency)"
         WHEN OTHER
           ADD fineOutstanding TO BorrowerOwedTotal
           EVALUATE FineReasonCode
             WHEN "R"
               DISPLAY "   " FineAssessDate "  " BookTitle "  "
                       PrnFineOutstanding "  replacement"
             WHEN "D"
               DISPLAY "   " FineAssessDate "  " BookTitle "  "
                       PrnFineOutstanding "  damage"
             WHEN "E"
               DISPLAY "   " FineAssessDate "  equipment "
                       FineBSN(1:8) "  " PrnFineOutstanding "  "
                       FineDaysLate " hour(s) late"
             WHEN OTHER
               DISPLAY "   " FineAssessDate "  " BookTitle "  "
                       PrnFineOutstanding "  " FineDaysLate
                       " day(s) late"
           END-EVALUATE
       END-EVALUATE
     END-IF
     PERFORM ReadNextFineRecord
   END-PERFORM
   CLOSE FineFile
   CLOSE BookFile
   MOVE BorrowerOwedTotal TO PrnOwedTotal
   IF BorrowerOwedTotal = ZERO AND BorrowerBilledTotal = ZERO
      AND BorrowerAgencyTotal = ZERO
     DISPLAY "   You owe nothing."
    ELSE
     DISPLAY "   To pay at the desk: " PrnOwedTotal
     IF BorrowerOwedTotal > PolFineBlockAmount
       DISPLAY "   Over " PolFineBlockAmount " owed means no new "
               "loans or holds until it is paid."
     END-IF
     IF BorrowerAgencyTotal > ZERO
       MOVE BorrowerAgencyTotal TO PrnOwedTotal
       DISPLAY "   With the collection agency: " PrnOwedTotal
       DISPLAY "   No new loans or holds until the agency has "
               "cleared it."
     END-IF
   END-IF.

*> PlaceHold's rules from the kiosk: the title must exist, the
*> account must not be closing, expired, over the fine threshold or
*> past the overdue limit, and the hold joins the end of the
*> title's queue -- with the recall of the long-out copy when
*> nothing is free. One more rule the desk applies by eye: no
*> second hold on a title the patron is already waiting for.
PatronPlaceHold.
   DISPLAY "ISBN of the book to hold (as shown in the search): "
           WITH NO ADVANCING
   MOVE SPACES TO searchBSN
   ACCEPT searchBSN
   ADD 1 TO ActionCount
   MOVE searchBSN TO AuditKeyValue
   MOVE "Y" TO BorrowerCheckStatus
   PERFORM OpenBookFileInput
   MOVE searchBSN TO BSN
   READ BookFile
     INVALID KEY
       DISPLAY "No book with ISBN " searchBSN " -- copy it from "
               "the search results."
       MOVE "N" TO BorrowerCheckStatus
     NOT INVALID KEY
       COMPUTE copiesTotal = BookCopyCount + BookWithdrawnCopies
       IF copiesTotal = ZERO
         MOVE 1 TO copiesTotal
       END-IF
       IF BookCopyCount = ZERO AND BookClosedDate NOT = ZEROS
         DISPLAY "The library no longer holds that title, so it "
                 "can't be reserved."
         MOVE "N" TO BorrowerCheckStatus
       END-IF
   END-READ
   CLOSE BookFile
   IF BorrowerIsOk
     PERFORM CountBorrowerOpenLoans
     PERFORM CheckBorrowerBlocked
   END-IF
   IF BorrowerIsOk
     PERFORM OpenHoldFileIO
     PERFORM FindNextHoldSequence
     IF TitleAlreadyHeld
       DISPLAY "You are already waiting for this title."
       MOVE "N" TO BorrowerCheckStatus
      ELSE
       MOVE searchBSN        TO HoldBSN
       MOVE NextHoldSequence TO HoldSequence
       MOVE borrowerInput    TO HoldBorrowerNumber
       ACCEPT HoldDate FROM DATE YYYYMMDD
       MOVE "Q" TO HoldStatus
       MOVE SPACE TO HoldAnyEdition
       WRITE HoldRecord
         INVALID KEY
           DISPLAY "The hold could not be placed just now. Please "
                   "ask at the desk."
           ADD 1 TO AuditErrorCount
           MOVE "N" TO BorrowerCheckStatus
         NOT INVALID KEY
           MOVE "HOLD" TO JournalFileCode
           MOVE "W"    TO JournalOperation
           MOVE HoldRecord TO JournalAfter
           PERFORM WriteJournalEntry
           MOVE searchBSN TO AuditKeyValue
           MOVE "HOLD " TO AuditEventType
           PERFORM LogAuditEvent
           DISPLAY "Hold placed; you are number " NextHoldSequence
                   " in the queue. We will let you know when it is "
                   "ready."
       END-WRITE
     END-IF
     CLOSE HoldFile
     IF BorrowerIsOk
       PERFORM RecallForHold
     END-IF
   END-IF
   IF NOT BorrowerIsOk
     MOVE searchBSN TO AuditKeyValue
     MOVE "KHLDX" TO AuditEventType
     PERFORM LogAuditEvent
   END-IF.

*> The next sequence on the title's queue, and whether this patron
*> is already in it (queued, or a copy waiting on the shelf).
FindNextHoldSequence.
   MOVE 1 TO NextHoldSequence
   MOVE "N" TO HeldAlreadyStatus
   MOVE searchBSN TO HoldBSN
   MOVE ZEROS     TO HoldSequence
   START HoldFile KEY IS NOT LESS THAN HoldKey
     INVALID KEY
       SET EndOfHoldFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextHoldRecord
   END-START
   PERFORM UNTIL EndOfHoldFile OR HoldBSN NOT EQUAL TO searchBSN
     COMPUTE NextHoldSequence = HoldSequence + 1
     IF HoldBorrowerNumber = borrowerInput AND
        (HoldStatus = "Q" OR HoldStatus = "R")
       MOVE "Y" TO HeldAlreadyStatus
     END-IF
     PERFORM ReadNextHoldRecord
   END-PERFORM.

CountBorrowerOpenLoans.
   ACCEPT kioskToday FROM DATE YYYYMMDD
   MOVE kioskToday TO blockCheckToday
   MOVE ZERO TO BorrowerOpenLoans, BorrowerOverdueLoans
   PERFORM OpenLoanFileInput
   MOVE borrowerInput TO LoanBorrowerNumber
   START LoanFile KEY IS EQUAL TO LoanBorrowerNumber
     INVALID KEY
       SET EndOfLoanFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextLoanRecord
   END-START
   PERFORM UNTIL EndOfLoanFile
                 OR LoanBorrowerNumber NOT EQUAL TO borrowerInput
     IF LoanReturnDate = ZEROS
       ADD 1 TO BorrowerOpenLoans
       IF LoanDueDate < kioskToday AND LoanClaimDate = ZEROS
         ADD 1 TO BorrowerOverdueLoans
       END-IF
     END-IF
     PERFORM ReadNextLoanRecord
   END-PERFORM
   CLOSE LoanFile.

*> BookCollection's RecallForHold: when no copy is free, the open
*> loan with the furthest due date that has run PolRecallMinDays
*> is cut to PolRecallNoticeDays from today (rolled off closed
*> days) and its borrower gets a letter in RecallNotices.prt; one
*> recall per title at a time.
RecallForHold.
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
     IF NOT RecallAlreadyPending AND recallCopy NOT = ZERO
       PERFORM RecallOneCopy
     END-IF
   END-IF
   CLOSE CopyFile
   CLOSE LoanFile.

FindAvailableCopy.
   MOVE ZERO TO availableCopy
   PERFORM VARYING copyIndex FROM 1 BY 1
           UNTIL copyIndex > copiesTotal OR availableCopy > ZERO
     MOVE "Y" TO CopyServiceStatus
     MOVE searchBSN TO CopyBSN
     MOVE copyIndex TO CopyNumber
     READ CopyFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         IF CopyStatus NOT = "A" AND CopyStatus NOT = "L"
           MOVE "N" TO CopyServiceStatus
         END-IF
     END-READ
     IF CopyInService
       MOVE searchBSN TO LoanBSN
       MOVE copyIndex TO LoanCopyNumber
       READ LoanFile
         INVALID KEY
           MOVE copyIndex TO availableCopy
         NOT INVALID KEY
           IF LoanReturnDate NOT = ZEROS
             MOVE copyIndex TO availableCopy
           END-IF
       END-READ
     END-IF
   END-PERFORM.

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
   IF DateArithIsValid AND recallNewDue < recallCopyDue
     MOVE searchBSN  TO LoanBSN
     MOVE recallCopy TO LoanCopyNumber
     READ LoanFile
       INVALID KEY
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
           MOVE searchBSN TO AuditKeyValue
           MOVE "RECAL" TO AuditEventType
           PERFORM LogAuditEvent
           PERFORM PrintRecallLetter
           DISPLAY "A copy has been recalled for you; it is due "
                   "back by " LoanDueDate "."
          ELSE
           ADD 1 TO AuditErrorCount
         END-IF
     END-READ
   END-IF.

PrintRecallLetter.
   MOVE LoanBorrowerNumber TO BorrowerNumber
   PERFORM OpenBorrowerFileInput
   READ BorrowerFile
     INVALID KEY
       MOVE "(unknown borrower)" TO BorrowerName
       MOVE SPACES TO BorrowerStreet, BorrowerPostcode, BorrowerCity
   END-READ
   CLOSE BorrowerFile
   OPEN EXTEND RecallNoticeFile
   IF RecallNoticeStatus NOT EQUAL TO "00"
     OPEN OUTPUT RecallNoticeFile
   END-IF
   IF RecallNoticeStatus NOT EQUAL TO "00"
     DISPLAY "Could not open RecallNotices.prt, status: "
             RecallNoticeStatus
     ADD 1 TO AuditErrorCount
    ELSE
     MOVE recallToday TO PrnRecallRunDate
     WRITE RecallNoticeLine FROM RecallLetterHead
     MOVE SPACES TO RecallNoticeLine
     WRITE RecallNoticeLine
     MOVE BorrowerName     TO PrnAddrName
     MOVE BorrowerStreet   TO PrnAddrStreet
     MOVE BorrowerPostcode TO PrnAddrPostcode
     MOVE BorrowerCity     TO PrnAddrCity
     WRITE RecallNoticeLine FROM AddressHeadLine1
     WRITE RecallNoticeLine FROM AddressHeadLine2
     WRITE RecallNoticeLine FROM AddressHeadLine3
     MOVE SPACES TO RecallNoticeLine
     WRITE RecallNoticeLine
     PERFORM OpenBookFileInput
     MOVE LoanBSN TO BSN
     READ BookFile
       INVALID KEY
         MOVE LoanBSN TO BookTitle
     END-READ
     CLOSE BookFile
     MOVE BookTitle TO PrnRecallTitle
     MOVE LoanCopyNumber TO PrnRecallCopy
     WRITE RecallNoticeLine FROM RecallLetterTitle
     MOVE LoanDueDate TO PrnRecallDueDate
     WRITE RecallNoticeLine FROM RecallLetterDue
     MOVE PolRecallFineRate TO PrnRecallRate
     WRITE RecallNoticeLine FROM RecallLetterRate
     WRITE RecallNoticeLine FROM RecallLetterSeparator
     CLOSE RecallNoticeFile
   END-IF.

WriteJournalEntry.
   CALL "JournalWriter" USING JournalFileCode JournalOperation
                              JournalBefore JournalAfter
   MOVE SPACES TO JournalBefore, JournalAfter.

*> The three files every catalog listing reads together.
OpenCatalogFiles.
   PERFORM OpenBookFileInput
   PERFORM OpenLoanFileInput
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
   END-IF
   *> Suggestions are a nicety: no AlsoBorrowed.dat, none shown.
   OPEN INPUT AlsoBorrowedFile.

CloseCatalogFiles.
   CLOSE BookFile
   CLOSE LoanFile
   CLOSE CopyFile
   IF AlsoBorrowedFileStatus EQUAL TO "00"
     CLOSE AlsoBorrowedFile
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

OpenLoanFileInput.
   OPEN INPUT LoanFile
   IF LoanFileStatus EQUAL TO "35"
     OPEN OUTPUT LoanFile
     CLOSE LoanFile
     OPEN INPUT LoanFile
   END-IF
   IF LoanFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookLoan.dat, status: " LoanFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenLoanFileIO.
   OPEN I-O LoanFile
   IF LoanFileStatus EQUAL TO "35"
     OPEN OUTPUT LoanFile
     CLOSE LoanFile
     OPEN I-O LoanFile
   END-IF
   IF LoanFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookLoan.dat, status: " LoanFileStatus
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

OpenCopyFileIO.
   OPEN I-O CopyFile
   IF CopyFileStatus EQUAL TO "35"
     OPEN OUTPUT CopyFile
     CLOSE CopyFile
     OPEN I-O CopyFile
   END-IF
   IF CopyFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BookCopy.dat, status: " CopyFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenHoldFileIO.
   OPEN I-O HoldFile
   IF HoldFileStatus EQUAL TO "35"
     OPEN OUTPUT HoldFile
     CLOSE HoldFile
     OPEN I-O HoldFile
   END-IF
   IF HoldFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Hold.dat, status: " HoldFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

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

OpenFineFileInput.
   OPEN INPUT FineFile
   IF FineFileStatus EQUAL TO "35"
     OPEN OUTPUT FineFile
     CLOSE FineFile
     OPEN INPUT FineFile
   END-IF
   IF FineFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Fine.dat, status: " FineFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

*> Status 02 is a success here: reading along the AuthSurname
*> alternate key reports it when the next record has the same
*> surname.
CheckBookFileStatus.
   IF BookFileStatus NOT EQUAL TO "00" AND
      BookFileStatus NOT EQUAL TO "02" AND
      BookFileStatus NOT EQUAL TO "10"
     DISPLAY "File error on Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

COPY BorrowerBlockCheck.

COPY LoanPolicy.

COPY PasswordHash.

END PROGRAM CatalogKiosk.
