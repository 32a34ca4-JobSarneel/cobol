IDENTIFICATION DIVISION.
PROGRAM-ID. Gifts.
AUTHOR. Job Sarneel.
*> Gifts and donations intake. Donated books used to be typed into
*> AddBooks as if we had bought them, or left in a box, and nobody
*> knew who gave what. Donor.dat (keyed on donor number) holds the
*> donors; Gift.dat one record per donated title against its donor,
*> with the decision taken on it: added to stock, sent to the book
*> sale, or discarded. 'd' registers or amends a donor, 'g' takes in
*> a donation -- titles added to stock are carried into Book.dat the
*> way Acquisitions' CarryOrderIntoCatalog carries an order, with
*> the acquisition source marked as a gift -- and 'a' prints the
*> acknowledgment letters (GiftLetters.prt) for every donor with
*> gifts not yet thanked for, one letter per donor listing what they
*> gave. YearEndClose totals the year's gifts by donor in the pack.
*> Sessions start with an OperatorSignon sign-on, and the
*> operator's id goes on every audit and journal entry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSN
          ALTERNATE RECORD KEY IS AuthSurname WITH DUPLICATES
          FILE STATUS IS BookFileStatus.
   SELECT DonorFile ASSIGN TO "Donor.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DonorNumber
          FILE STATUS IS DonorFileStatus.
   SELECT GiftFile ASSIGN TO "Gift.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS GiftKey
          FILE STATUS IS GiftFileStatus.
   SELECT LetterFile ASSIGN TO "GiftLetters.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LetterFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BookFile.
COPY BookDetailsRecord.

FD DonorFile.
COPY DonorRecord.

FD GiftFile.
COPY GiftRecord.

FD LetterFile.
01 LetterLine                PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 BookFileStatus            PIC XX     VALUE "00".
01 DonorFileStatus           PIC XX     VALUE "00".
01 GiftFileStatus            PIC XX     VALUE "00".
01 LetterFileStatus          PIC XX     VALUE "00".

01 giftChoice                PIC X      VALUE SPACE.
01 donorInput                PIC 9(5)   VALUE ZEROS.
01 donorNameInput            PIC X(30)  VALUE SPACES.
01 donorStreetInput          PIC X(30)  VALUE SPACES.
01 donorCityInput            PIC X(20)  VALUE SPACES.
01 donorPostcodeInput        PIC X(8)   VALUE SPACES.
01 DonorOk                   PIC X      VALUE "N".
   88 DonorIsOk                         VALUE "Y".
01 moreGifts                 PIC X      VALUE "y".
01 NextGiftSequence          PIC 9(4)   VALUE ZERO.
01 giftToday                 PIC 9(8)   VALUE ZEROS.
01 GiftsRecorded             PIC 9(4)   VALUE ZERO.

01 giftBSNInput              PIC X(17)  VALUE SPACES.
01 BSNCheckStatus            PIC X      VALUE "N".
   88 BSNIsValid                        VALUE "Y".
01 IsbnConvertFunction       PIC X(4)   VALUE "T013".
01 ConvertedBSN              PIC X(17)  VALUE SPACES.
01 IsbnConvertValid          PIC X      VALUE "N".
   88 IsbnConvertIsValid                VALUE "Y".
01 decisionInput             PIC X      VALUE SPACE.
01 DecisionOk                PIC X      VALUE "N".
   88 DecisionIsOk                      VALUE "Y".
01 copyCostInput             PIC 9(5)V99 VALUE ZERO.
01 valueInput                PIC 9(5)V99 VALUE ZERO.
01 CatalogStatus             PIC X      VALUE "N".
   88 CatalogIsOk                       VALUE "Y".
01 JournalFileCode           PIC X(4)   VALUE "BOOK".
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

01 PrevDonorNumber           PIC 9(5)   VALUE ZEROS.
*> Any number is a legal donor, so "no letter started yet" is a
*> flag, the same as OverdueNotices.
01 FirstLetterStatus         PIC X      VALUE "N".
   88 FirstLetterStarted                VALUE "Y".
01 LetterCount               PIC 9(4)   VALUE ZERO.
01 AcknowledgedCount         PIC 9(5)   VALUE ZERO.

01 LetterHead1.
   02 FILLER                 PIC X(30)
      VALUE "WITH THANKS FOR YOUR GIFT  -- ".
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
01 LetterSalutation.
   02 FILLER                 PIC X(5)   VALUE "Dear ".
   02 PrnSalutationName      PIC X(30).
01 LetterIntro               PIC X(60)
   VALUE "Thank you for the books you gave the library:".
01 LetterDetail.
   02 FILLER                 PIC X(3)   VALUE SPACES.
   02 PrnGiftTitle           PIC X(25).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnGiftAuthor          PIC X(15).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnGiftCopies          PIC Z9.
   02 FILLER                 PIC X(6)   VALUE " copy ".
   02 PrnGiftFate            PIC X(25).
01 LetterClose1              PIC X(60)
   VALUE "Gifts like yours keep the shelves fresh for every reader.".
01 LetterClose2              PIC X(60)
   VALUE "With our thanks,".
01 LetterClose3              PIC X(60)
   VALUE "The library".

PROCEDURE DIVISION.
Begin.
   MOVE "Gifts" TO SignonProgramName
   CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                               SignonOperatorName SignonOperatorRole
                               SignonResult
   IF NOT SignonSucceeded
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   PERFORM OpenAuditLog
   MOVE SignonOperatorId TO AuditOperatorId
   MOVE "Gifts" TO AuditProgramName
   MOVE "START" TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT giftToday FROM DATE YYYYMMDD

   PERFORM GiftsMenu

   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

GiftsMenu.
   DISPLAY "Press 'd' to register or amend a donor, 'g' to take in "
           "a donation, or 'a' to print acknowledgment letters: "
           WITH NO ADVANCING
   ACCEPT giftChoice
   EVALUATE giftChoice
     WHEN "d" PERFORM MaintainDonor
     WHEN "g" PERFORM TakeInDonation
     WHEN "a" PERFORM PrintAcknowledgments
     WHEN OTHER
       DISPLAY "That's not a 'd', 'g' or 'a'. Try again."
       PERFORM GiftsMenu
   END-EVALUATE.

MaintainDonor.
   DISPLAY "Donor number:                " WITH NO ADVANCING
   ACCEPT donorInput
   PERFORM OpenDonorFileIO
   MOVE donorInput TO DonorNumber
   READ DonorFile
     INVALID KEY
       MOVE donorInput TO DonorNumber
       DISPLAY "New donor. Name:             " WITH NO ADVANCING
       ACCEPT DonorName
       DISPLAY "Street address:              " WITH NO ADVANCING
       ACCEPT DonorStreet
       DISPLAY "City:                        " WITH NO ADVANCING
       ACCEPT DonorCity
       DISPLAY "Postcode:                    " WITH NO ADVANCING
       ACCEPT DonorPostcode
       MOVE giftToday TO DonorSinceDate
       WRITE DonorRecord
         INVALID KEY
           DISPLAY "Could not write donor record, status: "
                   DonorFileStatus
           ADD 1 TO AuditErrorCount
         NOT INVALID KEY
           ADD 1 TO AuditRecordCount
           DISPLAY "Donor " DonorNumber " registered."
       END-WRITE
     NOT INVALID KEY
       DISPLAY "Amending " DonorNumber " " DonorName
       DISPLAY "Name (spaces keep):          " WITH NO ADVANCING
       ACCEPT donorNameInput
       IF donorNameInput NOT = SPACES
         MOVE donorNameInput TO DonorName
       END-IF
       DISPLAY "Street (spaces keep):        " WITH NO ADVANCING
       ACCEPT donorStreetInput
       IF donorStreetInput NOT = SPACES
         MOVE donorStreetInput TO DonorStreet
       END-IF
       DISPLAY "City (spaces keep):          " WITH NO ADVANCING
       ACCEPT donorCityInput
       IF donorCityInput NOT = SPACES
         MOVE donorCityInput TO DonorCity
       END-IF
       DISPLAY "Postcode (spaces keep):      " WITH NO ADVANCING
       ACCEPT donorPostcodeInput
       IF donorPostcodeInput NOT = SPACES
         MOVE donorPostcodeInput TO DonorPostcode
       END-IF
       REWRITE DonorRecord
         INVALID KEY
           DISPLAY "Could not update donor record, status: "
                   DonorFileStatus
           ADD 1 TO AuditErrorCount
         NOT INVALID KEY
           ADD 1 TO AuditRecordCount
           DISPLAY "Donor " DonorNumber " amended."
       END-REWRITE
   END-READ
   CLOSE DonorFile.

*> One donation: the donor, then each title in the box in turn,
*> each with its decision, until the box is empty.
TakeInDonation.
   DISPLAY "Donor number:                " WITH NO ADVANCING
   ACCEPT donorInput
   MOVE "N" TO DonorOk
   PERFORM OpenDonorFileInput
   MOVE donorInput TO DonorNumber
   READ DonorFile
     INVALID KEY
       DISPLAY "No donor " donorInput " on file (use 'd' to "
               "register them first)."
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       MOVE "Y" TO DonorOk
       DISPLAY "Donation from " DonorName
   END-READ
   CLOSE DonorFile
   IF DonorIsOk
     PERFORM OpenGiftFileIO
     PERFORM FindNextGiftSequence
     MOVE ZERO TO GiftsRecorded
     MOVE "y" TO moreGifts
     PERFORM UNTIL moreGifts = "n" OR moreGifts = "N"
       PERFORM RecordOneGift
       DISPLAY "Another title from this donor (y/n)? "
               WITH NO ADVANCING
       ACCEPT moreGifts
     END-PERFORM
     CLOSE GiftFile
     DISPLAY GiftsRecorded " gift(s) recorded for donor "
             donorInput "."
   END-IF.

FindNextGiftSequence.
   MOVE 1 TO NextGiftSequence
   MOVE donorInput TO GiftDonorNumber
   MOVE ZEROS      TO GiftSequence
   START GiftFile KEY IS NOT LESS THAN GiftKey
     INVALID KEY
       SET EndOfGiftFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextGiftRecord
   END-START
   PERFORM UNTIL EndOfGiftFile OR GiftDonorNumber NOT = donorInput
     COMPUTE NextGiftSequence = GiftSequence + 1
     PERFORM ReadNextGiftRecord
   END-PERFORM.

ReadNextGiftRecord.
   READ GiftFile NEXT RECORD
     AT END SET EndOfGiftFile TO TRUE
   END-READ.

RecordOneGift.
   MOVE "N" TO BSNCheckStatus
   PERFORM UNTIL BSNIsValid
     DISPLAY "ISBN (spaces if it has none): " WITH NO ADVANCING
     ACCEPT giftBSNInput
     IF giftBSNInput = SPACES
       MOVE "Y" TO BSNCheckStatus
      ELSE
       CALL "BsnValidator" USING giftBSNInput BSNCheckStatus
       IF NOT BSNIsValid
         DISPLAY "That ISBN's check digit does not add up. "
                 "Try again."
        ELSE
         MOVE "T013" TO IsbnConvertFunction
         CALL "IsbnConvert" USING IsbnConvertFunction giftBSNInput
                                  ConvertedBSN IsbnConvertValid
         IF IsbnConvertIsValid AND ConvertedBSN NOT = giftBSNInput
           DISPLAY "Old-style ISBN converted to " ConvertedBSN(1:13)
                   " for storage."
           MOVE ConvertedBSN TO giftBSNInput
         END-IF
       END-IF
     END-IF
   END-PERFORM
   INITIALIZE GiftRecord
   MOVE donorInput       TO GiftDonorNumber
   MOVE NextGiftSequence TO GiftSequence
   MOVE giftToday        TO GiftDate
   MOVE giftBSNInput     TO GiftBSN
   DISPLAY "Title:                       " WITH NO ADVANCING
   ACCEPT GiftTitle
   DISPLAY "Author's last name:          " WITH NO ADVANCING
   ACCEPT GiftAuthor
   DISPLAY "Number of copies (01-99):    " WITH NO ADVANCING
   ACCEPT GiftCopies
   IF GiftCopies = ZERO
     MOVE 1 TO GiftCopies
   END-IF
   PERFORM GetGiftDecision
   MOVE decisionInput TO GiftDecision
   MOVE "Y" TO CatalogStatus
   IF GiftAddedToStock
     DISPLAY "Replacement cost per copy (e.g. 00035.00): "
             WITH NO ADVANCING
     ACCEPT copyCostInput
     COMPUTE GiftValue = copyCostInput * GiftCopies
       ON SIZE ERROR
         MOVE 99999.99 TO GiftValue
     END-COMPUTE
     PERFORM CarryGiftIntoCatalog
    ELSE
     DISPLAY "Estimated value (0 if none): " WITH NO ADVANCING
     ACCEPT valueInput
     MOVE valueInput TO GiftValue
   END-IF
   IF CatalogIsOk
     WRITE GiftRecord
       INVALID KEY
         DISPLAY "Could not write gift record, status: "
                 GiftFileStatus
         ADD 1 TO AuditErrorCount
       NOT INVALID KEY
         ADD 1 TO AuditRecordCount, GiftsRecorded
         ADD 1 TO NextGiftSequence
         MOVE GiftTitle TO AuditKeyValue
         MOVE "GIFT " TO AuditEventType
         PERFORM LogAuditEvent
     END-WRITE
    ELSE
     DISPLAY "Gift not recorded -- the catalog could not take it."
     ADD 1 TO AuditErrorCount
   END-IF.

*> A book without an ISBN has no Book.dat key, so it can go to the
*> sale or be discarded but not into stock.
GetGiftDecision.
   MOVE "N" TO DecisionOk
   PERFORM UNTIL DecisionIsOk
     DISPLAY "Decision (A add to stock, S book sale, D discard): "
             WITH NO ADVANCING
     ACCEPT decisionInput
     EVALUATE TRUE
       WHEN decisionInput = "A" AND giftBSNInput = SPACES
         DISPLAY "Without an ISBN it cannot go into stock -- "
                 "S or D."
       WHEN decisionInput = "A" OR "S" OR "D"
         MOVE "Y" TO DecisionOk
       WHEN OTHER
         DISPLAY "That's not an 'A', 'S' or 'D'. Try again."
     END-EVALUATE
   END-PERFORM.

*> CarryOrderIntoCatalog's path for a gift: a new title gets the
*> bibliographic details the gift record doesn't carry and goes in
*> with source "G"; a title we already hold just gains the copies.
CarryGiftIntoCatalog.
   PERFORM OpenBookFileIO
   MOVE GiftBSN TO BSN
   READ BookFile
     INVALID KEY
       INITIALIZE BookDetails
       MOVE GiftBSN    TO BSN
       MOVE GiftTitle  TO BookTitle
       MOVE GiftAuthor TO AuthSurname
       DISPLAY "Author's first name:       " WITH NO ADVANCING
       ACCEPT AuthForename
       DISPLAY "Author's middle initials:  " WITH NO ADVANCING
       ACCEPT AuthMiddleInitials
       DISPLAY "Publisher:                 " WITH NO ADVANCING
       ACCEPT BookPublisher
       DISPLAY "Edition:                   " WITH NO ADVANCING
       ACCEPT BookEdition
       DISPLAY "Year of appearance:        " WITH NO ADVANCING
       ACCEPT BookYearOfAppearance
       MOVE GiftCopies    TO BookCopyCount
       MOVE copyCostInput TO BookReplacementCost
       MOVE "G" TO BookAcquisitionSource
       ACCEPT BookAddedDate FROM DATE YYYYMMDD
       WRITE BookDetails
         INVALID KEY
           DISPLAY "Could not write book record, status: "
                   BookFileStatus
           MOVE "N" TO CatalogStatus
         NOT INVALID KEY
           MOVE "W" TO JournalOperation
           MOVE BookDetails TO JournalAfter
           PERFORM WriteJournalEntry
           MOVE GiftBSN TO AuditKeyValue
           MOVE "GIFTA" TO AuditEventType
           PERFORM LogAuditEvent
           DISPLAY "Added to the catalog as a gift."
       END-WRITE
     NOT INVALID KEY
       *> Zero reads as one copy only on a title never weeded.
       IF BookCopyCount = ZERO AND BookWithdrawnCopies = ZERO
         MOVE 1 TO BookCopyCount
       END-IF
       IF BookCopyCount + BookWithdrawnCopies + GiftCopies > 99
         DISPLAY "That would take " BookTitle " past 99 copies."
         MOVE "N" TO CatalogStatus
        ELSE
         MOVE BookDetails TO JournalBefore
         ADD GiftCopies TO BookCopyCount
         MOVE ZEROS TO BookClosedDate
         REWRITE BookDetails
           INVALID KEY
             DISPLAY "Could not update book record, status: "
                     BookFileStatus
             MOVE "N" TO CatalogStatus
           NOT INVALID KEY
             MOVE "R" TO JournalOperation
             MOVE BookDetails TO JournalAfter
             PERFORM WriteJournalEntry
             MOVE GiftBSN TO AuditKeyValue
             MOVE "GIFTA" TO AuditEventType
             PERFORM LogAuditEvent
             DISPLAY "Title already in the catalog; copy count is "
                     "now " BookCopyCount "."
         END-REWRITE
       END-IF
   END-READ
   CLOSE BookFile.

*> One letter per donor with gifts not yet acknowledged, listing
*> them; each gift listed is stamped with today's date so it is not
*> thanked for twice. Gift.dat is keyed on donor, so the donor's
*> gifts read back together with no sort.
PrintAcknowledgments.
   OPEN OUTPUT LetterFile
   IF LetterFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create GiftLetters.prt, status: "
             LetterFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE ZERO TO LetterCount, AcknowledgedCount
   MOVE "N" TO FirstLetterStatus
   PERFORM OpenDonorFileInput
   PERFORM OpenGiftFileIO
   READ GiftFile NEXT RECORD
     AT END SET EndOfGiftFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfGiftFile
     IF GiftAckDate = ZEROS
       IF NOT FirstLetterStarted OR
          GiftDonorNumber NOT EQUAL TO PrevDonorNumber
         IF LetterCount > ZERO
           PERFORM WriteLetterClose
         END-IF
         PERFORM WriteLetterHead
         MOVE GiftDonorNumber TO PrevDonorNumber
         MOVE "Y" TO FirstLetterStatus
         ADD 1 TO LetterCount
       END-IF
       MOVE GiftTitle  TO PrnGiftTitle
       MOVE GiftAuthor TO PrnGiftAuthor
       MOVE GiftCopies TO PrnGiftCopies
       EVALUATE TRUE
         WHEN GiftAddedToStock
           MOVE "added to the collection" TO PrnGiftFate
         WHEN GiftToBookSale
           MOVE "for the library book sale" TO PrnGiftFate
         WHEN OTHER
           MOVE SPACES TO PrnGiftFate
       END-EVALUATE
       WRITE LetterLine FROM LetterDetail
       MOVE giftToday TO GiftAckDate
       REWRITE GiftRecord
         INVALID KEY
           DISPLAY "Could not update gift record, status: "
                   GiftFileStatus
           ADD 1 TO AuditErrorCount
       END-REWRITE
       ADD 1 TO AcknowledgedCount
     END-IF
     READ GiftFile NEXT RECORD
       AT END SET EndOfGiftFile TO TRUE
     END-READ
   END-PERFORM
   IF LetterCount > ZERO
     PERFORM WriteLetterClose
   END-IF
   CLOSE GiftFile
   CLOSE DonorFile
   CLOSE LetterFile
   DISPLAY LetterCount " acknowledgment letter(s) written to "
           "GiftLetters.prt (" AcknowledgedCount " gift(s))."
   MOVE LetterCount TO AuditRecordCount.

WriteLetterHead.
   MOVE giftToday TO PrnLetterDate
   IF LetterCount > ZERO
     WRITE LetterLine FROM LetterHead1 AFTER ADVANCING PAGE
    ELSE
     WRITE LetterLine FROM LetterHead1
   END-IF
   MOVE GiftDonorNumber TO DonorNumber
   READ DonorFile
     INVALID KEY
       MOVE "(unknown donor)" TO PrnAddrName
       MOVE SPACES TO PrnAddrStreet, PrnAddrPostcode, PrnAddrCity
       MOVE "donor" TO PrnSalutationName
     NOT INVALID KEY
       MOVE DonorName     TO PrnAddrName, PrnSalutationName
       MOVE DonorStreet   TO PrnAddrStreet
       MOVE DonorPostcode TO PrnAddrPostcode
       MOVE DonorCity     TO PrnAddrCity
   END-READ
   MOVE SPACES TO LetterLine
   WRITE LetterLine
   WRITE LetterLine FROM AddressHeadLine1
   WRITE LetterLine FROM AddressHeadLine2
   WRITE LetterLine FROM AddressHeadLine3
   MOVE SPACES TO LetterLine
   WRITE LetterLine
   WRITE LetterLine FROM LetterSalutation
   MOVE SPACES TO LetterLine
   WRITE LetterLine
   WRITE LetterLine FROM LetterIntro
   MOVE SPACES TO LetterLine
   WRITE LetterLine.

WriteLetterClose.
   MOVE SPACES TO LetterLine
   WRITE LetterLine
   WRITE LetterLine FROM LetterClose1
   MOVE SPACES TO LetterLine
   WRITE LetterLine
   WRITE LetterLine FROM LetterClose2
   WRITE LetterLine FROM LetterClose3.

WriteJournalEntry.
   CALL "JournalWriter" USING JournalFileCode JournalOperation
                              JournalBefore JournalAfter
   MOVE SPACES TO JournalBefore, JournalAfter.

OpenBookFileIO.
   OPEN I-O BookFile
   IF BookFileStatus EQUAL TO "35"
     OPEN OUTPUT BookFile
     CLOSE BookFile
     OPEN I-O BookFile
   END-IF
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenDonorFileIO.
   OPEN I-O DonorFile
   IF DonorFileStatus EQUAL TO "35"
     OPEN OUTPUT DonorFile
     CLOSE DonorFile
     OPEN I-O DonorFile
   END-IF
   IF DonorFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Donor.dat, status: " DonorFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenDonorFileInput.
   OPEN INPUT DonorFile
   IF DonorFileStatus EQUAL TO "35"
     OPEN OUTPUT DonorFile
     CLOSE DonorFile
     OPEN INPUT DonorFile
   END-IF
   IF DonorFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Donor.dat, status: " DonorFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenGiftFileIO.
   OPEN I-O GiftFile
   IF GiftFileStatus EQUAL TO "35"
     OPEN OUTPUT GiftFile
     CLOSE GiftFile
     OPEN I-O GiftFile
   END-IF
   IF GiftFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Gift.dat, status: " GiftFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

END PROGRAM Gifts.
