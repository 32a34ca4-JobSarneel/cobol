IDENTIFICATION DIVISION.
PROGRAM-ID. BorrowerHouseholds.
AUTHOR. Job Sarneel.
*> Household grouping: a family of four at one address used to get
*> four overdue letters, four pickup letters and four renewal
*> reminders in four envelopes on the same morning. This groups
*> borrowers living at the same address into one household and
*> keeps the result on Borrower.dat as BorrowerHouseholdId, which
*> the letter runs (OverdueNotices, PickupNotices,
*> MembershipExpiry) break on to send one combined letter per
*> household, and the position inquiry totals across.
*> The address is compared on street plus postcode, normalized the
*> way BorrowerDedupe normalizes names (upper-cased, only letters
*> and digits kept), so "12 High St." / "1234 ab" and
*> "12 high st" / "1234AB" are the same door. Matching addresses
*> are joined with the weighted quick-union from QuickFind, so a
*> household is a connected component; its id is the lowest
*> borrower number in it. A borrower with no street or postcode
*> on file is a household of one. Changed records are rewritten
*> and journaled, and Households.prt lists every household of two
*> or more for the desk to eyeball. NightlyBatch runs this just
*> ahead of the notice letters, so a move registered today is in
*> tonight's envelopes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          FILE STATUS IS BorrowerFileStatus.
   SELECT ReportFile ASSIGN TO "Households.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReportFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BorrowerFile.
COPY BorrowerRecord.

FD ReportFile.
01 ReportLine                PIC X(80).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".

01 TodaysDate                PIC 9(8)   VALUE ZEROS.

*> One node per borrower, in Borrower.dat key order, so the lowest
*> node index in a component is also its lowest borrower number.
*> HhParent/HhSize are QuickFind's v() and sz() arrays.
01 NodeTable.
   02 NodeEntry              OCCURS 2000 TIMES.
      03 NodeBorrowerNumber  PIC 9(5).
      03 NodeName            PIC X(30).
      03 NodeStreet          PIC X(30).
      03 NodePostcode        PIC X(8).
      03 NodeAddressKey      PIC X(38).
      03 HhParent            PIC 9(4).
      03 HhSize              PIC 9(4).
      03 HhLowestNode        PIC 9(4).
      03 NodeHouseholdId     PIC 9(5).
01 NodeCount                 PIC 9(4)   VALUE ZERO.
01 nodeI                     PIC 9(4)   VALUE ZERO.
01 nodeJ                     PIC 9(4)   VALUE ZERO.
01 nodeP                     PIC 9(4)   VALUE ZERO.
01 nodeQ                     PIC 9(4)   VALUE ZERO.
01 RootP                     PIC 9(4)   VALUE ZERO.
01 RootQ                     PIC 9(4)   VALUE ZERO.
01 FindInput                 PIC 9(4)   VALUE ZERO.
01 FindResult                PIC 9(4)   VALUE ZERO.
01 memberRoot                PIC 9(4)   VALUE ZERO.

01 workAddress               PIC X(38)  VALUE SPACES.
01 compressedAddress         PIC X(38)  VALUE SPACES.
01 compressedLength          PIC 9(2)   VALUE ZERO.
01 scanPosition              PIC 9(2)   VALUE ZERO.
01 oneChar                   PIC X      VALUE SPACE.

01 HouseholdCount            PIC 9(5)   VALUE ZERO.
01 GroupedCount              PIC 9(5)   VALUE ZERO.
01 ChangedCount              PIC 9(5)   VALUE ZERO.
01 oldHouseholdId            PIC 9(5)   VALUE ZEROS.

01 JournalFileCode           PIC X(4)   VALUE SPACES.
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

01 ReportHeading.
   02 FILLER                 PIC X(42)
      VALUE "Households of two or more borrowers  Run: ".
   02 PrnRunDate             PIC 9(8).
01 HouseholdLine.
   02 FILLER                 PIC X(10)  VALUE "Household ".
   02 PrnHouseholdId         PIC 9(5).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnHouseholdStreet     PIC X(30).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnHouseholdPostcode   PIC X(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnHouseholdSize       PIC ZZZ9.
   02 FILLER                 PIC X(8)   VALUE " members".
01 MemberLine.
   02 FILLER                 PIC X(4)   VALUE SPACES.
   02 PrnMemberNumber        PIC 9(5).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnMemberName          PIC X(30).
01 ReportTotalLine.
   02 FILLER                 PIC X(22)
      VALUE "Households listed:    ".
   02 PrnHouseholdCount      PIC ZZZZ9.
   02 FILLER                 PIC X(14)  VALUE "  borrowers:  ".
   02 PrnGroupedCount        PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
   PERFORM OpenAuditLog
   MOVE "BorrowerHouseho" TO AuditProgramName
   MOVE "START"           TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT TodaysDate FROM DATE YYYYMMDD

   PERFORM LoadBorrowerNodes
   PERFORM UniteSharedAddresses
   PERFORM AssignHouseholdIds
   PERFORM StoreHouseholdIds
   PERFORM WriteHouseholdReport
   DISPLAY "Households: " NodeCount " borrower(s) grouped, "
           ChangedCount " household id(s) changed, " HouseholdCount
           " household(s) of two or more in Households.prt."

   MOVE "END"         TO AuditEventType
   MOVE ChangedCount  TO AuditRecordCount
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

LoadBorrowerNodes.
   PERFORM OpenBorrowerFileInput
   READ BorrowerFile NEXT RECORD
     AT END SET EndOfBorrowerFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBorrowerFile
     IF NodeCount < 2000
       ADD 1 TO NodeCount
       MOVE BorrowerNumber   TO NodeBorrowerNumber(NodeCount)
       MOVE BorrowerName     TO NodeName(NodeCount)
       MOVE BorrowerStreet   TO NodeStreet(NodeCount)
       MOVE BorrowerPostcode TO NodePostcode(NodeCount)
       MOVE NodeCount        TO HhParent(NodeCount)
       MOVE 1                TO HhSize(NodeCount)
       MOVE ZERO             TO HhLowestNode(NodeCount)
       *> No street or no postcode is no address to share: the
       *> key stays blank and the borrower stays on their own.
       MOVE SPACES TO NodeAddressKey(NodeCount)
       IF BorrowerStreet NOT = SPACES AND
          BorrowerPostcode NOT = SPACES
         MOVE SPACES TO workAddress
         MOVE BorrowerStreet   TO workAddress(1:30)
         MOVE BorrowerPostcode TO workAddress(31:8)
         PERFORM CompressWorkAddress
         MOVE compressedAddress TO NodeAddressKey(NodeCount)
       END-IF
      ELSE
       DISPLAY "More than 2000 borrowers -- later ones keep their "
               "household id from the last run this pass."
       ADD 1 TO AuditErrorCount
       SET EndOfBorrowerFile TO TRUE
     END-IF
     IF NOT EndOfBorrowerFile
       READ BorrowerFile NEXT RECORD
         AT END SET EndOfBorrowerFile TO TRUE
       END-READ
     END-IF
   END-PERFORM
   CLOSE BorrowerFile.

*> Upper-cases workAddress and keeps only letters and digits, so
*> spacing, punctuation and case don't split a household.
CompressWorkAddress.
   INSPECT workAddress CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   MOVE SPACES TO compressedAddress
   MOVE ZERO TO compressedLength
   PERFORM VARYING scanPosition FROM 1 BY 1
           UNTIL scanPosition > 38
     MOVE workAddress(scanPosition:1) TO oneChar
     IF (oneChar >= "A" AND oneChar <= "Z") OR
        (oneChar >= "0" AND oneChar <= "9")
       ADD 1 TO compressedLength
       MOVE oneChar TO compressedAddress(compressedLength:1)
     END-IF
   END-PERFORM.

*> Each addressed borrower is joined to the first earlier borrower
*> at the same address; the union makes the rest of the household
*> follow.
UniteSharedAddresses.
   PERFORM VARYING nodeI FROM 2 BY 1 UNTIL nodeI > NodeCount
     IF NodeAddressKey(nodeI) NOT = SPACES
       PERFORM VARYING nodeJ FROM 1 BY 1 UNTIL nodeJ >= nodeI
         IF NodeAddressKey(nodeJ) = NodeAddressKey(nodeI)
           MOVE nodeJ TO nodeP
           MOVE nodeI TO nodeQ
           PERFORM ApplyUnion
           MOVE nodeI TO nodeJ
         END-IF
       END-PERFORM
     END-IF
   END-PERFORM.

ApplyUnion.
   MOVE nodeP TO FindInput
   PERFORM FindRoot
   MOVE FindResult TO RootP
   MOVE nodeQ TO FindInput
   PERFORM FindRoot
   MOVE FindResult TO RootQ

   IF RootP NOT EQUAL TO RootQ
     IF HhSize(RootP) < HhSize(RootQ)
       MOVE RootQ TO HhParent(RootP)
       ADD HhSize(RootP) TO HhSize(RootQ)
      ELSE
       MOVE RootP TO HhParent(RootQ)
       ADD HhSize(RootQ) TO HhSize(RootP)
     END-IF
   END-IF.

FindRoot.
   MOVE FindInput TO FindResult
   PERFORM UNTIL HhParent(FindResult) = FindResult
     MOVE HhParent(FindResult) TO FindResult
   END-PERFORM.

*> The first node reached for each root, scanning in key order, is
*> the component's lowest borrower number -- the household id.
AssignHouseholdIds.
   PERFORM VARYING nodeI FROM 1 BY 1 UNTIL nodeI > NodeCount
     MOVE nodeI TO FindInput
     PERFORM FindRoot
     IF HhLowestNode(FindResult) = ZERO
       MOVE nodeI TO HhLowestNode(FindResult)
     END-IF
     MOVE NodeBorrowerNumber(HhLowestNode(FindResult))
       TO NodeHouseholdId(nodeI)
   END-PERFORM.

StoreHouseholdIds.
   PERFORM OpenBorrowerFileIO
   PERFORM VARYING nodeI FROM 1 BY 1 UNTIL nodeI > NodeCount
     MOVE NodeBorrowerNumber(nodeI) TO BorrowerNumber
     READ BorrowerFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         PERFORM StoreOneHouseholdId
     END-READ
   END-PERFORM
   CLOSE BorrowerFile.

StoreOneHouseholdId.
   IF BorrowerHouseholdId IS NUMERIC
     MOVE BorrowerHouseholdId TO oldHouseholdId
    ELSE
     MOVE ZEROS TO oldHouseholdId
   END-IF
   IF oldHouseholdId NOT = NodeHouseholdId(nodeI)
     MOVE BorrowerDetails TO JournalBefore
     MOVE NodeHouseholdId(nodeI) TO BorrowerHouseholdId
     REWRITE BorrowerDetails
       INVALID KEY
         CONTINUE
     END-REWRITE
     IF BorrowerFileStatus = "00"
       MOVE "BORR" TO JournalFileCode
       MOVE "R"    TO JournalOperation
       MOVE BorrowerDetails TO JournalAfter
       CALL "JournalWriter" USING JournalFileCode JournalOperation
                                  JournalBefore JournalAfter
       MOVE SPACES TO JournalBefore, JournalAfter
       ADD 1 TO ChangedCount
      ELSE
       DISPLAY "Could not store household for borrower "
               BorrowerNumber ", status: " BorrowerFileStatus
       ADD 1 TO AuditErrorCount
     END-IF
   END-IF.

WriteHouseholdReport.
   OPEN OUTPUT ReportFile
   IF ReportFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create Households.prt, status: "
             ReportFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE TodaysDate TO PrnRunDate
   WRITE ReportLine FROM ReportHeading
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   PERFORM VARYING nodeI FROM 1 BY 1 UNTIL nodeI > NodeCount
     MOVE nodeI TO FindInput
     PERFORM FindRoot
     IF HhLowestNode(FindResult) = nodeI AND HhSize(FindResult) > 1
       PERFORM WriteOneHousehold
     END-IF
   END-PERFORM
   IF HouseholdCount = ZERO
     MOVE "  (none)" TO ReportLine
     WRITE ReportLine
   END-IF
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE HouseholdCount TO PrnHouseholdCount
   MOVE GroupedCount   TO PrnGroupedCount
   WRITE ReportLine FROM ReportTotalLine
   CLOSE ReportFile.

WriteOneHousehold.
   MOVE FindResult TO memberRoot
   ADD 1 TO HouseholdCount
   ADD HhSize(memberRoot) TO GroupedCount
   MOVE NodeHouseholdId(nodeI) TO PrnHouseholdId
   MOVE NodeStreet(nodeI)      TO PrnHouseholdStreet
   MOVE NodePostcode(nodeI)    TO PrnHouseholdPostcode
   MOVE HhSize(memberRoot)     TO PrnHouseholdSize
   WRITE ReportLine FROM HouseholdLine
   PERFORM VARYING nodeJ FROM nodeI BY 1 UNTIL nodeJ > NodeCount
     IF NodeHouseholdId(nodeJ) = NodeHouseholdId(nodeI)
       MOVE NodeBorrowerNumber(nodeJ) TO PrnMemberNumber
       MOVE NodeName(nodeJ)           TO PrnMemberName
       WRITE ReportLine FROM MemberLine
     END-IF
   END-PERFORM.

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

OpenBorrowerFileIO.
   OPEN I-O BorrowerFile
   IF BorrowerFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Borrower.dat for update, status: "
             BorrowerFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

END PROGRAM BorrowerHouseholds.
