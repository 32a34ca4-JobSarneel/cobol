*> treatment, with money instead of title counts -- plus the grand
*> total for the whole collection and a separate subtotal for the
*> copies currently out on loan, which is the exposure figure the
*> insurer actually wants. The bindery copies get the same
*> treatment from BinderyItem.dat: the value of the copies at the
*> binder now (out of the building, so the insurer asks) and the
*> repair costs paid on returned ones. The lendable equipment on
*> Equipment.dat (laptops, chargers, calculators) is valued at each
*> device's own replacement cost, by type, with the devices out on
*> an hourly loan now as its exposure figure; withdrawn devices are
*> left out. Output goes to InsuranceValuation.prt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT LoanPolicyFile ASSIGN TO "LoanPolicy.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LoanPolicyFileStatus.
   SELECT BinderyItemFile ASSIGN TO "BinderyItem.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BniKey
          FILE STATUS IS BinderyItemFileStatus.
   SELECT EquipmentFile ASSIGN TO "Equipment.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EqpAssetTag
          FILE STATUS IS EquipmentFileStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT ReportFile ASSIGN TO "InsuranceValuation.prt"
          ORGANIZATION IS LINE SEQUENTIAL
FD LoanPolicyFile.
COPY LoanPolicyRecord.

FD BinderyItemFile.
COPY BinderyItemRecord.

FD EquipmentFile.
COPY EquipmentRecord.

SD SortFile.
01 SortRecord.
   88  EndOfSortFile                    VALUE HIGH-VALUES.
01 BookFileStatus            PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".
01 BinderyItemFileStatus     PIC XX     VALUE "00".
01 EquipmentFileStatus       PIC XX     VALUE "00".

01 copiesOwned               PIC 9(2)   VALUE ZERO.
01 copyIndex                 PIC 9(2)   VALUE ZERO.
01 copyNumberLimit           PIC 9(2)   VALUE ZERO.
01 titleUnitCost             PIC 9(5)V99 VALUE ZERO.
01 titleValue                PIC 9(7)V99 VALUE ZERO.
01 CollectionTotal           PIC 9(9)V99 VALUE ZERO.
01 OnLoanTotal               PIC 9(9)V99 VALUE ZERO.
01 TitlesValued              PIC 9(6)   VALUE ZERO.
01 AtBinderyTotal            PIC 9(9)V99 VALUE ZERO.
01 RepairSpendTotal          PIC 9(9)V99 VALUE ZERO.
01 EquipmentTotal            PIC 9(9)V99 VALUE ZERO.
01 EquipOnLoanTotal          PIC 9(9)V99 VALUE ZERO.
01 DevicesValued             PIC 9(5)   VALUE ZERO.
01 typeIndex                 PIC 9      VALUE ZERO.

*> Equipment by EqpType; anything not one of the first three is
*> counted as OTHR.
01 EquipTypeValues.
   02 FILLER                 PIC X(18)  VALUE "LAPTLaptops".
   02 FILLER                 PIC X(18)  VALUE "CHRGChargers".
   02 FILLER                 PIC X(18)  VALUE "CALCCalculators".
   02 FILLER                 PIC X(18)  VALUE "OTHROther devices".
01 EquipTypeTable REDEFINES EquipTypeValues.
   02 EquipTypeEntry         OCCURS 4 TIMES.
      03 EquipTypeCode       PIC X(4).
      03 EquipTypeName       PIC X(14).
01 EquipTypeTotals.
   02 EquipTypeCount         PIC 9(5)    OCCURS 4 TIMES.
   02 EquipTypeValue         PIC 9(9)V99 OCCURS 4 TIMES.

01 PrevPublisher             PIC X(35)  VALUE SPACES.
01 PublisherTotal            PIC 9(9)V99 VALUE ZERO.
   02 FILLER                 PIC X(33)
      VALUE "Of which currently out on loan:  ".
   02 PrnOnLoanTotal         PIC ZZZ,ZZZ,ZZ9.99.
01 AtBinderyTotalLine.
   02 FILLER                 PIC X(33)
      VALUE "Of which at the bindery now:     ".
   02 PrnAtBinderyTotal      PIC ZZZ,ZZZ,ZZ9.99.
01 RepairSpendLine.
   02 FILLER                 PIC X(33)
      VALUE "Bindery repair costs on record:  ".
   02 PrnRepairSpendTotal    PIC ZZZ,ZZZ,ZZ9.99.
01 EquipTypeLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnEquipTypeName       PIC X(14).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnEquipTypeCount      PIC ZZZZ9.
   02 FILLER                 PIC X(16)  VALUE " device(s)".
   02 PrnEquipTypeValue      PIC ZZZ,ZZZ,ZZ9.99.
01 EquipmentTotalLine.
   02 FILLER                 PIC X(33)
      VALUE "Lendable equipment replacement:  ".
   02 PrnEquipmentTotal      PIC ZZZ,ZZZ,ZZ9.99.
01 EquipOnLoanLine.
   02 FILLER                 PIC X(33)
      VALUE "Of which out on hourly loan now: ".
   02 PrnEquipOnLoanTotal    PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   WRITE ReportLine FROM GrandTotalLine
   MOVE OnLoanTotal TO PrnOnLoanTotal
   WRITE ReportLine FROM OnLoanTotalLine
   PERFORM ValueBinderyCopies
   MOVE AtBinderyTotal TO PrnAtBinderyTotal
   WRITE ReportLine FROM AtBinderyTotalLine
   MOVE RepairSpendTotal TO PrnRepairSpendTotal
   WRITE ReportLine FROM RepairSpendLine
   PERFORM ValueEquipment
   CLOSE ReportFile
   DISPLAY "Valuation written to InsuranceValuation.prt (total "
           PrnCollectionTotal ", on loan " PrnOnLoanTotal ")."

ValueOneTitle.
   MOVE BookCopyCount TO copiesOwned
   IF copiesOwned = ZERO AND BookWithdrawnCopies = ZERO
     MOVE 1 TO copiesOwned
   END-IF
   *> Withdrawn copies keep their numbers; the ones still owned can
   *> sit anywhere up to the highest.
   COMPUTE copyNumberLimit = copiesOwned + BookWithdrawnCopies
   IF BookReplacementCost > ZERO
     MOVE BookReplacementCost TO titleUnitCost
    ELSE
   ADD titleValue TO CollectionTotal
   ADD 1 TO TitlesValued
   PERFORM VARYING copyIndex FROM 1 BY 1
           UNTIL copyIndex > copyNumberLimit
     MOVE BSN       TO LoanBSN
     MOVE copyIndex TO LoanCopyNumber
     READ LoanFile
   MOVE titleValue           TO SortValue
   RELEASE SortRecord.

*> A copy still at the binder is valued like a loaned one, at its
*> title's unit cost; every copy booked back adds what the binder
*> charged. No BinderyItem.dat yet means nothing ever went out.
ValueBinderyCopies.
   OPEN INPUT BinderyItemFile
   IF BinderyItemFileStatus EQUAL TO "00"
     PERFORM OpenBookFileInput
     READ BinderyItemFile NEXT RECORD
       AT END SET EndOfItemFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfItemFile
       IF BniStatus = "S"
         MOVE BniBSN TO BSN
         READ BookFile
           INVALID KEY
             MOVE PolReplacementCost TO titleUnitCost
           NOT INVALID KEY
             IF BookReplacementCost > ZERO
               MOVE BookReplacementCost TO titleUnitCost
              ELSE
               MOVE PolReplacementCost TO titleUnitCost
             END-IF
         END-READ
         ADD titleUnitCost TO AtBinderyTotal
        ELSE
         ADD BniRepairCost TO RepairSpendTotal
       END-IF
       READ BinderyItemFile NEXT RECORD
         AT END SET EndOfItemFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE BookFile
     CLOSE BinderyItemFile
   END-IF.

*> Each device not withdrawn at its own replacement cost (the
*> loan policy's flat cost when none is recorded). No
*> Equipment.dat yet means no equipment section.
ValueEquipment.
   OPEN INPUT EquipmentFile
   IF EquipmentFileStatus EQUAL TO "00"
     INITIALIZE EquipTypeTotals
     READ EquipmentFile NEXT RECORD
       AT END SET EndOfEquipmentFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfEquipmentFile
       IF NOT EqpIsWithdrawn
         IF EqpReplacementCost > ZERO
           MOVE EqpReplacementCost TO titleUnitCost
          ELSE
           MOVE PolReplacementCost TO titleUnitCost
         END-IF
         ADD 1 TO DevicesValued
         ADD titleUnitCost TO EquipmentTotal
         IF EqpIsOnLoan
           ADD titleUnitCost TO EquipOnLoanTotal
         END-IF
         MOVE 4 TO typeIndex
         PERFORM VARYING copyIndex FROM 1 BY 1 UNTIL copyIndex > 3
           IF EqpType = EquipTypeCode(copyIndex)
             MOVE copyIndex TO typeIndex
           END-IF
         END-PERFORM
         ADD 1 TO EquipTypeCount(typeIndex)
         ADD titleUnitCost TO EquipTypeValue(typeIndex)
       END-IF
       READ EquipmentFile NEXT RECORD
         AT END SET EndOfEquipmentFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE EquipmentFile
     MOVE SPACES TO ReportLine
     WRITE ReportLine
     MOVE "=== Lendable equipment by type ===" TO SectionHeading
     WRITE ReportLine FROM SectionHeading
     PERFORM VARYING typeIndex FROM 1 BY 1 UNTIL typeIndex > 4
       IF EquipTypeCount(typeIndex) > ZERO
         MOVE EquipTypeName(typeIndex)  TO PrnEquipTypeName
         MOVE EquipTypeCount(typeIndex) TO PrnEquipTypeCount
         MOVE EquipTypeValue(typeIndex) TO PrnEquipTypeValue
         WRITE ReportLine FROM EquipTypeLine
       END-IF
     END-PERFORM
     MOVE EquipmentTotal TO PrnEquipmentTotal
     WRITE ReportLine FROM EquipmentTotalLine
     MOVE EquipOnLoanTotal TO PrnEquipOnLoanTotal
     WRITE ReportLine FROM EquipOnLoanLine
   END-IF.

PrintPublisherValues.
   MOVE SPACES TO PrevPublisher
   MOVE ZERO TO PublisherTotal
