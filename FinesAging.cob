*> treatment, but for the money instead of the books. The ledger's
*> borrower-leading key means the sequential read arrives already
*> grouped, so the borrower subtotal is a plain control break.
*> Fines billed to students' university accounts are the
*> registrar's to collect, and fines referred to the collection
*> agency the agency's; each is totalled on a line of its own,
*> not aged.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 bucketIndex               PIC 9      VALUE ZERO.
01 BorrowerOwed              PIC 9(5)V99 VALUE ZERO.
01 GrandOwed                 PIC 9(7)V99 VALUE ZERO.
*> Fines billed to students' university accounts: off the desk's
*> books and the registrar's to collect, so shown apart, not aged.
01 BilledOutTotal            PIC 9(7)V99 VALUE ZERO.
01 AgencyTotal               PIC 9(7)V99 VALUE ZERO.
01 PrevBorrowerNumber        PIC 9(5)   VALUE ZEROS.
01 FirstGroupStatus          PIC X      VALUE "N".
   88 FirstGroupStarted                 VALUE "Y".
   02 FILLER                 PIC X(28)
      VALUE "Total fines outstanding:    ".
   02 PrnGrandOwed           PIC Z,ZZZ,ZZ9.99.
01 BilledOutLine.
   02 FILLER                 PIC X(28)
      VALUE "With the registrar (billed):".
   02 PrnBilledOut           PIC Z,ZZZ,ZZ9.99.
01 AgencyLine.
   02 FILLER                 PIC X(28)
      VALUE "With the collection agency:".
   02 PrnAgencyTotal         PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
     IF FineStatus = "O"
       PERFORM AgeOneFine
     END-IF
     IF FineStatus = "T"
       COMPUTE fineBalance = FineAmount - FinePaidAmount
       ADD fineBalance TO BilledOutTotal
     END-IF
     IF FineStatus = "A"
       COMPUTE fineBalance = FineAmount - FinePaidAmount
       ADD fineBalance TO AgencyTotal
     END-IF
     READ FineFile NEXT RECORD
       AT END SET EndOfFineFile TO TRUE
     END-READ
   WRITE ReportLine FROM GrandTotalLine
   MOVE GrandOwed TO PrnGrandOwed
   WRITE ReportLine FROM GrandOwedLine
   IF BilledOutTotal > ZERO
     MOVE BilledOutTotal TO PrnBilledOut
     WRITE ReportLine FROM BilledOutLine
   END-IF
   IF AgencyTotal > ZERO
     MOVE AgencyTotal TO PrnAgencyTotal
     WRITE ReportLine FROM AgencyLine
   END-IF
   CLOSE ReportFile
   DISPLAY "Receivables aging written to FinesAging.prt ("
           OpenFineCount " open fine(s), " PrnGrandOwed
