*> the ISBN is already in the catalog or already on order), 'r'
*> receives one -- completing the bibliographic details and carrying
*> the record into Book.dat the way AddBooks would -- and 'o' prints
*> the outstanding-orders report grouped by supplier. Draft lines
*> the hold-ratio alert leaves on OnOrder.dat come up at 'e' for
*> the same ISBN, to be confirmed into an order or dropped.
*> Supplier invoices ('i') are matched line by line against the
*> orders and their receipts before the bursar pays: clean ones go
*> on the approved-for-payment list ('a', InvoicePayments.prt),
*> the rest on the exception report ('x', InvoiceExceptions.prt)
*> until re-matched or accepted ('m').
*> Every session starts with an OperatorSignon sign-on, and the
*> operator's id goes on each audit entry the session writes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
   SELECT SupplierFile ASSIGN TO "Supplier.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BudgetLineCode
          FILE STATUS IS BudgetFileStatus.
   SELECT SerialFile ASSIGN TO "Serial.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SerIssn
          FILE STATUS IS SerialFileStatus.
   SELECT BinderyItemFile ASSIGN TO "BinderyItem.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BniKey
          FILE STATUS IS BinderyItemFileStatus.
   SELECT InvoiceFile ASSIGN TO "Invoice.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS InvKey
          FILE STATUS IS InvoiceFileStatus.
   SELECT InvoiceLineFile ASSIGN TO "InvoiceLine.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IlnKey
          FILE STATUS IS InvoiceLineFileStatus.
   SELECT PaymentListFile ASSIGN TO "InvoicePayments.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentListFileStatus.
   SELECT ExceptionFile ASSIGN TO "InvoiceExceptions.prt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ExceptionFileStatus.
   SELECT SortFile ASSIGN TO "SortWork.tmp".
   SELECT ReportFile ASSIGN TO "OnOrderReport.prt"
          ORGANIZATION IS LINE SEQUENTIAL
*> what the vendor performance report measures delivery against.
   02  OrderSupplierCode     PIC X(4).
   02  OrderReceivedDate     PIC 9(8).
*> Copies on the order. A title not yet in the catalog still has
*> its copy count asked at receipt; a repeat order for a cataloged
*> title adds this many copies. OrderStatus "D" is a draft line
*> written by HoldRatioAlert -- ISBN, title and copies only, until
*> order entry here confirms it with supplier, price and dates.
   02  OrderQuantity         PIC 9(2).
*> What the supplier actually billed for the order, posted when
*> its invoice is approved for payment; the budget spend counts
*> this instead of the estimated OrderPrice once it is there.
   02  OrderInvoicedAmount   PIC 9(5)V99.

FD SuggestionFile.
COPY SuggestionRecord.
   02  BudgetLineName        PIC X(20).
   02  BudgetAllocation      PIC 9(7)V99.

FD SerialFile.
COPY SerialRecord.

FD BinderyItemFile.
COPY BinderyItemRecord.

FD InvoiceFile.
COPY InvoiceRecord.

FD InvoiceLineFile.
COPY InvoiceLineRecord.

FD PaymentListFile.
01 PaymentListLine           PIC X(100).

FD ExceptionFile.
01 ExceptionLine             PIC X(100).

SD SortFile.
01 SortRecord.
   88  EndOfSortFile                    VALUE HIGH-VALUES.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 BookFileStatus            PIC XX     VALUE "00".
01 OrderFileStatus           PIC XX     VALUE "00".
01 ReportFileStatus          PIC XX     VALUE "00".
   88 IsbnConvertIsValid                VALUE "Y".
01 AlreadyKnown              PIC X      VALUE "N".
   88 TitleIsKnown                      VALUE "Y".
01 DraftPending              PIC X      VALUE "N".
   88 DraftIsPending                    VALUE "Y".
01 draftAnswer               PIC X      VALUE SPACE.
01 copiesInput               PIC 9(2)   VALUE ZERO.
01 JournalFileCode           PIC X(4)   VALUE "BOOK".
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.
01 OutstandingCount          PIC 9(5)   VALUE ZERO.
01 PrevSupplier              PIC X(30)  VALUE SPACES.
01 BudgetFileStatus          PIC XX     VALUE "00".
01 SupplierFileStatus        PIC XX     VALUE "00".
01 SuggestionFileStatus      PIC XX     VALUE "00".
01 HoldFileStatus            PIC XX     VALUE "00".
01 SerialFileStatus          PIC XX     VALUE "00".
01 BinderyItemFileStatus     PIC XX     VALUE "00".
01 InvoiceFileStatus         PIC XX     VALUE "00".
01 InvoiceLineFileStatus     PIC XX     VALUE "00".
01 PaymentListFileStatus     PIC XX     VALUE "00".
01 ExceptionFileStatus       PIC XX     VALUE "00".
01 matchedSugSequence        PIC 9(4)   VALUE ZERO.
01 suggestBorrower           PIC 9(5)   VALUE ZEROS.
01 NextHoldSequence          PIC 9(4)   VALUE ZERO.
   02 FILLER                 PIC X(11)  VALUE "  remaining".
   02 PrnBudRemaining        PIC ---,--9.99.

*> Supplier invoices: entry, matching against the order and its
*> receipt, the payment list and the exception report.
01 invoiceNumberInput        PIC X(12)  VALUE SPACES.
01 invoiceBSNInput           PIC X(17)  VALUE SPACES.
01 invoiceQtyInput           PIC 9(2)   VALUE ZERO.
01 invoiceAmountInput        PIC 9(5)V99 VALUE ZERO.
01 invoiceAnswer             PIC X      VALUE SPACE.
01 receivedQuantity          PIC 9(2)   VALUE ZERO.
01 invoiceExceptions         PIC 9(3)   VALUE ZERO.
01 InvoiceFound              PIC X      VALUE "N".
   88 InvoiceIsFound                    VALUE "Y".
01 invoiceToday              PIC 9(8)   VALUE ZEROS.
01 InvoicesListed            PIC 9(5)   VALUE ZERO.
01 InvoicesListedTotal       PIC 9(9)V99 VALUE ZERO.
01 MatchWording              PIC X(36)  VALUE SPACES.
01 PaymentHeading.
   02 FILLER                 PIC X(40)
      VALUE "Invoices approved for payment  --  Run: ".
   02 PrnPayRunDate          PIC 9(8).
01 PaymentDetailLine.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnPaySupplier         PIC X(4).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnPaySupplierName     PIC X(30).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnPayInvoice          PIC X(12).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnPayDate             PIC 9(8).
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnPayAmount           PIC Z,ZZZ,ZZ9.99.
01 PaymentTotalLine.
   02 FILLER                 PIC X(20)
      VALUE "Invoices released:  ".
   02 PrnPayCount            PIC ZZZZ9.
   02 FILLER                 PIC X(10)  VALUE "   total: ".
   02 PrnPayTotal            PIC ZZZ,ZZZ,ZZ9.99.
01 ExceptionHeading.
   02 FILLER                 PIC X(38)
      VALUE "Invoice exceptions  --  Run:          ".
   02 PrnExcRunDate          PIC 9(8).
01 ExceptionInvoiceLine.
   02 FILLER                 PIC X(9)   VALUE "Invoice ".
   02 PrnExcSupplier         PIC X(4).
   02 FILLER                 PIC X(1)   VALUE "/".
   02 PrnExcInvoice          PIC X(12).
   02 FILLER                 PIC X(7)   VALUE "  date ".
   02 PrnExcDate             PIC 9(8).
   02 FILLER                 PIC X(8)   VALUE "  total ".
   02 PrnExcTotal            PIC Z,ZZZ,ZZ9.99.
01 ExceptionDetailLine.
   02 FILLER                 PIC X(3)   VALUE SPACES.
   02 FILLER                 PIC X(5)   VALUE "line ".
   02 PrnExcLine             PIC ZZ9.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnExcBSN              PIC X(17).
   02 FILLER                 PIC X(1)   VALUE SPACES.
   02 PrnExcQty              PIC Z9.
   02 FILLER                 PIC X(5)   VALUE " cps ".
   02 PrnExcAmount           PIC ZZ,ZZ9.99.
   02 FILLER                 PIC X(2)   VALUE SPACES.
   02 PrnExcReason           PIC X(36).
01 ExceptionTotalLine.
   02 FILLER                 PIC X(20)
      VALUE "Invoices held:      ".
   02 PrnExcCount            PIC ZZZZ9.

01 ReportHeading.
   02 FILLER                 PIC X(42)
      VALUE "Outstanding orders by supplier  --  Run: ".

PROCEDURE DIVISION.
Begin.
   MOVE "Acquisitions" TO SignonProgramName
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
   MOVE "Acquisitions" TO AuditProgramName
   MOVE "START"        TO AuditEventType
   PERFORM LogAuditEvent
   DISPLAY "Press 'e' to enter an order, 'r' to receive one, "
           "'o' for the outstanding-orders report, 'b' to maintain "
           "a budget line, 's' for the budget spend report, "
           "'u' to maintain a supplier, 'v' for the vendor "
           "performance report, 'i' to enter a supplier invoice, "
           "'m' to re-match or accept a held invoice, 'a' for the "
           "approved-for-payment list, or 'x' for the invoice "
           "exception report: " WITH NO ADVANCING
   ACCEPT acqChoice
   EVALUATE acqChoice
     WHEN "e" PERFORM EnterOrder
     WHEN "s" PERFORM BudgetSpendReport
     WHEN "u" PERFORM MaintainSupplier
     WHEN "v" PERFORM VendorPerformanceReport
     WHEN "i" PERFORM EnterInvoice
     WHEN "m" PERFORM ResolveInvoice
     WHEN "a" PERFORM PaymentList
     WHEN "x" PERFORM InvoiceExceptionReport
     WHEN OTHER
       DISPLAY "That's not an 'e', 'r', 'o', 'b', 's', 'u', 'v', "
               "'i', 'm', 'a' or 'x'. Try again."
       PERFORM AcquisitionsMenu
   END-EVALUATE.

               " for storage."
       MOVE ConvertedBSN TO orderBSNInput
     END-IF
     PERFORM CheckForDraftOrder
     IF DraftIsPending
       PERFORM ConfirmDraftOrder
      ELSE
       PERFORM CheckTitleAlreadyKnown
       IF TitleIsKnown
         ADD 1 TO AuditErrorCount
        ELSE
         PERFORM GetBudgetedPrice
         PERFORM GetValidSupplier
         PERFORM OpenOrderFileIO
         MOVE orderBSNInput TO OrderBSN
         DISPLAY "Title:                       " WITH NO ADVANCING
         ACCEPT OrderTitle
         MOVE supplierCodeInput TO OrderSupplierCode
         MOVE supplierNameInput TO OrderSupplier
         ACCEPT OrderDate FROM DATE YYYYMMDD
         DISPLAY "Expected date (YYYYMMDD):    " WITH NO ADVANCING
         ACCEPT OrderExpectedDate
         MOVE "O" TO OrderStatus
         MOVE priceInput      TO OrderPrice
         MOVE budgetLineInput TO OrderBudgetLine
         MOVE ZEROS           TO OrderReceivedDate
         MOVE 1               TO OrderQuantity
         MOVE ZERO            TO OrderInvoicedAmount
         WRITE OrderRecord
           INVALID KEY
             DISPLAY "Could not write order record, status: "
                     OrderFileStatus
           NOT INVALID KEY
             ADD 1 TO AuditRecordCount
             MOVE orderBSNInput TO AuditKeyValue
             MOVE "ORDER" TO AuditEventType
             PERFORM LogAuditEvent
             DISPLAY "Order entered."
         END-WRITE
         CLOSE OrderFile
       END-IF
     END-IF
   END-IF.

CheckForDraftOrder.
   MOVE "N" TO DraftPending
   PERFORM OpenOrderFileInput
   MOVE orderBSNInput TO OrderBSN
   READ OrderFile
     INVALID KEY
       CONTINUE
     NOT INVALID KEY
       IF OrderStatus = "D"
         MOVE "Y" TO DraftPending
       END-IF
   END-READ
   CLOSE OrderFile.

*> A draft from the hold-ratio alert already names the title and
*> the extra copies; confirming it asks what an ordinary order
*> does (price for the whole line, budget line, supplier, expected
*> date) and turns it into an open order. 'd' drops the draft.
ConfirmDraftOrder.
   PERFORM OpenOrderFileIO
   MOVE orderBSNInput TO OrderBSN
   READ OrderFile
     INVALID KEY
       DISPLAY "The draft order for " orderBSNInput " has gone."
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       DISPLAY "Draft order (hold-ratio alert, " OrderDate "): "
               OrderTitle ", " OrderQuantity " extra copy(ies)."
       DISPLAY "Press 'y' to order it, 'd' to drop the draft, or "
               "anything else to leave it: " WITH NO ADVANCING
       ACCEPT draftAnswer
       EVALUATE draftAnswer
         WHEN "y"
           DISPLAY "Copies (01-99, 00 keeps " OrderQuantity "): "
                   WITH NO ADVANCING
           ACCEPT copiesInput
           CLOSE OrderFile
           PERFORM GetBudgetedPrice
           PERFORM GetValidSupplier
           PERFORM OpenOrderFileIO
           MOVE orderBSNInput TO OrderBSN
           READ OrderFile
             INVALID KEY
               DISPLAY "The draft order for " orderBSNInput
                       " has gone."
               ADD 1 TO AuditErrorCount
             NOT INVALID KEY
               PERFORM OrderDraftLine
           END-READ
         WHEN "d"
           DELETE OrderFile
             INVALID KEY
               DISPLAY "Could not drop the draft, status: "
                       OrderFileStatus
               ADD 1 TO AuditErrorCount
             NOT INVALID KEY
               MOVE orderBSNInput TO AuditKeyValue
               MOVE "ORDDX" TO AuditEventType
               PERFORM LogAuditEvent
               DISPLAY "Draft dropped."
           END-DELETE
         WHEN OTHER
           DISPLAY "Draft left for later."
       END-EVALUATE
   END-READ
   CLOSE OrderFile.

OrderDraftLine.
   IF copiesInput NOT = ZERO
     MOVE copiesInput TO OrderQuantity
   END-IF
   MOVE supplierCodeInput TO OrderSupplierCode
   MOVE supplierNameInput TO OrderSupplier
   ACCEPT OrderDate FROM DATE YYYYMMDD
   DISPLAY "Expected date (YYYYMMDD):    " WITH NO ADVANCING
   ACCEPT OrderExpectedDate
   MOVE "O"             TO OrderStatus
   MOVE priceInput      TO OrderPrice
   MOVE budgetLineInput TO OrderBudgetLine
   MOVE ZEROS           TO OrderReceivedDate
   REWRITE OrderRecord
     INVALID KEY
       DISPLAY "Could not update order record, status: "
               OrderFileStatus
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       ADD 1 TO AuditRecordCount
       MOVE orderBSNInput TO AuditKeyValue
       MOVE "ORDER" TO AuditEventType
       PERFORM LogAuditEvent
       DISPLAY "Order entered for " OrderQuantity " copy(ies)."
   END-REWRITE.

*> Price and budget line at order entry: the line must exist in
*> BudgetLines.dat, and an order that would take its line past the
*> annual allocation gets a warning while the money is still in
             " over its allocation of " PrnMoney "."
   END-IF.

*> Committed = open orders, spent = received orders (what the
*> supplier invoiced once the invoice is approved, the budgeted
*> price until then) plus everything paid on the serial
*> subscriptions charged to the line (SerPaidToDate -- paid when
*> taken out and at each renewal, kept when cancelled) plus the repair costs of copies
*> back from the bindery, for one budget line; opens and closes
*> OnOrder.dat, Serial.dat and BinderyItem.dat itself.
ComputeLineSpend.
   MOVE ZERO TO LineCommitted, LineSpent
   PERFORM OpenOrderFileInput
     IF OrderBudgetLine = spendCheckLine
       EVALUATE OrderStatus
         WHEN "O" ADD OrderPrice TO LineCommitted
         WHEN "R"
           IF OrderInvoicedAmount > ZERO
             ADD OrderInvoicedAmount TO LineSpent
            ELSE
             ADD OrderPrice TO LineSpent
           END-IF
         WHEN OTHER CONTINUE
       END-EVALUATE
     END-IF
       AT END SET EndOfOrderFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE OrderFile
   OPEN INPUT SerialFile
   IF SerialFileStatus EQUAL TO "00"
     READ SerialFile NEXT RECORD
       AT END SET EndOfSerialFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfSerialFile
       IF SerBudgetLine = spendCheckLine
         ADD SerPaidToDate TO LineSpent
       END-IF
       READ SerialFile NEXT RECORD
         AT END SET EndOfSerialFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE SerialFile
   END-IF
   OPEN INPUT BinderyItemFile
   IF BinderyItemFileStatus EQUAL TO "00"
     READ BinderyItemFile NEXT RECORD
       AT END SET EndOfItemFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfItemFile
       IF BniBudgetLine = spendCheckLine AND BniStatus NOT = "S"
         ADD BniRepairCost TO LineSpent
       END-IF
       READ BinderyItemFile NEXT RECORD
         AT END SET EndOfItemFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE BinderyItemFile
   END-IF.

*> The supplier comes in as a code validated against the master;
*> the display name rides along from the master record so every
   CLOSE BudgetFile.

*> The spend report finance can stop guessing from: committed (on
*> order), spent (received, serial subscriptions and bindery
*> repairs) and remaining per line, straight off the order dates and
*> prices already on OnOrder.dat, the subscription payments on
*> Serial.dat and the repair costs on BinderyItem.dat.
BudgetSpendReport.
   ACCEPT PrnBudgetRunDate FROM DATE YYYYMMDD
   OPEN OUTPUT ReportFile
           BudgetLinesReported " line(s))."
   MOVE BudgetLinesReported TO AuditRecordCount.

*> A supplier invoice is keyed in line by line; each line is
*> matched at once against the OnOrder.dat order for its ISBN and
*> that order's receipt. An invoice whose lines all match is
*> approved for payment straight away and its amounts posted to
*> the orders; one with any mismatch is held for the exception
*> report until it is re-matched or accepted ('m').
EnterInvoice.
   ACCEPT invoiceToday FROM DATE YYYYMMDD
   PERFORM GetValidSupplier
   DISPLAY "Supplier's invoice number:   " WITH NO ADVANCING
   ACCEPT invoiceNumberInput
   PERFORM OpenInvoiceFileIO
   MOVE supplierCodeInput  TO InvSupplierCode
   MOVE invoiceNumberInput TO InvNumber
   READ InvoiceFile
     INVALID KEY
       PERFORM RecordNewInvoice
     NOT INVALID KEY
       DISPLAY "Invoice " invoiceNumberInput " from "
               supplierCodeInput " was already entered on "
               InvEnteredDate "."
       ADD 1 TO AuditErrorCount
   END-READ
   CLOSE InvoiceFile.

RecordNewInvoice.
   INITIALIZE InvoiceRecord
   MOVE supplierCodeInput  TO InvSupplierCode
   MOVE invoiceNumberInput TO InvNumber
   DISPLAY "Invoice date (YYYYMMDD):     " WITH NO ADVANCING
   ACCEPT InvDate
   MOVE invoiceToday TO InvEnteredDate
   MOVE ZERO TO InvLineCount, InvTotal, invoiceExceptions
   MOVE ZEROS TO InvReleasedDate
   PERFORM OpenInvoiceLineFileIO
   PERFORM OpenOrderFileIO
   MOVE "X" TO invoiceBSNInput
   PERFORM UNTIL invoiceBSNInput = SPACES
     DISPLAY "ISBN on the invoice line (blank to finish): "
             WITH NO ADVANCING
     ACCEPT invoiceBSNInput
     IF invoiceBSNInput NOT = SPACES
       PERFORM EnterInvoiceLine
     END-IF
   END-PERFORM
   IF InvLineCount = ZERO
     DISPLAY "No lines entered; invoice not recorded."
    ELSE
     IF invoiceExceptions = ZERO
       MOVE "A" TO InvStatus
       PERFORM PostInvoiceAmounts
      ELSE
       MOVE "E" TO InvStatus
     END-IF
     WRITE InvoiceRecord
       INVALID KEY
         DISPLAY "Could not write invoice record, status: "
                 InvoiceFileStatus
         ADD 1 TO AuditErrorCount
       NOT INVALID KEY
         ADD 1 TO AuditRecordCount
         MOVE InvKey TO AuditKeyValue
         MOVE "INVCE" TO AuditEventType
         PERFORM LogAuditEvent
         MOVE InvTotal TO PrnMoney
         IF InvStatus = "A"
           DISPLAY "Invoice matched and approved for payment ("
                   PrnMoney ")."
          ELSE
           DISPLAY "Invoice held: " invoiceExceptions " line(s) "
                   "do not match (see 'x')."
         END-IF
     END-WRITE
   END-IF
   CLOSE OrderFile
   CLOSE InvoiceLineFile.

EnterInvoiceLine.
   MOVE "T013" TO IsbnConvertFunction
   CALL "IsbnConvert" USING IsbnConvertFunction invoiceBSNInput
                            ConvertedBSN IsbnConvertValid
   IF IsbnConvertIsValid
     MOVE ConvertedBSN TO invoiceBSNInput
   END-IF
   DISPLAY "Copies invoiced:             " WITH NO ADVANCING
   ACCEPT invoiceQtyInput
   IF invoiceQtyInput = ZERO
     MOVE 1 TO invoiceQtyInput
   END-IF
   DISPLAY "Line amount (e.g. 00035.00): " WITH NO ADVANCING
   ACCEPT invoiceAmountInput
   ADD 1 TO InvLineCount
   MOVE InvSupplierCode    TO IlnSupplierCode
   MOVE InvNumber          TO IlnInvoiceNumber
   MOVE InvLineCount       TO IlnLineNumber
   MOVE invoiceBSNInput    TO IlnOrderBSN
   MOVE invoiceQtyInput    TO IlnQuantity
   MOVE invoiceAmountInput TO IlnAmount
   PERFORM MatchInvoiceLine
   WRITE InvoiceLineRecord
     INVALID KEY
       DISPLAY "Could not write invoice line, status: "
               InvoiceLineFileStatus
       ADD 1 TO AuditErrorCount
       SUBTRACT 1 FROM InvLineCount
     NOT INVALID KEY
       ADD IlnAmount TO InvTotal
       IF NOT IlnMatched
         ADD 1 TO invoiceExceptions
       END-IF
       PERFORM DescribeInvoiceMatch
       DISPLAY "  line " IlnLineNumber ": " MatchWording
   END-WRITE.

*> One invoice line against its order (OnOrder.dat open by the
*> caller). The received quantity is the order's copies (an order
*> from before quantities were kept is one copy); the price check
*> is against the budgeted price order entry recorded for the line.
MatchInvoiceLine.
   MOVE IlnOrderBSN TO OrderBSN
   READ OrderFile
     INVALID KEY
       MOVE "N" TO IlnMatch
     NOT INVALID KEY
       MOVE OrderQuantity TO receivedQuantity
       IF receivedQuantity = ZERO
         MOVE 1 TO receivedQuantity
       END-IF
       EVALUATE TRUE
         WHEN OrderSupplierCode NOT = SPACES AND
              OrderSupplierCode NOT = IlnSupplierCode
           MOVE "S" TO IlnMatch
         WHEN OrderStatus NOT = "R"
           MOVE "O" TO IlnMatch
         WHEN OrderInvoicedAmount > ZERO
           MOVE "D" TO IlnMatch
         WHEN IlnQuantity > receivedQuantity
           MOVE "Q" TO IlnMatch
         WHEN IlnAmount NOT = OrderPrice
           MOVE "P" TO IlnMatch
         WHEN OTHER
           MOVE "M" TO IlnMatch
       END-EVALUATE
   END-READ.

DescribeInvoiceMatch.
   EVALUATE IlnMatch
     WHEN "M" MOVE "matched" TO MatchWording
     WHEN "P" MOVE "amount differs from budgeted price"
                TO MatchWording
     WHEN "Q" MOVE "more copies invoiced than received"
                TO MatchWording
     WHEN "O" MOVE "order not yet received" TO MatchWording
     WHEN "N" MOVE "no order on file for this ISBN"
                TO MatchWording
     WHEN "S" MOVE "order is with another supplier"
                TO MatchWording
     WHEN "D" MOVE "order already invoiced" TO MatchWording
     WHEN OTHER MOVE SPACES TO MatchWording
   END-EVALUATE.

*> An approved invoice's line amounts become the orders' invoiced
*> amounts, which the budget spend then counts in place of the
*> estimate (OnOrder.dat and InvoiceLine.dat open by the caller).
PostInvoiceAmounts.
   MOVE InvSupplierCode TO IlnSupplierCode
   MOVE InvNumber       TO IlnInvoiceNumber
   MOVE ZERO            TO IlnLineNumber
   START InvoiceLineFile KEY IS NOT LESS THAN IlnKey
     INVALID KEY
       SET EndOfInvoiceLineFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextInvoiceLine
   END-START
   PERFORM UNTIL EndOfInvoiceLineFile
              OR IlnSupplierCode NOT = InvSupplierCode
              OR IlnInvoiceNumber NOT = InvNumber
     MOVE IlnOrderBSN TO OrderBSN
     READ OrderFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         ADD IlnAmount TO OrderInvoicedAmount
           ON SIZE ERROR
             MOVE 99999.99 TO OrderInvoicedAmount
         END-ADD
         REWRITE OrderRecord
           INVALID KEY
             DISPLAY "Could not update order record, status: "
                     OrderFileStatus
             ADD 1 TO AuditErrorCount
         END-REWRITE
     END-READ
     PERFORM ReadNextInvoiceLine
   END-PERFORM
   MOVE InvKey TO AuditKeyValue
   MOVE "INVAP" TO AuditEventType
   PERFORM LogAuditEvent.

ReadNextInvoiceLine.
   READ InvoiceLineFile NEXT RECORD
     AT END SET EndOfInvoiceLineFile TO TRUE
   END-READ.

*> A held invoice is matched again line by line -- the late order
*> may have been received since -- and approved if everything now
*> agrees. If differences remain the clerk can accept the invoice
*> as billed (the amounts invoiced are what gets posted).
ResolveInvoice.
   PERFORM GetValidSupplier
   DISPLAY "Supplier's invoice number:   " WITH NO ADVANCING
   ACCEPT invoiceNumberInput
   PERFORM OpenInvoiceFileIO
   MOVE "N" TO InvoiceFound
   MOVE supplierCodeInput  TO InvSupplierCode
   MOVE invoiceNumberInput TO InvNumber
   READ InvoiceFile
     INVALID KEY
       DISPLAY "No invoice " invoiceNumberInput " from "
               supplierCodeInput " on file."
     NOT INVALID KEY
       IF InvStatus = "E"
         MOVE "Y" TO InvoiceFound
        ELSE
         DISPLAY "That invoice is already approved for payment."
       END-IF
   END-READ
   IF InvoiceIsFound
     PERFORM OpenInvoiceLineFileIO
     PERFORM OpenOrderFileIO
     PERFORM RematchInvoiceLines
     IF invoiceExceptions > ZERO
       DISPLAY invoiceExceptions " line(s) still do not match. "
               "Accept the invoice as billed? (y/n): "
               WITH NO ADVANCING
       ACCEPT invoiceAnswer
       IF invoiceAnswer = "y"
         MOVE InvKey TO AuditKeyValue
         MOVE "INVOK" TO AuditEventType
         PERFORM LogAuditEvent
         MOVE ZERO TO invoiceExceptions
       END-IF
     END-IF
     IF invoiceExceptions = ZERO
       MOVE "A" TO InvStatus
       PERFORM PostInvoiceAmounts
       REWRITE InvoiceRecord
         INVALID KEY
           DISPLAY "Could not update invoice record, status: "
                   InvoiceFileStatus
           ADD 1 TO AuditErrorCount
         NOT INVALID KEY
           ADD 1 TO AuditRecordCount
           DISPLAY "Invoice approved for payment."
       END-REWRITE
      ELSE
       DISPLAY "Invoice stays on the exception report."
     END-IF
     CLOSE OrderFile
     CLOSE InvoiceLineFile
   END-IF
   CLOSE InvoiceFile.

RematchInvoiceLines.
   MOVE ZERO TO invoiceExceptions
   MOVE InvSupplierCode TO IlnSupplierCode
   MOVE InvNumber       TO IlnInvoiceNumber
   MOVE ZERO            TO IlnLineNumber
   START InvoiceLineFile KEY IS NOT LESS THAN IlnKey
     INVALID KEY
       SET EndOfInvoiceLineFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextInvoiceLine
   END-START
   PERFORM UNTIL EndOfInvoiceLineFile
              OR IlnSupplierCode NOT = InvSupplierCode
              OR IlnInvoiceNumber NOT = InvNumber
     PERFORM MatchInvoiceLine
     REWRITE InvoiceLineRecord
       INVALID KEY
         DISPLAY "Could not update invoice line, status: "
                 InvoiceLineFileStatus
         ADD 1 TO AuditErrorCount
     END-REWRITE
     IF NOT IlnMatched
       ADD 1 TO invoiceExceptions
     END-IF
     PERFORM DescribeInvoiceMatch
     DISPLAY "  line " IlnLineNumber " " IlnOrderBSN ": "
             MatchWording
     PERFORM ReadNextInvoiceLine
   END-PERFORM.

*> The bursar's list: every approved invoice not yet released,
*> stamped released today so the next list carries only new ones.
PaymentList.
   ACCEPT invoiceToday FROM DATE YYYYMMDD
   MOVE invoiceToday TO PrnPayRunDate
   OPEN OUTPUT PaymentListFile
   IF PaymentListFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create InvoicePayments.prt, status: "
             PaymentListFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   WRITE PaymentListLine FROM PaymentHeading
   MOVE SPACES TO PaymentListLine
   WRITE PaymentListLine
   MOVE ZERO TO InvoicesListed, InvoicesListedTotal
   PERFORM OpenInvoiceFileIO
   READ InvoiceFile NEXT RECORD
     AT END SET EndOfInvoiceFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfInvoiceFile
     IF InvStatus = "A" AND InvReleasedDate = ZEROS
       MOVE InvSupplierCode TO PrnPaySupplier, supplierCodeInput
       PERFORM LookUpSupplierName
       MOVE supplierNameInput TO PrnPaySupplierName
       MOVE InvNumber       TO PrnPayInvoice
       MOVE InvDate         TO PrnPayDate
       MOVE InvTotal        TO PrnPayAmount
       WRITE PaymentListLine FROM PaymentDetailLine
       ADD 1 TO InvoicesListed
       ADD InvTotal TO InvoicesListedTotal
       MOVE invoiceToday TO InvReleasedDate
       REWRITE InvoiceRecord
         INVALID KEY
           DISPLAY "Could not update invoice record, status: "
                   InvoiceFileStatus
           ADD 1 TO AuditErrorCount
       END-REWRITE
     END-IF
     READ InvoiceFile NEXT RECORD
       AT END SET EndOfInvoiceFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE InvoiceFile
   IF InvoicesListed = ZERO
     MOVE "  (no newly approved invoices)" TO PaymentListLine
     WRITE PaymentListLine
   END-IF
   MOVE SPACES TO PaymentListLine
   WRITE PaymentListLine
   MOVE InvoicesListed      TO PrnPayCount
   MOVE InvoicesListedTotal TO PrnPayTotal
   WRITE PaymentListLine FROM PaymentTotalLine
   CLOSE PaymentListFile
   DISPLAY "Payment list written to InvoicePayments.prt ("
           InvoicesListed " invoice(s))."
   MOVE InvoicesListed TO AuditRecordCount.

LookUpSupplierName.
   PERFORM OpenSupplierFileInput
   MOVE supplierCodeInput TO SupplierCode
   READ SupplierFile
     INVALID KEY
       MOVE SPACES TO supplierNameInput
     NOT INVALID KEY
       MOVE SupplierName TO supplierNameInput
   END-READ
   CLOSE SupplierFile.

*> For the acquisitions clerk: every held invoice with the lines
*> that stop it, and why.
InvoiceExceptionReport.
   ACCEPT invoiceToday FROM DATE YYYYMMDD
   MOVE invoiceToday TO PrnExcRunDate
   OPEN OUTPUT ExceptionFile
   IF ExceptionFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not create InvoiceExceptions.prt, status: "
             ExceptionFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   WRITE ExceptionLine FROM ExceptionHeading
   MOVE SPACES TO ExceptionLine
   WRITE ExceptionLine
   MOVE ZERO TO InvoicesListed
   PERFORM OpenInvoiceFileIO
   PERFORM OpenInvoiceLineFileIO
   READ InvoiceFile NEXT RECORD
     AT END SET EndOfInvoiceFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfInvoiceFile
     IF InvStatus = "E"
       PERFORM PrintHeldInvoice
     END-IF
     READ InvoiceFile NEXT RECORD
       AT END SET EndOfInvoiceFile TO TRUE
     END-READ
   END-PERFORM
   CLOSE InvoiceLineFile
   CLOSE InvoiceFile
   IF InvoicesListed = ZERO
     MOVE "  (no invoices held)" TO ExceptionLine
     WRITE ExceptionLine
   END-IF
   MOVE SPACES TO ExceptionLine
   WRITE ExceptionLine
   MOVE InvoicesListed TO PrnExcCount
   WRITE ExceptionLine FROM ExceptionTotalLine
   CLOSE ExceptionFile
   DISPLAY "Exception report written to InvoiceExceptions.prt ("
           InvoicesListed " invoice(s) held)."
   MOVE InvoicesListed TO AuditRecordCount.

PrintHeldInvoice.
   MOVE InvSupplierCode TO PrnExcSupplier
   MOVE InvNumber       TO PrnExcInvoice
   MOVE InvDate         TO PrnExcDate
   MOVE InvTotal        TO PrnExcTotal
   WRITE ExceptionLine FROM ExceptionInvoiceLine
   ADD 1 TO InvoicesListed
   MOVE InvSupplierCode TO IlnSupplierCode
   MOVE InvNumber       TO IlnInvoiceNumber
   MOVE ZERO            TO IlnLineNumber
   START InvoiceLineFile KEY IS NOT LESS THAN IlnKey
     INVALID KEY
       SET EndOfInvoiceLineFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextInvoiceLine
   END-START
   PERFORM UNTIL EndOfInvoiceLineFile
              OR IlnSupplierCode NOT = InvSupplierCode
              OR IlnInvoiceNumber NOT = InvNumber
     IF NOT IlnMatched
       PERFORM DescribeInvoiceMatch
       MOVE IlnLineNumber TO PrnExcLine
       MOVE IlnOrderBSN   TO PrnExcBSN
       MOVE IlnQuantity   TO PrnExcQty
       MOVE IlnAmount     TO PrnExcAmount
       MOVE MatchWording  TO PrnExcReason
       WRITE ExceptionLine FROM ExceptionDetailLine
     END-IF
     PERFORM ReadNextInvoiceLine
   END-PERFORM.

*> The whole point of the on-order file: catch the duplicate BEFORE
*> the money leaves. Both the catalog and the open orders count as
*> "we already have it".
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       IF OrderStatus NOT = "O"
         IF OrderStatus = "D"
           DISPLAY "That is a draft not yet ordered; confirm it "
                   "with 'e' first."
          ELSE
           DISPLAY "That order was already received."
         END-IF
        ELSE
         PERFORM CarryOrderIntoCatalog
         MOVE "R" TO OrderStatus
     MOVE suggestBorrower  TO HoldBorrowerNumber
     ACCEPT HoldDate FROM DATE YYYYMMDD
     MOVE "Q" TO HoldStatus
     MOVE SPACE TO HoldAnyEdition
     WRITE HoldRecord
       INVALID KEY
         DISPLAY "Could not write hold record, status: "
       DISPLAY "Replacement cost (e.g. 00035.00): "
               WITH NO ADVANCING
       ACCEPT BookReplacementCost
       MOVE "O" TO BookAcquisitionSource
       ACCEPT BookAddedDate FROM DATE YYYYMMDD
       MOVE ZERO  TO BookWithdrawnCopies
       MOVE ZEROS TO BookClosedDate
       WRITE BookDetails
         INVALID KEY
           DISPLAY "Could not write book record, status: "
       END-WRITE
     NOT INVALID KEY
       *> Already cataloged (a second-copy order): bump the copy
       *> count by the copies ordered instead of duplicating the
       *> title.
       MOVE BookDetails TO JournalBefore
       *> Zero reads as one copy only on a title never weeded; a
       *> title whose last copy was withdrawn really holds none,
       *> and the new copies reopen it.
       IF BookCopyCount = ZERO AND BookWithdrawnCopies = ZERO
         MOVE 1 TO BookCopyCount
       END-IF
       MOVE ZEROS TO BookClosedDate
       IF OrderQuantity = ZERO
         MOVE 1 TO OrderQuantity
       END-IF
       IF BookCopyCount + BookWithdrawnCopies + OrderQuantity > 99
         COMPUTE BookCopyCount = 99 - BookWithdrawnCopies
        ELSE
         ADD OrderQuantity TO BookCopyCount
       END-IF
       REWRITE BookDetails
         INVALID KEY
           DISPLAY "Could not update book record, status: "
     STOP RUN
   END-IF.

OpenInvoiceFileIO.
   OPEN I-O InvoiceFile
   IF InvoiceFileStatus EQUAL TO "35"
     OPEN OUTPUT InvoiceFile
     CLOSE InvoiceFile
     OPEN I-O InvoiceFile
   END-IF
   IF InvoiceFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Invoice.dat, status: "
             InvoiceFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenInvoiceLineFileIO.
   OPEN I-O InvoiceLineFile
   IF InvoiceLineFileStatus EQUAL TO "35"
     OPEN OUTPUT InvoiceLineFile
     CLOSE InvoiceLineFile
     OPEN I-O InvoiceLineFile
   END-IF
   IF InvoiceLineFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open InvoiceLine.dat, status: "
             InvoiceLineFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

END PROGRAM Acquisitions.
