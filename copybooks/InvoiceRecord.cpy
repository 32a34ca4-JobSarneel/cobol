      *> Shared Invoice.dat record layout -- COPY this into the FD of
      *> a program's own InvoiceFile (ORGANIZATION INDEXED, RECORD KEY
      *> InvKey). One record per supplier invoice, keyed on the
      *> Supplier.dat code plus the supplier's own invoice number (two
      *> suppliers may both send an invoice "1001"). The lines are in
      *> InvoiceLine.dat (see InvoiceLineRecord.cpy). InvStatus: "A"
      *> approved for payment -- every line matched its received
      *> order, or the acquisitions clerk accepted the differences --
      *> and "E" held on the exception report. InvReleasedDate is the
      *> day an approved invoice went out on the payment list to the
      *> bursar (zeros until then). Amounts carry implied two
      *> decimals. Column layout is fixed-format safe (code starts at
      *> column 8) so this COPYs cleanly into both fixed- and
      *> free-format programs.
       01 InvoiceRecord.
          88  EndOfInvoiceFile                 VALUE HIGH-VALUES.
          02  InvKey.
              03 InvSupplierCode    PIC X(4).
              03 InvNumber          PIC X(12).
          02  InvDate               PIC 9(8).
          02  InvEnteredDate        PIC 9(8).
          02  InvLineCount          PIC 9(3).
          02  InvTotal              PIC 9(7)V99.
          02  InvStatus             PIC X.
          02  InvReleasedDate       PIC 9(8).
