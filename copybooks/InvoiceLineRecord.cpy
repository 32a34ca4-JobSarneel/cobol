      *> Shared InvoiceLine.dat record layout -- COPY this into the FD
      *> of a program's own InvoiceLineFile (ORGANIZATION INDEXED,
      *> RECORD KEY IlnKey). One record per line of a supplier invoice
      *> (see InvoiceRecord.cpy), keyed on the invoice key plus a line
      *> number so an invoice's lines read back together. Each line
      *> names the OnOrder.dat order (by ISBN) it bills, the copies
      *> and the amount invoiced for the line (implied two decimals).
      *> IlnMatch is the outcome of matching it to the order and its
      *> receipt: "M" matched; "P" amount differs from the order's
      *> budgeted price; "Q" more copies invoiced than received; "O"
      *> the order is still outstanding (not received); "N" no order
      *> for the ISBN; "S" the order is with another supplier; "D"
      *> the order was already invoiced. Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
       01 InvoiceLineRecord.
          88  EndOfInvoiceLineFile             VALUE HIGH-VALUES.
          02  IlnKey.
              03 IlnSupplierCode    PIC X(4).
              03 IlnInvoiceNumber   PIC X(12).
              03 IlnLineNumber      PIC 9(3).
          02  IlnOrderBSN           PIC X(17).
          02  IlnQuantity           PIC 9(2).
          02  IlnAmount             PIC 9(5)V99.
          02  IlnMatch              PIC X.
              88 IlnMatched                    VALUE "M".
