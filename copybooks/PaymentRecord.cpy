      *> payment or waiver posted through PostFinePayment: date,
      *> clock time, the signed-on operator, the fine it was posted
      *> against, and the amount (for a waiver, the balance written
      *> off). PayType: "P" payment taken, "W" waiver, "A" waiver
      *> posted by a FineAmnesty campaign run (operator AMNY); and from
      *> StudentBilling, "T" fine billed to the student's university
      *> account, "C" collected by the registrar, "B" bounced back by
      *> the registrar to the desk; and from CollectionReferral, "R"
      *> debt referred to the collection agency, "U" handed back
      *> uncollected, "K" recovery remitted by the agency (net of
      *> its commission), "M" the commission it kept (none of these
      *> is drawer money); and from the desk's found-book return,
      *> "V" replacement charge reversed (still owed, so no money
      *> moves), "F" the part already paid refunded from the drawer.
      *> This is what the end-of-day cash-up reconciles the drawer
      *> against, and how a disputed payment traces to a person and
      *> a time.
      *> Column layout is fixed-format safe (code starts at column
      *> 8) so this COPYs cleanly into both fixed- and free-format
      *> programs.
