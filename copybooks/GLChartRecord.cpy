      *> Shared GLChart.dat record layout -- COPY this into the FD of
      *> a program's own GLChartFile (ORGANIZATION LINE SEQUENTIAL,
      *> one row per kind of money event). The chart of accounts
      *> mapping that GLExtract posts through: each row names the
      *> ledger account debited and the one credited for an event.
      *> GlcEventCode is the event ("PAYMT" payment taken, "WAIVE"
      *> fine waived, "AMNST" fine waived in an amnesty campaign,
      *> "FINEL"/"FINER"/"FINED"/"FINEE" late fine,
      *> replacement charge, damage fee and equipment late fine
      *> assessed, "ACQIN" supplier invoice
      *> released for payment, "BNDRY" bindery repair returned,
      *> "TRANS"/"TRCOL"/"TRBNC" fine billed to a student's
      *> university account, collected by the registrar, bounced
      *> back; "AGREF"/"AGUNC"/"AGREC"/"AGCOM" debt referred to the
      *> collection agency, handed back uncollected, recovered and
      *> remitted, and the agency's commission on a recovery;
      *> "FINRV"/"REFND" a declared-lost book's replacement charge
      *> reversed when it turned up, and the part already paid
      *> refunded from the drawer; "SERPY" serial subscription paid,
      *> "WDSAL" withdrawn stock sold;
      *> "OTHER" the suspense row for anything not mapped).
      *> GlcQualifier narrows a row to one BudgetLines.dat line for
      *> "ACQIN", "BNDRY" and "SERPY"; spaces match any. Finance edits the
      *> file as its account codes change. Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
       01 GLChartRecord.
          02  GlcEventCode          PIC X(5).
          02  GlcQualifier          PIC X(4).
          02  GlcDebitAccount       PIC X(8).
          02  GlcCreditAccount      PIC X(8).
          02  GlcDescription        PIC X(30).
