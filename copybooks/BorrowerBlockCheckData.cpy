      *> Shared working-storage fields for the BorrowerBlockCheck
      *> copybook (copybooks/BorrowerBlockCheck.cpy) -- COPY this
      *> into WORKING-STORAGE. The program supplies borrowerInput,
      *> fineOutstanding, AuditErrorCount, the circulation policy
      *> (PolFineBlockAmount, PolMaxOverdueLoans) and its own FineFile
      *> (COPY FineRecord) with OpenFineFileInput and
      *> ReadNextFineRecord. Before PERFORM CheckBorrowerBlocked, set
      *> BorrowerCheckStatus "Y", the borrower's name, expiry date
      *> and closure flag from Borrower.dat, blockCheckToday, and
      *> BorrowerOverdueLoans from the program's own loan count. The
      *> three tails finish the desk's refusal lines with what this
      *> desk cannot do and where to put it right; the catalog kiosk
      *> sets BlockForPatron and speaks to the borrower instead, and a
      *> batch run sets BlockForBatch and takes the refusal from
      *> BlockReasonText (cleared by the check) for its report.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 BorrowerCheckStatus    PIC X       VALUE "N".
          88 BorrowerIsOk                    VALUE "Y".
       01 CurrentBorrowerName    PIC X(30)   VALUE SPACES.
       01 CurrentExpiryDate      PIC 9(8)    VALUE ZEROS.
       01 CurrentCloseFlag       PIC X       VALUE SPACE.
       01 blockCheckToday        PIC 9(8)    VALUE ZEROS.
       01 BorrowerOverdueLoans   PIC 9(3)    VALUE ZERO.
       01 BorrowerOwedTotal      PIC 9(5)V99 VALUE ZERO.
       01 BorrowerReferredCount  PIC 9(3)    VALUE ZERO.
       01 PrnOwedTotal           PIC ZZ,ZZ9.99.
       01 BlockAudience          PIC X       VALUE "D".
          88 BlockForPatron                  VALUE "P".
          88 BlockForBatch                   VALUE "B".
       01 BlockReasonText        PIC X(40)   VALUE SPACES.
       01 BlockClosedTail        PIC X(40)
          VALUE " No new loans or holds.".
       01 BlockRenewTail         PIC X(40)   VALUE ".".
       01 BlockSettleTail        PIC X(40)   VALUE ".".
