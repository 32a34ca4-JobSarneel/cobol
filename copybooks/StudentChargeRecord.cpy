      *> Shared StudentCharges.dat record layouts -- COPY this into
      *> the FD of a program's own ChargeFile (ORGANIZATION LINE
      *> SEQUENTIAL, 80-byte records). The registrar's billing
      *> format for library fines charged to a student's university
      *> account: one "H" header, a "D" line per fine billed and one
      *> "T" trailer with the record count and total the registrar
      *> checks before loading. ScdChargeReference is how the
      *> registrar's return file names the charge again: "LIB", the
      *> library borrower number and the fine sequence. Column
      *> layout is fixed-format safe (code starts at column 8) so
      *> this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 ChargeHeaderRecord.
          02  SchRecordType         PIC X.
          02  SchFileDate           PIC 9(8).
          02  SchSource             PIC X(10).
          02  FILLER                PIC X(61).
       01 ChargeDetailRecord.
          02  ScdRecordType         PIC X.
          02  ScdStudentId          PIC 9(8).
          02  ScdChargeReference.
              03 ScdRefPrefix       PIC X(3).
              03 ScdRefBorrower     PIC 9(5).
              03 ScdRefSequence     PIC 9(4).
          02  ScdChargeDate         PIC 9(8).
          02  ScdChargeCode         PIC X(4).
          02  ScdAmount             PIC 9(5)V99.
          02  ScdDescription        PIC X(30).
          02  FILLER                PIC X(10).
       01 ChargeTrailerRecord.
          02  SctRecordType         PIC X.
          02  SctRecordCount        PIC 9(6).
          02  SctTotalAmount        PIC 9(9)V99.
          02  FILLER                PIC X(62).
