      *> Shared Donor.dat record layout -- COPY this into the FD of a
      *> program's own DonorFile (ORGANIZATION INDEXED, RECORD KEY
      *> DonorNumber). One record per person or body that gives the
      *> library books, registered through Gifts; the address is
      *> what the acknowledgment letter goes to. Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
       01 DonorRecord.
          88  EndOfDonorFile                   VALUE HIGH-VALUES.
          02  DonorNumber           PIC 9(5).
          02  DonorName             PIC X(30).
          02  DonorAddress.
              03 DonorStreet        PIC X(30).
              03 DonorCity          PIC X(20).
              03 DonorPostcode      PIC X(8).
          02  DonorSinceDate        PIC 9(8).
