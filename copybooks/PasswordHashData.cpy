      *> Shared working-storage fields for the PasswordHash copybook
      *> (copybooks/PasswordHash.cpy) -- COPY this into
      *> WORKING-STORAGE alongside it. Column layout is fixed-format
      *> safe (code starts at column 8) so this COPYs cleanly into
      *> both fixed- and free-format programs.
       01 HashOperatorId         PIC X(4)    VALUE SPACES.
       01 HashPasswordText       PIC X(12)   VALUE SPACES.
       01 HashResult             PIC 9(12)   VALUE ZEROS.
       01 HashPasswordLength     PIC 9(2)    VALUE ZERO.
       01 HashSource             PIC X(16)   VALUE SPACES.
       01 HashRound              PIC 9(2)    VALUE ZERO.
       01 HashPosition           PIC 9(2)    VALUE ZERO.
       01 HashWork               PIC 9(15)   VALUE ZERO.
      *> Shortest password the sign-on accepts.
       01 HashMinimumLength      PIC 9(2)    VALUE 6.
      *> Borrower kiosk PINs (HashBorrowerPin, CheckPinShape).
       01 HashPinBorrower        PIC 9(5)    VALUE ZEROS.
       01 HashPinText            PIC X(6)    VALUE SPACES.
       01 HashPinShape           PIC X       VALUE "N".
          88 HashPinIsWellFormed             VALUE "Y".
       01 HashPinMinimum         PIC 9(2)    VALUE 4.
