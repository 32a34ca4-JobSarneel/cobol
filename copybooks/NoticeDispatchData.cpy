      *> Shared working-storage fields for the NoticeDispatch copybook
      *> (copybooks/NoticeDispatch.cpy) -- COPY this into
      *> WORKING-STORAGE alongside it, and COPY NoticeDispatchRecord
      *> into the program's own FD NoticeDispatchFile. The program
      *> sets NoticeTypeCode and NoticeMessageType once; the routing
      *> paragraph fills NoticeChannel and NoticeAddress from the
      *> borrower record; the body is built a piece at a time through
      *> NoticeBodyPiece. Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       01 NoticeDispatchFileStatus PIC XX      VALUE SPACES.
       01 NoticeChannel            PIC X       VALUE "P".
          88 NoticeByPost                      VALUE "P".
          88 NoticeByEmail                     VALUE "E".
          88 NoticeBySms                       VALUE "S".
          88 NoticeNotWanted                   VALUE "N".
       01 NoticeAddress            PIC X(40)   VALUE SPACES.
       01 NoticeTypeCode           PIC X(3)    VALUE SPACES.
       01 NoticeMessageType        PIC X(8)    VALUE SPACES.
       01 NoticeBorrowerNumber     PIC 9(5)    VALUE ZEROS.
       01 NoticeMessageId          PIC X(27)   VALUE SPACES.
       01 NoticeChannelName        PIC X(5)    VALUE SPACES.
       01 NoticeRunDate            PIC 9(8)    VALUE ZEROS.
       01 NoticeRunTime            PIC 9(8)    VALUE ZEROS.
       01 NoticeBody               PIC X(480)  VALUE SPACES.
       01 NoticeBodyPiece          PIC X(120)  VALUE SPACES.
       01 NoticeBodyPointer        PIC 9(3)    VALUE 1.
       01 NoticePieceLength        PIC 9(3)    VALUE ZERO.
       01 NoticeItemCount          PIC 9(3)    VALUE ZERO.
       01 NoticeBodyStatus         PIC X       VALUE "N".
          88 NoticeBodyIsFull                  VALUE "Y".
       01 NoticePendingStatus      PIC X       VALUE "N".
          88 NoticeIsPending                   VALUE "Y".
       01 NoticeDispatchCount      PIC 9(5)    VALUE ZERO.
       01 NoticeNotWantedCount     PIC 9(5)    VALUE ZERO.
