      *> Shared notice routing and e-mail/SMS dispatch -- COPY this
      *> into PROCEDURE DIVISION of every program that sends borrower
      *> notices (OverdueNotices, PickupNotices, MembershipExpiry and
      *> BookCollection's fine statement). Column layout is
      *> fixed-format safe (code starts at column 8) so this COPYs
      *> cleanly into both fixed- and free-format programs.
      *> COPY NoticeDispatchData into WORKING-STORAGE and
      *> NoticeDispatchRecord into the FD of a SELECT
      *> NoticeDispatchFile ASSIGN TO "NoticeDispatch.dat" first, and
      *> PERFORM OpenNoticeDispatch before routing anything. Then per
      *> borrower, with BorrowerDetails freshly read:
      *>   PERFORM ChooseNoticeChannel
      *> NoticeByPost is a letter to the .prt file as always;
      *> NoticeNotWanted is nothing at all; otherwise
      *>   PERFORM StartNoticeBody
      *>   MOVE <text> TO NoticeBodyPiece
      *>   PERFORM AddToNoticeBody  (or AddNoticeItem for list lines)
      *>   ...
      *>   PERFORM WriteNoticeDispatch
      *> and CLOSE NoticeDispatchFile at the end of the run. When the
      *> dispatch file cannot be opened every notice goes on paper.

      *> Post unless the borrower asked otherwise and can be reached
      *> that way: an e-mail preference needs an address, an SMS one
      *> a phone number, and a borrower the gateway could not reach
      *> stays on paper until the desk fixes the contact details.
       ChooseNoticeChannel.
           MOVE "P"    TO NoticeChannel
           MOVE SPACES TO NoticeAddress
           MOVE BorrowerNumber TO NoticeBorrowerNumber
           EVALUATE TRUE
             WHEN BorrowerWantsNoNotice
               MOVE "N" TO NoticeChannel
             WHEN NoticeDispatchFileStatus NOT EQUAL TO "00"
               CONTINUE
             WHEN BorrowerNoticeOnPaper
               CONTINUE
             WHEN BorrowerWantsEmail AND BorrowerEmail NOT = SPACES
               MOVE "E" TO NoticeChannel
               MOVE BorrowerEmail TO NoticeAddress
             WHEN BorrowerWantsSms AND BorrowerPhone NOT = SPACES
               MOVE "S" TO NoticeChannel
               MOVE BorrowerPhone TO NoticeAddress
           END-EVALUATE.

       OpenNoticeDispatch.
           OPEN EXTEND NoticeDispatchFile
           IF NoticeDispatchFileStatus NOT EQUAL TO "00"
             OPEN OUTPUT NoticeDispatchFile
           END-IF
           IF NoticeDispatchFileStatus NOT EQUAL TO "00"
             DISPLAY "Could not open NoticeDispatch.dat, status: "
                     NoticeDispatchFileStatus
                     "; e-mail and SMS notices go on paper."
             ADD 1 TO AuditErrorCount
           END-IF.

       StartNoticeBody.
           MOVE SPACES TO NoticeBody
           MOVE 1      TO NoticeBodyPointer
           MOVE ZERO   TO NoticeItemCount
           MOVE "N"    TO NoticeBodyStatus
           MOVE "Y"    TO NoticePendingStatus.

      *> Appends NoticeBodyPiece, trailing spaces trimmed, and one
      *> separating space; whatever would run past the end of the
      *> body is dropped.
       AddToNoticeBody.
           PERFORM VARYING NoticePieceLength FROM 120 BY -1
                   UNTIL NoticePieceLength < 1
                      OR NoticeBodyPiece(NoticePieceLength:1)
                         NOT = SPACE
             CONTINUE
           END-PERFORM
           IF NoticePieceLength > ZERO
             STRING NoticeBodyPiece(1:NoticePieceLength)
                    " " DELIMITED BY SIZE
                    INTO NoticeBody WITH POINTER NoticeBodyPointer
               ON OVERFLOW
                 MOVE "Y" TO NoticeBodyStatus
             END-STRING
           END-IF
           MOVE SPACES TO NoticeBodyPiece.

      *> One line of a list (a title, a member): the list stops
      *> with "(and more)" while there is still room for the closing
      *> sentence after it.
       AddNoticeItem.
           ADD 1 TO NoticeItemCount
           IF NoticeBodyIsFull
             MOVE SPACES TO NoticeBodyPiece
            ELSE
             IF NoticeBodyPointer > 280
               MOVE "(and more)" TO NoticeBodyPiece
               PERFORM AddToNoticeBody
               MOVE "Y" TO NoticeBodyStatus
              ELSE
               PERFORM AddToNoticeBody
             END-IF
           END-IF.

       WriteNoticeDispatch.
           IF NoticeDispatchFileStatus EQUAL TO "00"
             ACCEPT NoticeRunDate FROM DATE YYYYMMDD
             ACCEPT NoticeRunTime FROM TIME
             MOVE SPACES TO NoticeMessageId
             STRING NoticeTypeCode "-" NoticeRunDate "-"
                    NoticeBorrowerNumber "-" NoticeRunTime
                    DELIMITED BY SIZE INTO NoticeMessageId
             IF NoticeBySms
               MOVE "SMS" TO NoticeChannelName
               MOVE SPACES TO NoticeBody(161:)
              ELSE
               MOVE "EMAIL" TO NoticeChannelName
             END-IF
             INSPECT NoticeBody REPLACING ALL "|" BY "/"
             INSPECT NoticeAddress REPLACING ALL "|" BY "/"
             MOVE SPACES TO NoticeDispatchLine
             STRING NoticeMessageId "|" NoticeRunDate "|"
                      DELIMITED BY SIZE
                    NoticeMessageType DELIMITED BY SPACE
                    "|" DELIMITED BY SIZE
                    NoticeChannelName DELIMITED BY SPACE
                    "|" NoticeBorrowerNumber "|" DELIMITED BY SIZE
                    NoticeAddress DELIMITED BY "  "
                    "|" NoticeBody DELIMITED BY SIZE
                    INTO NoticeDispatchLine
             WRITE NoticeDispatchLine
             IF NoticeDispatchFileStatus EQUAL TO "00"
               ADD 1 TO NoticeDispatchCount
              ELSE
               DISPLAY "Could not write notice " NoticeMessageId
                       ", status: " NoticeDispatchFileStatus
               ADD 1 TO AuditErrorCount
             END-IF
           END-IF
           MOVE "N" TO NoticePendingStatus.
