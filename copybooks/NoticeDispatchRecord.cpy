      *> Shared NoticeDispatch.dat record layout -- COPY this into the
      *> FD of a program's own NoticeDispatchFile (ORGANIZATION LINE
      *> SEQUENTIAL; see copybooks/NoticeDispatch.cpy for the
      *> paragraphs that write it). One line per e-mail or SMS notice
      *> for the university's messaging gateway to pick up, the
      *> fields separated by "|":
      *>   message id   TTT-YYYYMMDD-NNNNN-HHMMSSCC: notice type code
      *>                (OVD overdue, PKU pickup, REN renewal, FIN
      *>                fine statement), date, borrower number, time
      *>   date         YYYYMMDD the notice was written
      *>   message type OVERDUE, PICKUP, RENEWAL or FINES
      *>   channel      EMAIL or SMS
      *>   borrower     the five-digit borrower number
      *>   address      the e-mail address or phone number
      *>   body         the message text (at most 160 characters for
      *>                SMS); any "|" in it is sent as "/"
      *> The gateway reports back by message id in NoticeReturns.dat
      *> (see NoticeReturns). Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       01 NoticeDispatchLine       PIC X(600).
