      *> Shared "a place has come free" handling -- COPY this into
      *> PROCEDURE DIVISION of any program that frees a place on a
      *> course (see WaitlistOfferData.cpy for the fields). With
      *> WaitlistFile open I-O, MOVE the course to WloCourseCode and
      *> PERFORM OfferNextWaitlisted: the first entrant still waiting
      *> for that course is set to "O", given WloReplyDays to reply,
      *> and sent an offer letter on WaitlistOffers.prt (appended to,
      *> a letter to a page); WloOffered and WloStudentId say who, and
      *> the offer is logged as a WLOFR audit event. An empty waitlist
      *> offers nothing. PERFORM CloseOfferLetters before the program
      *> ends. Column layout is fixed-format safe (code starts at
      *> column 8) so this COPYs cleanly into both fixed- and
      *> free-format programs.
       OfferNextWaitlisted.
           MOVE "N" TO WloOfferStatus, WloScanStatus
           ACCEPT WloToday FROM DATE YYYYMMDD
           MOVE WloCourseCode TO WlCourseCode
           MOVE ZEROS         TO WlSequence
           START WaitlistFile KEY IS NOT LESS THAN WlKey
             INVALID KEY MOVE "Y" TO WloScanStatus
           END-START
           PERFORM UNTIL WloScanDone OR WloOffered
             READ WaitlistFile NEXT RECORD
               AT END MOVE "Y" TO WloScanStatus
             END-READ
             IF NOT WloScanDone
               IF WlCourseCode NOT = WloCourseCode
                 MOVE "Y" TO WloScanStatus
                ELSE
                 IF WlStatus = "W"
                   PERFORM MakeWaitlistOffer
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       MakeWaitlistOffer.
           MOVE "ADDD" TO WloArithFunction
           MOVE WloReplyDays TO WloArithDays
           CALL "DateArithmetic" USING WloArithFunction WloToday
                                       WlReplyByDate WloArithDays
                                       WloArithValid
           IF NOT WloArithIsValid
             MOVE WloToday TO WlReplyByDate
           END-IF
           MOVE "O"      TO WlStatus
           MOVE WloToday TO WlOfferDate
           REWRITE WaitlistRecord
             INVALID KEY
               DISPLAY "Could not record the waitlist offer for "
                       WlStudentId ", status: " WaitlistFileStatus
               ADD 1 TO AuditErrorCount
             NOT INVALID KEY
               MOVE "Y" TO WloOfferStatus
               MOVE WlStudentId TO WloStudentId
               PERFORM WriteOfferLetter
               MOVE WlStudentId TO AuditKeyValue
               MOVE "WLOFR" TO AuditEventType
               PERFORM LogAuditEvent
           END-REWRITE.

       WriteOfferLetter.
           IF NOT WloLettersOpen
             OPEN EXTEND OfferLetterFile
             IF OfferLetterStatus NOT EQUAL TO "00"
               OPEN OUTPUT OfferLetterFile
             END-IF
             IF OfferLetterStatus EQUAL TO "00"
               MOVE "Y" TO WloLetterStatus
              ELSE
               DISPLAY "Could not open WaitlistOffers.prt, status: "
                       OfferLetterStatus
               ADD 1 TO AuditErrorCount
             END-IF
           END-IF
           IF WloLettersOpen
             MOVE WloToday      TO WloPrnDate
             MOVE WlStudentId   TO WloPrnStudentId
             MOVE WlCourseCode  TO WloPrnCourse
             MOVE WlReplyByDate TO WloPrnReplyBy
             WRITE OfferLetterLine FROM WloLetterHead
               AFTER ADVANCING PAGE
             MOVE SPACES TO OfferLetterLine
             WRITE OfferLetterLine
             WRITE OfferLetterLine FROM WloLetterTo
             MOVE SPACES TO OfferLetterLine
             WRITE OfferLetterLine
             WRITE OfferLetterLine FROM WloLetterBody1
             WRITE OfferLetterLine FROM WloLetterBody2
             WRITE OfferLetterLine FROM WloLetterBody3
             WRITE OfferLetterLine FROM WloLetterBody4
             ADD 1 TO WloLetterCount
           END-IF.

       CloseOfferLetters.
           IF WloLettersOpen
             CLOSE OfferLetterFile
             MOVE "N" TO WloLetterStatus
           END-IF.
