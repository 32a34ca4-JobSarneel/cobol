      *> Shared copy withdrawal -- COPY this into PROCEDURE DIVISION
      *> of any program that takes a copy out of stock (see
      *> WithdrawCopyData.cpy for the fields and the files it needs).
      *> GetWithdrawalReason and GetDisposal ask why the copy goes
      *> and where to (a reasonInput already set is offered as the
      *> default). WithdrawCopyFromStock, with the copy record just
      *> read, sets it "W" in BookCopy.dat, takes it off
      *> BookCopyCount and onto BookWithdrawnCopies (the last copy
      *> closes the title with BookClosedDate), journals the Book.dat
      *> change, appends the withdrawal to Withdrawals.dat and logs
      *> WDRAW -- and WCLOS when the title closed. However a copy
      *> leaves stock, the counts and the register stay in step.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       GetWithdrawalReason.
           PERFORM VARYING reasonIndex FROM 1 BY 1
                   UNTIL reasonIndex > ReasonCount
             DISPLAY "    " ReasonCode(reasonIndex) "  "
                     ReasonName(reasonIndex)
           END-PERFORM
           MOVE SPACE TO WdrReason
           PERFORM UNTIL WdrValidReason
             IF reasonInput NOT = SPACE
               DISPLAY "  Reason (blank for " reasonInput "): "
                       WITH NO ADVANCING
              ELSE
               DISPLAY "  Reason: " WITH NO ADVANCING
             END-IF
             ACCEPT WdrReason
             INSPECT WdrReason CONVERTING "udoexm" TO "UDOEXM"
             IF WdrReason = SPACE
               MOVE reasonInput TO WdrReason
             END-IF
             IF NOT WdrValidReason
               DISPLAY "  That is not one of the reasons listed."
             END-IF
           END-PERFORM
           MOVE WdrReason TO reasonInput.

       GetDisposal.
           MOVE SPACE TO WdrDisposal
           PERFORM UNTIL WdrValidDisposal
             DISPLAY "  Disposal -- 'S' sold, 'D' discarded, 'L' "
                     "sent to another library: " WITH NO ADVANCING
             ACCEPT WdrDisposal
             INSPECT WdrDisposal CONVERTING "sdl" TO "SDL"
           END-PERFORM
           MOVE WdrDisposal TO disposalInput
           MOVE ZERO   TO saleAmountInput
           MOVE SPACES TO recipientInput
           EVALUATE TRUE
             WHEN WdrSold
               DISPLAY "  Sale amount taken:           "
                       WITH NO ADVANCING
               ACCEPT saleAmountInput
               DISPLAY "  Sold to (blank if a book sale): "
                       WITH NO ADVANCING
               ACCEPT recipientInput
             WHEN WdrSentToLibrary
               PERFORM UNTIL recipientInput NOT = SPACES
                 DISPLAY "  Library it goes to:          "
                         WITH NO ADVANCING
                 ACCEPT recipientInput
               END-PERFORM
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *> A copy already withdrawn, or whose title is not in the
      *> catalog, is left as it is -- the counts would go wrong.
       WithdrawCopyFromStock.
           MOVE "N" TO WithdrawalDoneFlag
           MOVE "N" TO TitleClosedFlag
           MOVE CopyBSN TO BSN
           READ BookFile
             INVALID KEY
               DISPLAY "  No catalog record for " CopyBSN
                       "; copy " CopyNumber " not withdrawn."
               ADD 1 TO AuditErrorCount
             NOT INVALID KEY
               IF CopyStatus = "W"
                 DISPLAY "  Copy " CopyNumber " is already "
                         "withdrawn."
                ELSE
                 MOVE CopyStatus TO priorStatus
                 MOVE "W"        TO CopyStatus
                 REWRITE BookCopyRecord
                   INVALID KEY
                     DISPLAY "Could not update copy record, status: "
                             CopyFileStatus
                     ADD 1 TO AuditErrorCount
                   NOT INVALID KEY
                     MOVE "Y" TO WithdrawalDoneFlag
                 END-REWRITE
               END-IF
           END-READ
           IF WithdrawalDone
             PERFORM TakeCopyOffTitle
             PERFORM WriteWithdrawalRecord
             ADD 1 TO AuditRecordCount
             MOVE BSN          TO AuditKeyValue
             MOVE SPACES       TO AuditOldValue, AuditNewValue
             STRING "copy " CopyNumber " status " priorStatus
                    DELIMITED BY SIZE INTO AuditOldValue
             STRING "W reason " reasonInput " disposal "
                    disposalInput
                    DELIMITED BY SIZE INTO AuditNewValue
             MOVE "WDRAW"      TO AuditEventType
             PERFORM LogAuditEvent
             MOVE SPACES       TO AuditOldValue, AuditNewValue
             DISPLAY "  Copy " CopyNumber " withdrawn."
             IF TitleWasClosed
               MOVE "WCLOS" TO AuditEventType
               PERFORM LogAuditEvent
               DISPLAY "  That was the last copy: " BookTitle
                       " is closed."
             END-IF
           END-IF.

      *> The copy comes off the owned count and onto the withdrawn
      *> count, so copy numbers above it stay reachable; a legacy
      *> count of zero is the one copy going. The last copy closes
      *> the title.
       TakeCopyOffTitle.
           MOVE "N" TO TitleClosedFlag
           MOVE BookDetails TO WithdrawJournalBefore
           IF BookCopyCount > ZERO
             SUBTRACT 1 FROM BookCopyCount
           END-IF
           ADD 1 TO BookWithdrawnCopies
           IF BookCopyCount = ZERO
             MOVE withdrawalToday TO BookClosedDate
             MOVE "Y" TO TitleClosedFlag
           END-IF
           REWRITE BookDetails
             INVALID KEY
               DISPLAY "Could not update Book.dat for " BSN
                       ", status: " BookFileStatus
               ADD 1 TO AuditErrorCount
               MOVE "N" TO TitleClosedFlag
             NOT INVALID KEY
               MOVE "R" TO WithdrawJournalOp
               MOVE BookDetails TO WithdrawJournalAfter
               CALL "JournalWriter" USING WithdrawJournalCode
                                          WithdrawJournalOp
                                          WithdrawJournalBefore
                                          WithdrawJournalAfter
           END-REWRITE
           MOVE SPACES TO WithdrawJournalBefore, WithdrawJournalAfter.

       WriteWithdrawalRecord.
           MOVE withdrawalToday     TO WdrDate
           ACCEPT WdrTime FROM TIME
           MOVE SignonOperatorId    TO WdrOperatorId
           MOVE BSN                 TO WdrBSN
           MOVE CopyNumber          TO WdrCopyNumber
           MOVE BookTitle           TO WdrTitle
           MOVE AuthSurname         TO WdrAuthSurname
           MOVE reasonInput         TO WdrReason
           MOVE disposalInput       TO WdrDisposal
           MOVE saleAmountInput     TO WdrSaleAmount
           MOVE recipientInput      TO WdrRecipient
           MOVE withdrawalSource    TO WdrSource
           MOVE BookReplacementCost TO WdrBookValue
           MOVE TitleClosedFlag     TO WdrTitleClosed
           MOVE priorStatus         TO WdrPriorStatus
           WRITE WithdrawalRecord
           IF WithdrawalFileStatus NOT EQUAL TO "00"
             DISPLAY "Could not write to Withdrawals.dat, status: "
                     WithdrawalFileStatus
             ADD 1 TO AuditErrorCount
           END-IF.
