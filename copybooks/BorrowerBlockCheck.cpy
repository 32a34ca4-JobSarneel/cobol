      *> Shared borrower block check -- COPY this into PROCEDURE
      *> DIVISION of any program that lends to, books for or takes a
      *> hold from a borrower (see BorrowerBlockCheckData.cpy for the
      *> fields and what the program must supply). Policy-driven
      *> blocking: an account pending closure, an expired card, debt
      *> with the collection agency, fines over the block threshold
      *> or overdue loans past the limit mean nothing new until the
      *> borrower puts it right. The check is computed live against
      *> Fine.dat and the loan count the program has just taken, so a
      *> payment posted a minute ago lifts the block immediately --
      *> there is no flag to forget to reset. The refusal says why
      *> and how much is owed, because "computer says no" starts
      *> arguments at the counter. A batch run (BlockForBatch) is
      *> told nothing on screen: the reason is left in BlockReasonText
      *> for its report. BorrowerIsOk says whether the
      *> borrower may go on. Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       CheckBorrowerBlocked.
           MOVE SPACES TO BlockReasonText
      *> An account flagged for closure (the linked student withdrew
      *> or graduated) takes nothing new out; it closes once what is
      *> already out comes back and the fines clear.
           IF CurrentCloseFlag = "C"
             EVALUATE TRUE
               WHEN BlockForPatron
                 DISPLAY "Your account is being closed, so no new "
                         "holds can be placed. Please ask at the desk."
               WHEN BlockForBatch
                 MOVE "account pending closure" TO BlockReasonText
               WHEN OTHER
                 DISPLAY CurrentBorrowerName "'s account is pending "
                         "closure (the linked student has left)."
                         BlockClosedTail
             END-EVALUATE
             PERFORM RefuseBlockedBorrower
           END-IF
      *> Then the expired card: memberships lapse, and students who
      *> left three years ago don't get to keep borrowing. Records
      *> from before expiry tracking carry zeros and never expire.
           IF BorrowerIsOk AND
              CurrentExpiryDate NOT = ZEROS AND
              CurrentExpiryDate < blockCheckToday
             EVALUATE TRUE
               WHEN BlockForPatron
                 DISPLAY "Your membership expired on "
                         CurrentExpiryDate
                         ". Please renew it at the desk first."
               WHEN BlockForBatch
                 MOVE "membership expired" TO BlockReasonText
               WHEN OTHER
                 DISPLAY CurrentBorrowerName
                         "'s membership expired on "
                         CurrentExpiryDate ". Refused -- renew the "
                         "card first" BlockRenewTail
             END-EVALUATE
             PERFORM RefuseBlockedBorrower
           END-IF
           IF BorrowerIsOk
             PERFORM SumBorrowerOpenFines
           END-IF
      *> Debt handed to the collection agency blocks the card outright
      *> until the agency recovers it or hands it back.
           IF BorrowerIsOk AND BorrowerReferredCount > ZERO
             EVALUATE TRUE
               WHEN BlockForPatron
                 DISPLAY "Some of your fines are with the collection "
                         "agency; holds can be placed again once the "
                         "agency has cleared them."
               WHEN BlockForBatch
                 MOVE "fines with the collection agency"
                   TO BlockReasonText
               WHEN OTHER
                 DISPLAY CurrentBorrowerName " has "
                         BorrowerReferredCount " fine(s) with the "
                         "collection agency. Refused until the agency "
                         "clears them."
             END-EVALUATE
             PERFORM RefuseBlockedBorrower
           END-IF
           IF BorrowerIsOk AND BorrowerOwedTotal > PolFineBlockAmount
             MOVE BorrowerOwedTotal TO PrnOwedTotal
             EVALUATE TRUE
               WHEN BlockForPatron
                 DISPLAY "You owe " PrnOwedTotal " in fines; holds "
                         "can be placed again once it is paid at the "
                         "desk."
               WHEN BlockForBatch
                 MOVE "fines over the block threshold"
                   TO BlockReasonText
               WHEN OTHER
                 DISPLAY CurrentBorrowerName " owes " PrnOwedTotal
                         " in fines (block threshold "
                         PolFineBlockAmount "). Refused until the "
                         "balance is settled" BlockSettleTail
             END-EVALUATE
             PERFORM RefuseBlockedBorrower
           END-IF
           IF BorrowerIsOk AND
              BorrowerOverdueLoans > PolMaxOverdueLoans
             EVALUATE TRUE
               WHEN BlockForPatron
                 DISPLAY "You have " BorrowerOverdueLoans " overdue "
                         "book(s) out; holds can be placed again once "
                         "they are back."
               WHEN BlockForBatch
                 MOVE "too many overdue loans out" TO BlockReasonText
               WHEN OTHER
                 DISPLAY CurrentBorrowerName " has "
                         BorrowerOverdueLoans " overdue loan(s) out "
                         "(block threshold " PolMaxOverdueLoans
                         "). Refused until they come back."
             END-EVALUATE
             PERFORM RefuseBlockedBorrower
           END-IF.

      *> A refusal at the desk counts as an error in the audit log;
      *> the kiosk only tells the borrower, and a batch run reports
      *> the reason itself.
       RefuseBlockedBorrower.
           IF NOT BlockForPatron AND NOT BlockForBatch
             ADD 1 TO AuditErrorCount
           END-IF
           MOVE "N" TO BorrowerCheckStatus.

      *> Leaves the borrower's open-fines balance in BorrowerOwedTotal
      *> and the fines with the agency in BorrowerReferredCount;
      *> opens and closes Fine.dat itself.
       SumBorrowerOpenFines.
           MOVE ZERO TO BorrowerOwedTotal, BorrowerReferredCount
           PERFORM OpenFineFileInput
           MOVE borrowerInput TO FineBorrowerNumber
           MOVE ZEROS         TO FineSequence
           START FineFile KEY IS NOT LESS THAN FineKey
             INVALID KEY
               SET EndOfFineFile TO TRUE
             NOT INVALID KEY
               PERFORM ReadNextFineRecord
           END-START
           PERFORM UNTIL EndOfFineFile
                         OR FineBorrowerNumber NOT EQUAL TO
                            borrowerInput
             IF FineStatus = "O"
               COMPUTE fineOutstanding = FineAmount - FinePaidAmount
               ADD fineOutstanding TO BorrowerOwedTotal
             END-IF
             IF FineStatus = "A"
               ADD 1 TO BorrowerReferredCount
             END-IF
             PERFORM ReadNextFineRecord
           END-PERFORM
           CLOSE FineFile.
