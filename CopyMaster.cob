*> bindery, missing, withdrawn) and 'l' lists a title's copies, so
*> the desk can take the water-damaged copy 2 out of service while
*> copies 1 and 3 keep circulating. FindAvailableCopy in
*> BookCollection and the stocktake matching read this file. A copy
*> actually shipped to the binder goes through Bindery, which
*> batches it, sets "B" and puts it back to "A" when it returns.
*> Setting a copy withdrawn takes it out of stock the way Weeding
*> does (WithdrawCopy.cpy): off the title's count, into the
*> withdrawals register; a withdrawn copy stays withdrawn.
*> Sessions start with an OperatorSignon sign-on, and the
*> operator's id goes on every audit and journal entry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CopyKey
          FILE STATUS IS CopyFileStatus.
   SELECT WithdrawalFile ASSIGN TO "Withdrawals.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WithdrawalFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.
FD CopyFile.
COPY BookCopyRecord.

FD WithdrawalFile.
COPY WithdrawalRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
COPY WithdrawCopyData.
01 BookFileStatus            PIC XX     VALUE "00".
01 CopyFileStatus            PIC XX     VALUE "00".


PROCEDURE DIVISION.
Begin.
   MOVE "CopyMaster" TO SignonProgramName
   CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                               SignonOperatorName SignonOperatorRole
                               SignonResult
   IF NOT SignonSucceeded
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   PERFORM OpenAuditLog
   MOVE SignonOperatorId TO AuditOperatorId
   MOVE "CopyMaster" TO AuditProgramName
   MOVE "START"      TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE CopyFile.

*> One pass over the catalog: for every title, copies 1 through
*> BookCopyCount (plus any weeded out) each get a BookCopy.dat
*> record if they don't have one yet -- created available,
*> acquired today. Records already on
*> file keep whatever status and date they carry, so a rerun is
*> harmless.
BuildCopyRecords.

BuildCopiesForTitle.
   MOVE BookCopyCount TO copiesOwned
   IF copiesOwned = ZERO AND BookWithdrawnCopies = ZERO
     *> Records from before copies were tracked: one copy.
     MOVE 1 TO copiesOwned
   END-IF
   *> Copies withdrawn by weeding keep their numbers (and their "W"
   *> records), so copies added since are numbered after them.
   ADD BookWithdrawnCopies TO copiesOwned
   PERFORM VARYING copyIndex FROM 1 BY 1
           UNTIL copyIndex > copiesOwned
     MOVE BSN       TO CopyBSN
               "the bindery, 'M' missing, 'S' lost, 'W' withdrawn: "
               WITH NO ADVANCING
       ACCEPT statusInput
       EVALUATE TRUE
         WHEN CopyStatus = "W"
           DISPLAY "A withdrawn copy is off the title's count and "
                   "in the register; it stays withdrawn. Nothing "
                   "changed."
         WHEN statusInput = "W"
           PERFORM WithdrawCopyAtDesk
         WHEN statusInput = "A" OR statusInput = "L" OR
              statusInput = "B" OR statusInput = "M" OR
              statusInput = "S"
           MOVE statusInput TO CopyStatus
           REWRITE BookCopyRecord
             INVALID KEY
               DISPLAY "Could not update copy record, status: "
                       CopyFileStatus
               ADD 1 TO AuditErrorCount
             NOT INVALID KEY
               ADD 1 TO AuditRecordCount
               MOVE searchBSN TO AuditKeyValue
               MOVE "CPYST"   TO AuditEventType
               PERFORM LogAuditEvent
               PERFORM DescribeCopyStatus
               DISPLAY "Copy " copyInput " is now " StatusWording
                       "."
           END-REWRITE
         WHEN OTHER
           DISPLAY "That's not an 'A', 'L', 'B', 'M', 'S' or 'W'. "
                   "Nothing changed."
       END-EVALUATE
   END-READ
   CLOSE CopyFile.

*> Withdrawn is not just a status: the copy comes off the title's
*> count and goes into the withdrawals register exactly as Weeding
*> does it, so only a copy Weeding would take -- on the shelf,
*> missing or written off as lost -- can be withdrawn here.
WithdrawCopyAtDesk.
   IF CopyStatus NOT = "A" AND CopyStatus NOT = "M"
      AND CopyStatus NOT = "S"
     DISPLAY "Only a copy on the shelf, missing or written off as "
             "lost can be withdrawn. Nothing changed."
    ELSE
     ACCEPT TodaysDate FROM DATE YYYYMMDD
     MOVE TodaysDate TO withdrawalToday
     MOVE "S"        TO withdrawalSource
     MOVE SPACE      TO reasonInput
     PERFORM OpenBookFileIO
     PERFORM OpenWithdrawalFileExtend
     PERFORM GetWithdrawalReason
     PERFORM GetDisposal
     PERFORM WithdrawCopyFromStock
     CLOSE WithdrawalFile
     CLOSE BookFile
   END-IF.

*> A transfer is a transaction, not a field edit: the copy goes
*> "T" in transit with the destination remembered, and only the
*> arrival confirmation ('v') at the receiving site moves the
     STOP RUN
   END-IF.

OpenBookFileIO.
   OPEN I-O BookFile
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenWithdrawalFileExtend.
   OPEN EXTEND WithdrawalFile
   IF WithdrawalFileStatus NOT EQUAL TO "00"
     OPEN OUTPUT WithdrawalFile
   END-IF
   IF WithdrawalFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Withdrawals.dat, status: "
             WithdrawalFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenCopyFileIO.
   OPEN I-O CopyFile
   IF CopyFileStatus EQUAL TO "35"
     STOP RUN
   END-IF.

COPY WithdrawCopy.

COPY AuditLog.

END PROGRAM CopyMaster.
