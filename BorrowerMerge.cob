*> deletes the retired master record, and journals every touched
*> record through JournalWriter (file codes LOAN/HOLD/HIST/FINE/
*> BORR) so the merge is recoverable and shows in the morning
*> review. It starts with an OperatorSignon sign-on, so the journal
*> and AuditLog.dat carry who merged (an unattended run takes its
*> operator id from OPERATORID).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT HoldFile ASSIGN TO "Hold.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
   SELECT HistoryFile ASSIGN TO "LoanHistory.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 BorrowerFileStatus        PIC XX     VALUE "00".
01 LoanFileStatus            PIC XX     VALUE "00".
01 HoldFileStatus            PIC XX     VALUE "00".
01 HistoryMoved              PIC 9(4)   VALUE ZERO.
01 FinesMoved                PIC 9(4)   VALUE ZERO.
01 NextFineSequence          PIC 9(4)   VALUE ZERO.
01 RepointDone               PIC X      VALUE "N".
   88 RepointIsDone                     VALUE "Y".

*> The retiring borrower's fines are collected first and re-keyed
*> afterwards -- deleting records out from under a sequential scan

01 JournalFileCode           PIC X(4)   VALUE SPACES.
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF RunningUnattended
     ACCEPT SignonOperatorId FROM ENVIRONMENT "OPERATORID"
    ELSE
     MOVE "BorrowerMerge" TO SignonProgramName
     CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                                 SignonOperatorName SignonOperatorRole
                                 SignonResult
     IF NOT SignonSucceeded
       DISPLAY "Abending."
       MOVE 12 TO RETURN-CODE
       STOP RUN
     END-IF
   END-IF
   PERFORM OpenAuditLog
   MOVE SignonOperatorId TO AuditOperatorId
   MOVE "BorrowerMerge" TO AuditProgramName
   MOVE "START"         TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE BorrowerFile.

*> Loan, hold and history keys don't involve the borrower, so those
*> records repoint in place with a REWRITE. They are found by the
*> borrower-number alternate key; each one repointed leaves the
*> retiring number's part of that index, so the next is found by
*> starting afresh on the retiring number rather than reading on
*> along an index the REWRITE has just changed. A REWRITE that
*> fails stops the pass, since that record would be found again.
MergeLoanRecords.
   PERFORM OpenLoanFileIO
   MOVE "N" TO RepointDone
   PERFORM UNTIL RepointIsDone
     MOVE retiringNumber TO LoanBorrowerNumber
     START LoanFile KEY IS EQUAL TO LoanBorrowerNumber
       INVALID KEY
         MOVE "Y" TO RepointDone
       NOT INVALID KEY
         READ LoanFile NEXT RECORD
           AT END MOVE "Y" TO RepointDone
         END-READ
     END-START
     IF NOT RepointIsDone
       MOVE LoanRecord TO JournalBefore
       MOVE survivorNumber TO LoanBorrowerNumber
       REWRITE LoanRecord
         DISPLAY "Could not repoint loan " LoanBSN " copy "
                 LoanCopyNumber ", status: " LoanFileStatus
         ADD 1 TO AuditErrorCount
         MOVE "Y" TO RepointDone
       END-IF
     END-IF
   END-PERFORM
   CLOSE LoanFile.

MergeHoldRecords.
   PERFORM OpenHoldFileIO
   MOVE "N" TO RepointDone
   PERFORM UNTIL RepointIsDone
     MOVE retiringNumber TO HoldBorrowerNumber
     START HoldFile KEY IS EQUAL TO HoldBorrowerNumber
       INVALID KEY
         MOVE "Y" TO RepointDone
       NOT INVALID KEY
         READ HoldFile NEXT RECORD
           AT END MOVE "Y" TO RepointDone
         END-READ
     END-START
     IF NOT RepointIsDone
       MOVE HoldRecord TO JournalBefore
       MOVE survivorNumber TO HoldBorrowerNumber
       REWRITE HoldRecord
         DISPLAY "Could not repoint hold " HoldBSN "/" HoldSequence
                 ", status: " HoldFileStatus
         ADD 1 TO AuditErrorCount
         MOVE "Y" TO RepointDone
       END-IF
     END-IF
   END-PERFORM
   CLOSE HoldFile.

MergeHistoryRecords.
   PERFORM OpenHistoryFileIO
   MOVE "N" TO RepointDone
   PERFORM UNTIL RepointIsDone
     MOVE retiringNumber TO HistBorrowerNumber
     START HistoryFile KEY IS EQUAL TO HistBorrowerNumber
       INVALID KEY
         MOVE "Y" TO RepointDone
       NOT INVALID KEY
         READ HistoryFile NEXT RECORD
           AT END MOVE "Y" TO RepointDone
         END-READ
     END-START
     IF NOT RepointIsDone
       MOVE HistoryRecord TO JournalBefore
       MOVE survivorNumber TO HistBorrowerNumber
       REWRITE HistoryRecord
         DISPLAY "Could not repoint history " HistBSN "/"
                 HistSequence ", status: " HistoryFileStatus
         ADD 1 TO AuditErrorCount
         MOVE "Y" TO RepointDone
       END-IF
     END-IF
   END-PERFORM
   CLOSE HistoryFile.

