IDENTIFICATION DIVISION.
PROGRAM-ID. BorrowerMessages.
AUTHOR. Job Sarneel.
*> Borrower desk messages. Notes about a borrower ("ask for new ID
*> card", "address bounced", "parent must co-sign") used to go on
*> sticky labels that never reached the next operator. They are
*> kept in BorrowerMessage.dat now, any number per borrower, each
*> dated, signed with the operator who wrote it, with an expiry
*> date and a severity -- "I" information, "W" warning, "B"
*> blocking. BookCollection shows a borrower's live messages when
*> the borrower is entered for a loan, a return or the position
*> inquiry, and a blocking one stops the loan until a senior
*> operator acknowledges it there. 'a' adds a message (any
*> operator), 'l' lists a borrower's messages, expired and
*> acknowledged ones included, 'x' removes one (its author, or
*> senior staff "S" and supervisors "V"), and 'p' purges every
*> message past its expiry date. Each change goes to AuditLog.dat
*> as MSGAD, MSGRM or MSGPG. UNATTENDED=Y takes the choice from
*> MSGMODE (default the purge) so NightlyBatch can run it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BorrowerMessageFile ASSIGN TO "BorrowerMessage.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BmsKey
          SHARING WITH ALL OTHER
          LOCK MODE IS AUTOMATIC
          FILE STATUS IS MessageFileStatus.
   SELECT BorrowerFile ASSIGN TO "Borrower.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BorrowerNumber
          FILE STATUS IS BorrowerFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD BorrowerMessageFile.
COPY BorrowerMessageRecord.

FD BorrowerFile.
COPY BorrowerRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY SystemParameterData.
COPY OperatorSignonData.
01 MessageFileStatus         PIC XX     VALUE "00".
01 BorrowerFileStatus        PIC XX     VALUE "00".

01 UnattendedMode            PIC X      VALUE "N".
   88 RunningUnattended                 VALUE "Y".
01 messageChoice             PIC X      VALUE SPACE.
01 messageToday              PIC 9(8)   VALUE ZEROS.
01 currentOperatorId         PIC X(4)   VALUE SPACES.
01 currentOperatorRole       PIC X      VALUE SPACE.

01 borrowerInput             PIC 9(5)   VALUE ZEROS.
01 sequenceInput             PIC 9(3)   VALUE ZEROS.
01 severityInput             PIC X      VALUE SPACE.
01 textInput                 PIC X(60)  VALUE SPACES.
01 removeConfirm             PIC X      VALUE "n".
01 expiryInput.
   02 expiryInputYear        PIC 9(4).
   02 expiryInputMonth       PIC 9(2).
   02 expiryInputDay         PIC 9(2).
01 expiryInputText REDEFINES expiryInput PIC X(8).
01 DateCheckStatus           PIC X      VALUE "N".
   88 DateIsValid                       VALUE "Y".
01 DetailCheckStatus         PIC X      VALUE "N".
   88 DetailIsValid                     VALUE "Y".
01 MessageFoundStatus        PIC X      VALUE "N".
   88 MessageIsFound                    VALUE "Y".
01 nextMessageSequence       PIC 9(3)   VALUE ZERO.
01 MessagesListed            PIC 9(3)   VALUE ZERO.
01 MessagesPurged            PIC 9(5)   VALUE ZERO.
01 MessagesKept              PIC 9(5)   VALUE ZERO.
01 PrnMessageState           PIC X(22)  VALUE SPACES.

PROCEDURE DIVISION.
Begin.
   ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
   IF RunningUnattended
     ACCEPT currentOperatorId FROM ENVIRONMENT "OPERATORID"
     IF currentOperatorId = SPACES
       MOVE "BTCH" TO currentOperatorId
     END-IF
     *> Nobody to re-prompt; the scripted mode is the purge.
     MOVE "V" TO currentOperatorRole
    ELSE
     MOVE "BorrowerMessage" TO SignonProgramName
     CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                                 SignonOperatorName SignonOperatorRole
                                 SignonResult
     IF NOT SignonSucceeded
       DISPLAY "Abending."
       MOVE 12 TO RETURN-CODE
       STOP RUN
     END-IF
     MOVE SignonOperatorId   TO currentOperatorId
     MOVE SignonOperatorRole TO currentOperatorRole
   END-IF
   PERFORM OpenAuditLog
   MOVE currentOperatorId  TO AuditOperatorId
   MOVE "BorrowerMessage"  TO AuditProgramName
   MOVE "START"            TO AuditEventType
   PERFORM LogAuditEvent
   ACCEPT messageToday FROM DATE YYYYMMDD

   IF RunningUnattended
     MOVE "MSGMODE" TO SysParmName
     CALL "SystemParameter" USING SysParmName SysParmValue
     MOVE SysParmValue(1:1) TO messageChoice
     IF messageChoice = SPACE
       MOVE "p" TO messageChoice
     END-IF
     PERFORM RunMessageChoice
    ELSE
     PERFORM MessageMenu
   END-IF

   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

MessageMenu.
   DISPLAY "Press 'a' to add a message for a borrower, 'l' to list "
           "a borrower's messages, 'x' to remove one or 'p' to "
           "purge expired messages: " WITH NO ADVANCING
   ACCEPT messageChoice
   PERFORM RunMessageChoice.

RunMessageChoice.
   EVALUATE messageChoice
     WHEN "a" PERFORM AddMessage
     WHEN "l" PERFORM ListMessages
     WHEN "x" PERFORM RemoveMessage
     WHEN "p" PERFORM PurgeExpiredMessages
     WHEN OTHER
       IF RunningUnattended
         DISPLAY "MSGMODE '" messageChoice "' is not a menu "
                 "choice. Nothing run."
         ADD 1 TO AuditErrorCount
        ELSE
         DISPLAY "That's not an 'a', 'l', 'x' or 'p'. Try again."
         PERFORM MessageMenu
       END-IF
   END-EVALUATE.

*> A message for a registered borrower: the text, how serious it
*> is, and how long it stays up. It takes the next sequence after
*> the borrower's last message.
AddMessage.
   DISPLAY "Borrower number: " WITH NO ADVANCING
   ACCEPT borrowerInput
   PERFORM OpenBorrowerFileInput
   MOVE borrowerInput TO BorrowerNumber
   READ BorrowerFile
     INVALID KEY
       MOVE "N" TO DetailCheckStatus
       DISPLAY "No borrower registered under number " borrowerInput
               "."
       ADD 1 TO AuditErrorCount
     NOT INVALID KEY
       MOVE "Y" TO DetailCheckStatus
       DISPLAY "Message for " BorrowerName
   END-READ
   CLOSE BorrowerFile
   IF DetailIsValid
     DISPLAY "Message text: " WITH NO ADVANCING
     MOVE SPACES TO textInput
     ACCEPT textInput
     IF textInput = SPACES
       DISPLAY "No text entered. Nothing added."
       MOVE "N" TO DetailCheckStatus
     END-IF
   END-IF
   IF DetailIsValid
     DISPLAY "Severity -- 'i' information, 'w' warning, 'b' "
             "blocking (stops loans until a senior operator "
             "acknowledges it) [i]: " WITH NO ADVANCING
     MOVE SPACE TO severityInput
     ACCEPT severityInput
     INSPECT severityInput CONVERTING "iwb" TO "IWB"
     IF severityInput = SPACE
       MOVE "I" TO severityInput
     END-IF
     IF severityInput NOT = "I" AND severityInput NOT = "W" AND
        severityInput NOT = "B"
       DISPLAY "Severity must be 'i', 'w' or 'b'. Nothing added."
       MOVE "N" TO DetailCheckStatus
     END-IF
   END-IF
   IF DetailIsValid
     DISPLAY "Show until (YYYYMMDD, blank = until removed): "
             WITH NO ADVANCING
     MOVE SPACES TO expiryInputText
     ACCEPT expiryInputText
     IF expiryInputText = SPACES
       MOVE ZEROS TO expiryInput
      ELSE
       MOVE "N" TO DateCheckStatus
       IF expiryInputText IS NUMERIC
         CALL "DateValidator" USING expiryInputYear expiryInputMonth
                                    expiryInputDay DateCheckStatus
       END-IF
       IF NOT DateIsValid OR expiryInput < messageToday
         DISPLAY "Not a valid date from today on. Nothing added."
         MOVE "N" TO DetailCheckStatus
       END-IF
     END-IF
   END-IF
   IF DetailIsValid
     PERFORM OpenMessageFileIO
     PERFORM FindNextMessageSequence
     IF nextMessageSequence = ZERO
       DISPLAY "Borrower " borrowerInput " already has 999 "
               "messages -- remove some first. Nothing added."
       ADD 1 TO AuditErrorCount
      ELSE
       INITIALIZE BorrowerMessageRecord
       MOVE borrowerInput       TO BmsBorrowerNumber
       MOVE nextMessageSequence TO BmsSequence
       MOVE messageToday        TO BmsDate
       MOVE currentOperatorId   TO BmsAuthorId
       MOVE expiryInput         TO BmsExpiryDate
       MOVE severityInput       TO BmsSeverity
       MOVE textInput           TO BmsText
       MOVE ZEROS               TO BmsAckDate
       MOVE SPACES              TO BmsAckBy
       WRITE BorrowerMessageRecord
         INVALID KEY
           DISPLAY "Could not add the message, status: "
                   MessageFileStatus
           ADD 1 TO AuditErrorCount
         NOT INVALID KEY
           MOVE BmsKey TO AuditKeyValue
           MOVE "MSGAD" TO AuditEventType
           PERFORM LogAuditEvent
           ADD 1 TO AuditRecordCount
           DISPLAY "Message " BmsSequence " added for borrower "
                   BmsBorrowerNumber "."
       END-WRITE
     END-IF
     CLOSE BorrowerMessageFile
   END-IF.

*> Leaves one past the borrower's highest message sequence in
*> nextMessageSequence, zero when all 999 are taken. The file must
*> be open already.
FindNextMessageSequence.
   MOVE 1 TO nextMessageSequence
   MOVE borrowerInput TO BmsBorrowerNumber
   MOVE ZEROS         TO BmsSequence
   START BorrowerMessageFile KEY IS NOT LESS THAN BmsKey
     INVALID KEY
       SET EndOfBorrowerMessageFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextMessageRecord
   END-START
   PERFORM UNTIL EndOfBorrowerMessageFile
                 OR BmsBorrowerNumber NOT EQUAL TO borrowerInput
     IF BmsSequence = 999
       MOVE ZERO TO nextMessageSequence
      ELSE
       COMPUTE nextMessageSequence = BmsSequence + 1
     END-IF
     PERFORM ReadNextMessageRecord
   END-PERFORM.

ListMessages.
   DISPLAY "Borrower number: " WITH NO ADVANCING
   ACCEPT borrowerInput
   MOVE ZERO TO MessagesListed
   PERFORM OpenMessageFileInput
   MOVE borrowerInput TO BmsBorrowerNumber
   MOVE ZEROS         TO BmsSequence
   START BorrowerMessageFile KEY IS NOT LESS THAN BmsKey
     INVALID KEY
       SET EndOfBorrowerMessageFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextMessageRecord
   END-START
   PERFORM UNTIL EndOfBorrowerMessageFile
                 OR BmsBorrowerNumber NOT EQUAL TO borrowerInput
     EVALUATE TRUE
       WHEN BmsExpiryDate NOT = ZEROS AND
            BmsExpiryDate < messageToday
         MOVE "expired" TO PrnMessageState
       WHEN BmsIsBlocking AND BmsAckDate = ZEROS
         MOVE "BLOCKING" TO PrnMessageState
       WHEN BmsIsBlocking
         MOVE SPACES TO PrnMessageState
         STRING "acknowledged " BmsAckBy DELIMITED BY SIZE
                INTO PrnMessageState
       WHEN BmsIsWarning
         MOVE "warning" TO PrnMessageState
       WHEN OTHER
         MOVE "information" TO PrnMessageState
     END-EVALUATE
     DISPLAY "  " BmsSequence " " BmsDate " " BmsAuthorId
             " until " BmsExpiryDate " " PrnMessageState
     DISPLAY "      " BmsText
     ADD 1 TO MessagesListed
     PERFORM ReadNextMessageRecord
   END-PERFORM
   CLOSE BorrowerMessageFile
   IF MessagesListed = ZERO
     DISPLAY "No messages for borrower " borrowerInput "."
   END-IF.

*> A message goes when it has done its job. Only its author, or
*> senior staff, may take it down.
RemoveMessage.
   DISPLAY "Borrower number: " WITH NO ADVANCING
   ACCEPT borrowerInput
   DISPLAY "Message sequence: " WITH NO ADVANCING
   ACCEPT sequenceInput
   PERFORM OpenMessageFileIO
   MOVE borrowerInput TO BmsBorrowerNumber
   MOVE sequenceInput TO BmsSequence
   READ BorrowerMessageFile
     INVALID KEY
       MOVE "N" TO MessageFoundStatus
       DISPLAY "No message " sequenceInput " for borrower "
               borrowerInput "."
     NOT INVALID KEY
       MOVE "Y" TO MessageFoundStatus
   END-READ
   IF MessageIsFound
     IF BmsAuthorId NOT = currentOperatorId AND
        currentOperatorRole NOT = "S" AND
        currentOperatorRole NOT = "V"
       DISPLAY "Only " BmsAuthorId " who wrote it, or a senior "
               "colleague, may remove this message."
       MOVE BmsKey TO AuditKeyValue
       MOVE "DENY " TO AuditEventType
       PERFORM LogAuditEvent
       ADD 1 TO AuditErrorCount
      ELSE
       DISPLAY BmsText
       DISPLAY "Remove this message? (y/n): " WITH NO ADVANCING
       ACCEPT removeConfirm
       IF removeConfirm = "y" OR removeConfirm = "Y"
         DELETE BorrowerMessageFile
           INVALID KEY
             DISPLAY "Could not remove the message, status: "
                     MessageFileStatus
             ADD 1 TO AuditErrorCount
           NOT INVALID KEY
             MOVE BmsKey TO AuditKeyValue
             MOVE "MSGRM" TO AuditEventType
             PERFORM LogAuditEvent
             ADD 1 TO AuditRecordCount
             DISPLAY "Message removed."
         END-DELETE
       END-IF
     END-IF
   END-IF
   CLOSE BorrowerMessageFile.

*> Nightly housekeeping: a message past its expiry date has said
*> all it will say. Messages without an expiry stay until removed.
PurgeExpiredMessages.
   MOVE ZERO TO MessagesPurged, MessagesKept
   PERFORM OpenMessageFileIO
   PERFORM ReadNextMessageRecord
   PERFORM UNTIL EndOfBorrowerMessageFile
     IF BmsExpiryDate NOT = ZEROS AND BmsExpiryDate < messageToday
       DELETE BorrowerMessageFile
         INVALID KEY
           DISPLAY "Could not purge message " BmsKey ", status: "
                   MessageFileStatus
           ADD 1 TO AuditErrorCount
         NOT INVALID KEY
           ADD 1 TO MessagesPurged
       END-DELETE
      ELSE
       ADD 1 TO MessagesKept
     END-IF
     PERFORM ReadNextMessageRecord
   END-PERFORM
   CLOSE BorrowerMessageFile
   MOVE MessagesPurged TO AuditRecordCount
   MOVE SPACES TO AuditKeyValue
   MOVE "MSGPG" TO AuditEventType
   PERFORM LogAuditEvent
   DISPLAY MessagesPurged " expired message(s) purged, "
           MessagesKept " kept.".

ReadNextMessageRecord.
   READ BorrowerMessageFile NEXT RECORD
     AT END SET EndOfBorrowerMessageFile TO TRUE
   END-READ.

OpenMessageFileIO.
   OPEN I-O BorrowerMessageFile
   IF MessageFileStatus EQUAL TO "35"
     OPEN OUTPUT BorrowerMessageFile
     CLOSE BorrowerMessageFile
     OPEN I-O BorrowerMessageFile
   END-IF
   IF MessageFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BorrowerMessage.dat, status: "
             MessageFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenMessageFileInput.
   OPEN INPUT BorrowerMessageFile
   IF MessageFileStatus EQUAL TO "35"
     OPEN OUTPUT BorrowerMessageFile
     CLOSE BorrowerMessageFile
     OPEN INPUT BorrowerMessageFile
   END-IF
   IF MessageFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open BorrowerMessage.dat, status: "
             MessageFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenBorrowerFileInput.
   OPEN INPUT BorrowerFile
   IF BorrowerFileStatus EQUAL TO "35"
     OPEN OUTPUT BorrowerFile
     CLOSE BorrowerFile
     OPEN INPUT BorrowerFile
   END-IF
   IF BorrowerFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Borrower.dat, status: "
             BorrowerFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

END PROGRAM BorrowerMessages.
