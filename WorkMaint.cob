IDENTIFICATION DIVISION.
PROGRAM-ID. WorkMaint.
AUTHOR. Job Sarneel.
*> Work and series maintenance: the second edition, the Dutch
*> translation and the paperback reissue of one book are separate
*> ISBNs in Book.dat, and until now nothing said they were the same
*> work -- a reader queued for the 2nd edition while the 3rd sat on
*> the shelf. Work.dat (see WorkRecord.cpy) groups ISBNs into works
*> and places titles in numbered series. 'l' links an ISBN to the
*> work of another (founding the work on that other ISBN if it has
*> none yet), 's' sets or clears a title's series and volume, 'u'
*> unlinks an ISBN from its work, 'd' displays a work with all its
*> editions, and 'r' refreshes the title, edition and year copied
*> into every Work.dat record after catalog amendments. FindBook,
*> any-edition holds and the classified catalog in BookCollection
*> read the file.
*> Every session starts with an OperatorSignon sign-on, and the
*> operator's id goes on each audit entry the session writes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT WorkFile ASSIGN TO "Work.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS WrkBSN
          ALTERNATE RECORD KEY IS WrkWorkKey WITH DUPLICATES
          ALTERNATE RECORD KEY IS WrkSeriesName WITH DUPLICATES
          FILE STATUS IS WorkFileStatus.
   SELECT BookFile ASSIGN TO "Book.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BSN
          ALTERNATE RECORD KEY IS AuthSurname WITH DUPLICATES
          FILE STATUS IS BookFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD WorkFile.
COPY WorkRecord.

FD BookFile.
COPY BookDetailsRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 WorkFileStatus            PIC XX     VALUE "00".
01 BookFileStatus            PIC XX     VALUE "00".
01 maintChoice               PIC X      VALUE SPACE.
01 bsnInput                  PIC X(17)  VALUE SPACES.
01 anchorBSNInput            PIC X(17)  VALUE SPACES.
01 relationInput             PIC X      VALUE SPACE.
01 languageInput             PIC X(3)   VALUE SPACES.
01 seriesInput               PIC X(30)  VALUE SPACES.
01 volumeInput               PIC 9(3)   VALUE ZERO.
01 ListedCount               PIC 9(4)   VALUE ZERO.
01 RefreshedCount            PIC 9(5)   VALUE ZERO.
01 MissingTitleCount         PIC 9(5)   VALUE ZERO.

*> The two titles being linked, as read from Book.dat -- copied into
*> the Work.dat records once the link is known to be allowed.
01 anchorFound               PIC X      VALUE "N".
   88 AnchorIsInCatalog                 VALUE "Y".
01 anchorTitle               PIC X(25)  VALUE SPACES.
01 anchorEdition             PIC X(2)   VALUE SPACES.
01 anchorYear                PIC X(4)   VALUE SPACES.
01 linkFound                 PIC X      VALUE "N".
   88 LinkIsInCatalog                   VALUE "Y".
01 linkTitle                 PIC X(25)  VALUE SPACES.
01 linkEdition               PIC X(2)   VALUE SPACES.
01 linkYear                  PIC X(4)   VALUE SPACES.

01 anchorOnFile              PIC X      VALUE "N".
   88 AnchorHasWork                     VALUE "Y".
01 anchorWorkKey             PIC X(17)  VALUE SPACES.
01 linkOnFile                PIC X      VALUE "N".
   88 LinkHasWork                       VALUE "Y".
01 linkAllowed               PIC X      VALUE "N".
   88 LinkIsAllowed                     VALUE "Y".

*> Members of one work, gathered by a pass over the WrkWorkKey
*> alternate key: counted before a link, re-keyed when the ISBN a
*> work was founded on is unlinked from it.
01 countWorkKey              PIC X(17)  VALUE SPACES.
01 MemberCount               PIC 9(3)   VALUE ZERO.
01 MemberTable.
   02 MemberBSN              PIC X(17)  OCCURS 100 TIMES.
01 MemberHeld                PIC 9(3)   VALUE ZERO.
01 MemberIndex               PIC 9(3)   VALUE ZERO.
01 newWorkKey                PIC X(17)  VALUE SPACES.
01 unlinkedRecord            PIC X(102) VALUE SPACES.

01 relationText              PIC X(11)  VALUE SPACES.
01 PrnVolume                 PIC ZZ9.

PROCEDURE DIVISION.
Begin.
   MOVE "WorkMaint" TO SignonProgramName
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
   MOVE "WorkMaint" TO AuditProgramName
   MOVE "START"     TO AuditEventType
   PERFORM LogAuditEvent

   PERFORM MaintMenu UNTIL maintChoice = "q"

   MOVE SPACES TO AuditKeyValue
   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

MaintMenu.
   DISPLAY "Press 'l' to link an edition to a work, 's' to set a "
           "series, 'u' to unlink, 'd' to display a work, 'r' to "
           "refresh titles, or 'q' to quit: "
           WITH NO ADVANCING
   ACCEPT maintChoice
   EVALUATE maintChoice
     WHEN "l" PERFORM LinkToWork
     WHEN "s" PERFORM SetSeries
     WHEN "u" PERFORM UnlinkEdition
     WHEN "d" PERFORM DisplayWork
     WHEN "r" PERFORM RefreshWorkTitles
     WHEN "q" DISPLAY "OK, bye."
     WHEN OTHER
       DISPLAY "That's not an 'l', 's', 'u', 'd', 'r' or 'q'. "
               "Try again."
   END-EVALUATE.

*> Links bsnInput into the work anchorBSNInput belongs to. An ISBN
*> already in some other work has to be unlinked from it first --
*> silently moving it would split that work without anyone saying
*> so. A work of one (a title that was only given a series) may
*> join, and keeps its series.
LinkToWork.
   DISPLAY "ISBN already in the work (or to found it on): "
           WITH NO ADVANCING
   ACCEPT anchorBSNInput
   DISPLAY "ISBN of the edition to link to it:            "
           WITH NO ADVANCING
   ACCEPT bsnInput
   IF bsnInput = anchorBSNInput
     DISPLAY "An edition can't be linked to itself."
    ELSE
     PERFORM ReadBothTitles
     IF AnchorIsInCatalog AND LinkIsInCatalog
       PERFORM OpenWorkFileIO
       PERFORM CheckLinkAllowed
       IF LinkIsAllowed
         PERFORM WriteLinkRecords
       END-IF
       CLOSE WorkFile
     END-IF
   END-IF.

ReadBothTitles.
   MOVE "N" TO anchorFound
   PERFORM OpenBookFileInput
   MOVE anchorBSNInput TO BSN
   READ BookFile
     INVALID KEY
       DISPLAY "No book found with ISBN " anchorBSNInput
     NOT INVALID KEY
       MOVE "Y" TO anchorFound
       MOVE BookTitle            TO anchorTitle
       MOVE BookEdition          TO anchorEdition
       MOVE BookYearOfAppearance TO anchorYear
   END-READ
   CLOSE BookFile
   PERFORM ReadLinkTitle.

ReadLinkTitle.
   MOVE "N" TO linkFound
   PERFORM OpenBookFileInput
   MOVE bsnInput TO BSN
   READ BookFile
     INVALID KEY
       DISPLAY "No book found with ISBN " bsnInput
     NOT INVALID KEY
       MOVE "Y" TO linkFound
       MOVE BookTitle            TO linkTitle
       MOVE BookEdition          TO linkEdition
       MOVE BookYearOfAppearance TO linkYear
   END-READ
   CLOSE BookFile.

CheckLinkAllowed.
   MOVE "N" TO linkAllowed, anchorOnFile, linkOnFile
   MOVE anchorBSNInput TO WrkBSN
   READ WorkFile
     INVALID KEY
       MOVE anchorBSNInput TO anchorWorkKey
     NOT INVALID KEY
       MOVE "Y" TO anchorOnFile
       MOVE WrkWorkKey TO anchorWorkKey
   END-READ
   MOVE bsnInput TO WrkBSN
   READ WorkFile
     INVALID KEY
       MOVE "Y" TO linkAllowed
     NOT INVALID KEY
       MOVE "Y" TO linkOnFile
       EVALUATE TRUE
         WHEN WrkWorkKey = anchorWorkKey
           DISPLAY bsnInput " is already linked to that work."
         WHEN WrkWorkKey NOT = WrkBSN
           DISPLAY bsnInput " belongs to the work of " WrkWorkKey
                   ". Unlink it from there first ('u')."
         WHEN OTHER
           MOVE bsnInput TO countWorkKey
           PERFORM CountWorkMembers
           IF MemberCount > 1
             DISPLAY bsnInput " is the founding ISBN of a work "
                     "with " MemberCount " editions. Link the "
                     "other way round, or unlink those first."
            ELSE
             MOVE "Y" TO linkAllowed
           END-IF
       END-EVALUATE
   END-READ.

WriteLinkRecords.
   DISPLAY "Is " bsnInput " another (e)dition or a (t)ranslation? "
           WITH NO ADVANCING
   ACCEPT relationInput
   INSPECT relationInput CONVERTING "et" TO "ET"
   IF relationInput NOT = "T"
     MOVE "E" TO relationInput
   END-IF
   DISPLAY "Its language (3 letters, empty if not known): "
           WITH NO ADVANCING
   ACCEPT languageInput
   IF NOT AnchorHasWork
     MOVE SPACES TO WorkRecord
     MOVE anchorBSNInput TO WrkBSN, WrkWorkKey
     MOVE "O" TO WrkRelation
     MOVE ZERO TO WrkVolumeNumber
     MOVE anchorTitle   TO WrkTitle
     MOVE anchorEdition TO WrkEdition
     MOVE anchorYear    TO WrkYearOfAppearance
     WRITE WorkRecord
       INVALID KEY
         DISPLAY "Could not write work record, status: "
                 WorkFileStatus
         ADD 1 TO AuditErrorCount
     END-WRITE
   END-IF
   IF LinkHasWork
     MOVE bsnInput TO WrkBSN
     READ WorkFile
       INVALID KEY
         CONTINUE
     END-READ
    ELSE
     MOVE SPACES TO WorkRecord
     MOVE bsnInput TO WrkBSN
     MOVE ZERO TO WrkVolumeNumber
   END-IF
   MOVE anchorWorkKey TO WrkWorkKey
   MOVE relationInput TO WrkRelation
   MOVE languageInput TO WrkLanguage
   MOVE linkTitle     TO WrkTitle
   MOVE linkEdition   TO WrkEdition
   MOVE linkYear      TO WrkYearOfAppearance
   IF LinkHasWork
     REWRITE WorkRecord
       INVALID KEY
         CONTINUE
     END-REWRITE
    ELSE
     WRITE WorkRecord
       INVALID KEY
         CONTINUE
     END-WRITE
   END-IF
   IF WorkFileStatus = "00"
     ADD 1 TO AuditRecordCount
     MOVE bsnInput TO AuditKeyValue
     MOVE "WRKLN" TO AuditEventType
     PERFORM LogAuditEvent
     DISPLAY linkTitle " linked to the work of " anchorWorkKey "."
    ELSE
     DISPLAY "Could not write work record, status: " WorkFileStatus
     ADD 1 TO AuditErrorCount
   END-IF.

*> Puts a title into a numbered series, or takes it out (empty
*> series name). A title with no work record gets one of its own --
*> a work of one, founded on itself.
SetSeries.
   DISPLAY "ISBN of the title:                    " WITH NO ADVANCING
   ACCEPT bsnInput
   PERFORM ReadLinkTitle
   IF LinkIsInCatalog
     DISPLAY "Series name (empty takes it out of its series): "
             WITH NO ADVANCING
     ACCEPT seriesInput
     MOVE ZERO TO volumeInput
     IF seriesInput NOT = SPACES
       DISPLAY "Volume number in the series (3 digits): "
               WITH NO ADVANCING
       ACCEPT volumeInput
     END-IF
     PERFORM OpenWorkFileIO
     MOVE bsnInput TO WrkBSN
     READ WorkFile
       INVALID KEY
         MOVE "N" TO linkOnFile
         MOVE SPACES TO WorkRecord
         MOVE bsnInput TO WrkBSN, WrkWorkKey
         MOVE "O" TO WrkRelation
       NOT INVALID KEY
         MOVE "Y" TO linkOnFile
     END-READ
     MOVE seriesInput TO WrkSeriesName
     MOVE volumeInput TO WrkVolumeNumber
     MOVE linkTitle   TO WrkTitle
     MOVE linkEdition TO WrkEdition
     MOVE linkYear    TO WrkYearOfAppearance
     IF LinkHasWork
       REWRITE WorkRecord
         INVALID KEY
           CONTINUE
       END-REWRITE
      ELSE
       WRITE WorkRecord
         INVALID KEY
           CONTINUE
       END-WRITE
     END-IF
     IF WorkFileStatus = "00"
       ADD 1 TO AuditRecordCount
       MOVE bsnInput TO AuditKeyValue
       MOVE "WRKSR" TO AuditEventType
       PERFORM LogAuditEvent
       IF seriesInput = SPACES
         DISPLAY linkTitle " is in no series now."
        ELSE
         MOVE volumeInput TO PrnVolume
         DISPLAY linkTitle " is volume " PrnVolume " of "
                 seriesInput "."
       END-IF
      ELSE
       DISPLAY "Could not write work record, status: "
               WorkFileStatus
       ADD 1 TO AuditErrorCount
     END-IF
     CLOSE WorkFile
   END-IF.

*> Takes an ISBN out of its work. When it is the ISBN the work was
*> founded on, the remaining editions are re-keyed onto the first
*> of them so the work survives without it. The unlinked title
*> keeps a record of its own only if it is still in a series.
UnlinkEdition.
   DISPLAY "ISBN to unlink from its work: " WITH NO ADVANCING
   ACCEPT bsnInput
   PERFORM OpenWorkFileIO
   MOVE bsnInput TO WrkBSN
   READ WorkFile
     INVALID KEY
       DISPLAY bsnInput " is not in any work."
     NOT INVALID KEY
       MOVE WorkRecord TO unlinkedRecord
       MOVE WrkWorkKey TO countWorkKey
       PERFORM CountWorkMembers
       IF MemberCount < 2
         DISPLAY bsnInput " is not linked to any other edition."
        ELSE
         IF countWorkKey = bsnInput
           PERFORM RekeyRemainingMembers
         END-IF
         PERFORM DetachUnlinkedRecord
       END-IF
   END-READ
   CLOSE WorkFile.

RekeyRemainingMembers.
   MOVE SPACES TO newWorkKey
   PERFORM VARYING MemberIndex FROM 1 BY 1
           UNTIL MemberIndex > MemberHeld
     IF MemberBSN(MemberIndex) NOT = bsnInput
       IF newWorkKey = SPACES
         MOVE MemberBSN(MemberIndex) TO newWorkKey
       END-IF
       MOVE MemberBSN(MemberIndex) TO WrkBSN
       READ WorkFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE newWorkKey TO WrkWorkKey
           REWRITE WorkRecord
             INVALID KEY
               DISPLAY "Could not re-key work record " WrkBSN
                       ", status: " WorkFileStatus
               ADD 1 TO AuditErrorCount
           END-REWRITE
       END-READ
     END-IF
   END-PERFORM
   DISPLAY "The work is now kept under " newWorkKey ".".

DetachUnlinkedRecord.
   MOVE unlinkedRecord TO WorkRecord
   IF WrkSeriesName = SPACES
     DELETE WorkFile
       INVALID KEY
         CONTINUE
     END-DELETE
    ELSE
     MOVE WrkBSN TO WrkWorkKey
     MOVE "O" TO WrkRelation
     REWRITE WorkRecord
       INVALID KEY
         CONTINUE
     END-REWRITE
   END-IF
   IF WorkFileStatus = "00"
     ADD 1 TO AuditRecordCount
     MOVE bsnInput TO AuditKeyValue
     MOVE "WRKUN" TO AuditEventType
     PERFORM LogAuditEvent
     DISPLAY bsnInput " unlinked from its work."
    ELSE
     DISPLAY "Could not update work record, status: "
             WorkFileStatus
     ADD 1 TO AuditErrorCount
   END-IF.

*> Counts the records sharing countWorkKey and keeps their ISBNs in
*> MemberTable. Leaves the record area on whatever was read last.
CountWorkMembers.
   MOVE ZERO TO MemberCount, MemberHeld
   MOVE countWorkKey TO WrkWorkKey
   START WorkFile KEY IS EQUAL TO WrkWorkKey
     INVALID KEY
       SET EndOfWorkFile TO TRUE
     NOT INVALID KEY
       PERFORM ReadNextWorkRecord
   END-START
   PERFORM UNTIL EndOfWorkFile OR WrkWorkKey NOT = countWorkKey
     ADD 1 TO MemberCount
     IF MemberHeld < 100
       ADD 1 TO MemberHeld
       MOVE WrkBSN TO MemberBSN(MemberHeld)
     END-IF
     PERFORM ReadNextWorkRecord
   END-PERFORM.

ReadNextWorkRecord.
   READ WorkFile NEXT RECORD
     AT END SET EndOfWorkFile TO TRUE
   END-READ.

DisplayWork.
   DISPLAY "ISBN of any edition of the work: " WITH NO ADVANCING
   ACCEPT bsnInput
   PERFORM OpenWorkFileInput
   MOVE bsnInput TO WrkBSN
   READ WorkFile
     INVALID KEY
       DISPLAY bsnInput " is in no work and no series."
     NOT INVALID KEY
       MOVE WrkWorkKey TO countWorkKey
       DISPLAY "Work founded on " WrkWorkKey ":"
       MOVE ZERO TO ListedCount
       MOVE countWorkKey TO WrkWorkKey
       START WorkFile KEY IS EQUAL TO WrkWorkKey
         INVALID KEY
           SET EndOfWorkFile TO TRUE
         NOT INVALID KEY
           PERFORM ReadNextWorkRecord
       END-START
       PERFORM UNTIL EndOfWorkFile OR WrkWorkKey NOT = countWorkKey
         PERFORM DisplayWorkMember
         PERFORM ReadNextWorkRecord
       END-PERFORM
   END-READ
   CLOSE WorkFile.

DisplayWorkMember.
   EVALUATE TRUE
     WHEN WrkIsOriginal    MOVE "original"    TO relationText
     WHEN WrkIsTranslation MOVE "translation" TO relationText
     WHEN OTHER            MOVE "edition"     TO relationText
   END-EVALUATE
   DISPLAY "  " WrkBSN "  " WrkTitle "  ed " WrkEdition " "
           WrkYearOfAppearance "  " relationText " " WrkLanguage
   IF WrkSeriesName NOT = SPACES
     MOVE WrkVolumeNumber TO PrnVolume
     DISPLAY "      series " WrkSeriesName " vol " PrnVolume
   END-IF
   ADD 1 TO ListedCount.

*> Brings the title, edition and year copied into each Work.dat
*> record back in step with Book.dat; a work member whose ISBN has
*> left the catalog is reported, not removed.
RefreshWorkTitles.
   MOVE ZERO TO RefreshedCount, MissingTitleCount
   PERFORM OpenBookFileInput
   PERFORM OpenWorkFileIO
   PERFORM ReadNextWorkRecord
   PERFORM UNTIL EndOfWorkFile
     MOVE WrkBSN TO BSN
     READ BookFile
       INVALID KEY
         DISPLAY "  " WrkBSN " (" WrkTitle ") is no longer in "
                 "Book.dat."
         ADD 1 TO MissingTitleCount
       NOT INVALID KEY
         MOVE BookTitle            TO WrkTitle
         MOVE BookEdition          TO WrkEdition
         MOVE BookYearOfAppearance TO WrkYearOfAppearance
         REWRITE WorkRecord
           INVALID KEY
             DISPLAY "Could not update work record " WrkBSN
                     ", status: " WorkFileStatus
             ADD 1 TO AuditErrorCount
           NOT INVALID KEY
             ADD 1 TO RefreshedCount
         END-REWRITE
     END-READ
     PERFORM ReadNextWorkRecord
   END-PERFORM
   CLOSE WorkFile
   CLOSE BookFile
   ADD RefreshedCount TO AuditRecordCount
   DISPLAY RefreshedCount " work record(s) refreshed, "
           MissingTitleCount " no longer in the catalog.".

OpenWorkFileIO.
   OPEN I-O WorkFile
   IF WorkFileStatus EQUAL TO "35"
     OPEN OUTPUT WorkFile
     CLOSE WorkFile
     OPEN I-O WorkFile
   END-IF
   IF WorkFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Work.dat, status: " WorkFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenWorkFileInput.
   OPEN INPUT WorkFile
   IF WorkFileStatus EQUAL TO "35"
     OPEN OUTPUT WorkFile
     CLOSE WorkFile
     OPEN INPUT WorkFile
   END-IF
   IF WorkFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Work.dat, status: " WorkFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

OpenBookFileInput.
   OPEN INPUT BookFile
   IF BookFileStatus EQUAL TO "35"
     OPEN OUTPUT BookFile
     CLOSE BookFile
     OPEN INPUT BookFile
   END-IF
   IF BookFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not open Book.dat, status: " BookFileStatus
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF.

COPY AuditLog.

END PROGRAM WorkMaint.
