
01 JournalFileCode           PIC X(4)   VALUE "BOOK".
01 JournalOperation          PIC X      VALUE SPACE.
01 JournalBefore             PIC X(200) VALUE SPACES.
01 JournalAfter              PIC X(200) VALUE SPACES.

01 BSNCheckStatus            PIC X      VALUE "N".
   88 BSNIsValid                        VALUE "Y".
   88 IsbnConvertIsValid                VALUE "Y".
01 BookExists                PIC X      VALUE "N".
   88 BookIsOnFile                      VALUE "Y".
01 existingAddedDate         PIC 9(8)   VALUE ZEROS.
01 existingWithdrawnCopies   PIC 9(2)   VALUE ZERO.
01 existingClosedDate        PIC 9(8)   VALUE ZEROS.
01 savedRejReason            PIC X(30)  VALUE SPACES.
01 SubjectFileStatus         PIC XX     VALUE "00".
*> The subject authority, loaded once at startup: a transaction
       IF BookReplacementCost IS NOT NUMERIC
         MOVE ZEROS TO BookReplacementCost
       END-IF
       ACCEPT BookAddedDate FROM DATE YYYYMMDD
       MOVE ZERO  TO BookWithdrawnCopies
       MOVE ZEROS TO BookClosedDate
       WRITE BookDetails
         INVALID KEY
           MOVE "Write failed" TO RejReason
       IF BookReplacementCost IS NOT NUMERIC
         MOVE ZEROS TO BookReplacementCost
       END-IF
       *> A change keeps the day the title first came in, and
       *> what weeding has withdrawn from it.
       MOVE existingAddedDate TO BookAddedDate
       MOVE existingWithdrawnCopies TO BookWithdrawnCopies
       MOVE existingClosedDate      TO BookClosedDate
       REWRITE BookDetails
         INVALID KEY
           MOVE "Rewrite failed" TO RejReason
     NOT INVALID KEY
       MOVE "Y" TO BookExists
       MOVE BookDetails TO JournalBefore
       MOVE BookAddedDate TO existingAddedDate
       MOVE BookWithdrawnCopies TO existingWithdrawnCopies
       MOVE BookClosedDate      TO existingClosedDate
   END-READ.

WriteJournalEntry.
