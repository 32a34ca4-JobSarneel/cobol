*> restored BookFileUtil backup forward to the point of failure.
*> Called (like DateValidator/BsnValidator) from every program that
*> updates those files, so no program grows its own journal FD.
*> Each record also carries the operator who made the change, for
*> JournalHistory's per-record inquiry. OperatorSignon hands the
*> signed-on id over once per run with the file code "OPER" (id in
*> the first four bytes of the before image; no record is written)
*> and it stays in WORKING-STORAGE for every later call in the run
*> unit. Unattended runs that never sign on fall back to the
*> OPERATORID environment variable; otherwise the id is spaces.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
DATA DIVISION.
FILE SECTION.
FD JournalFile.
COPY JournalRecord.

WORKING-STORAGE SECTION.
01 JournalFileStatus         PIC XX     VALUE "00".
01 journalOperatorId         PIC X(4)   VALUE SPACES.
01 OperatorIdKnown           PIC X      VALUE "N".
   88 JournalOperatorIsKnown            VALUE "Y".

LINKAGE SECTION.
01 LS-FileCode   PIC X(4).
01 LS-Operation  PIC X.
01 LS-Before     PIC X(200).
01 LS-After      PIC X(200).

PROCEDURE DIVISION USING LS-FileCode LS-Operation LS-Before
                         LS-After.
Begin.
  IF LS-FileCode = "OPER"
    MOVE LS-Before(1:4) TO journalOperatorId
    SET JournalOperatorIsKnown TO TRUE
    GOBACK
  END-IF
  IF NOT JournalOperatorIsKnown
    ACCEPT journalOperatorId FROM ENVIRONMENT "OPERATORID"
    SET JournalOperatorIsKnown TO TRUE
  END-IF
  OPEN EXTEND JournalFile
  IF JournalFileStatus NOT EQUAL TO "00"
    OPEN OUTPUT JournalFile
  MOVE LS-Operation TO JrnOperation
  MOVE LS-Before    TO JrnBeforeImage
  MOVE LS-After     TO JrnAfterImage
  MOVE journalOperatorId TO JrnOperatorId
  WRITE JournalRecord
  IF JournalFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not write journal record, status: "
