IDENTIFICATION DIVISION.
PROGRAM-ID. ParameterMaint.
AUTHOR. Job Sarneel.
*> System parameter maintenance: the settings the batch and report
*> programs take through the SystemParameter service live in
*> SystemParameters.dat, and this is their editor -- 'l' lists every
*> setting with its value and who last changed it, 'c' changes one,
*> 'q' quits. Supervisors only (role "V"); anyone else is logged
*> as DENY and turned away. The settings are the fixed list below,
*> each with its shape, so a change is checked before it is kept
*> and nobody can save a name no program asks for. When the file
*> is missing the list starts from the defaults the programs would
*> use anyway. Every change goes to AuditLog.dat as PARMC with the
*> setting's name and its old and new value. The file stays LINE
*> SEQUENTIAL, read whole and written back, the OperatorMaint
*> shape. A value left as spaces hands the choice back to the
*> program (its own default, today's date, or its prompt).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT ParameterFile ASSIGN TO "SystemParameters.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParameterFileStatus.
   SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD ParameterFile.
COPY SystemParameterRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
COPY OperatorSignonData.
01 ParameterFileStatus       PIC XX     VALUE "00".

01 maintChoice               PIC X      VALUE SPACE.
01 nameInput                 PIC X(16)  VALUE SPACES.
01 valueInput                PIC X(30)  VALUE SPACES.
01 changeConfirm             PIC X      VALUE "n".
01 maintToday                PIC 9(8)   VALUE ZEROS.
01 valueIsValidFlag          PIC X      VALUE "N".
   88 ValueIsValid                      VALUE "Y".
01 checkYear                 PIC 9(4)   VALUE ZERO.
01 checkMonth                PIC 99     VALUE ZERO.
01 checkDay                  PIC 99     VALUE ZERO.
01 checkDateValid            PIC X      VALUE "N".
   88 CheckDateIsValid                  VALUE "Y".

*> The settings this system knows: name, shape, the default the
*> programs fall back on, and what it is for. Shapes -- "T" free
*> text, "N" a three-digit count, "D" a date YYYYMMDD, "Y" a year
*> YYYY, "G" a grade point d.dd, "M" a stocktake mode (FULL or
*> CYCLE), "B" a three-character branch code. Spaces are always
*> allowed.
01 ParameterCatalogValues.
   02 FILLER PIC X(27) VALUE "INSTCODE        TINST0001  ".
   02 FILLER PIC X(45)
      VALUE "Institution code on the ministry extract".
   02 FILLER PIC X(27) VALUE "WARNPCT         N080       ".
   02 FILLER PIC X(45)
      VALUE "Capacity watch warning level (percent)".
   02 FILLER PIC X(27) VALUE "AUDITKEEPMONTHS N003       ".
   02 FILLER PIC X(45)
      VALUE "Months of audit log kept live when archiving".
   02 FILLER PIC X(27) VALUE "AUDITCUTOFF     D          ".
   02 FILLER PIC X(45)
      VALUE "Archive audit before (overrides months kept)".
   02 FILLER PIC X(27) VALUE "CASHDATE        D          ".
   02 FILLER PIC X(45)
      VALUE "Day the cash-up reports on (blank = today)".
   02 FILLER PIC X(27) VALUE "OPSWEEKENDING   D          ".
   02 FILLER PIC X(45)
      VALUE "Last day of the operator activity week".
   02 FILLER PIC X(27) VALUE "ROOMWEEKHOURS   N006       ".
   02 FILLER PIC X(45)
      VALUE "Study room hours a borrower may book a week".
   02 FILLER PIC X(27) VALUE "GLDATE          D          ".
   02 FILLER PIC X(45)
      VALUE "Day the GL extract posts (blank = today)".
   02 FILLER PIC X(27) VALUE "CLOSEYEAR       Y          ".
   02 FILLER PIC X(45)
      VALUE "Calendar year the year-end close closes".
   02 FILLER PIC X(27) VALUE "CLOSEACADYEAR   Y          ".
   02 FILLER PIC X(45)
      VALUE "Academic year the year-end close archives".
   02 FILLER PIC X(27) VALUE "STOCKMODE       M          ".
   02 FILLER PIC X(45)
      VALUE "Stocktake mode, FULL or CYCLE (blank = FULL)".
   02 FILLER PIC X(27) VALUE "STOCKBRANCH     B          ".
   02 FILLER PIC X(45)
      VALUE "Stocktake branch (blank = whole collection)".
   02 FILLER PIC X(27) VALUE "STOCKCYCLEDAYS  N090       ".
   02 FILLER PIC X(45)
      VALUE "Cycle-count coverage window (days)".
   02 FILLER PIC X(27) VALUE "ACADYEAR        Y          ".
   02 FILLER PIC X(45)
      VALUE "Academic year tuition invoicing bills".
   02 FILLER PIC X(27) VALUE "STANDINGTERM    T          ".
   02 FILLER PIC X(45)
      VALUE "Term academic standing closes (YYYYTn)".
   02 FILLER PIC X(27) VALUE "WEEDINGYEARS    N002       ".
   02 FILLER PIC X(45)
      VALUE "Years unborrowed before a title is a weed".
   02 FILLER PIC X(27) VALUE "DEANSLISTGPA    G3.50      ".
   02 FILLER PIC X(45)
      VALUE "Grade point for the dean's list (and up)".
   02 FILLER PIC X(27) VALUE "PROBATIONGPA    G2.00      ".
   02 FILLER PIC X(45)
      VALUE "Term grade point below which is probation".
   02 FILLER PIC X(27) VALUE "AMNESTYFROM     D          ".
   02 FILLER PIC X(45)
      VALUE "Amnesty: books returned from this date".
   02 FILLER PIC X(27) VALUE "AMNESTYTO       D          ".
   02 FILLER PIC X(45)
      VALUE "Amnesty: books returned up to this date".
   02 FILLER PIC X(27) VALUE "AMNESTYREASONS  TL         ".
   02 FILLER PIC X(45)
      VALUE "Amnesty: fine reason codes forgiven (e.g. LE)".
   02 FILLER PIC X(27) VALUE "AMNESTYMAXAMT   N          ".
   02 FILLER PIC X(45)
      VALUE "Amnesty: largest balance forgiven (blank=any)".
   02 FILLER PIC X(27) VALUE "AMNESTYCATEGORY T          ".
   02 FILLER PIC X(45)
      VALUE "Amnesty: only this borrower category".
   02 FILLER PIC X(27) VALUE "AMNESTYMINAGE   N          ".
   02 FILLER PIC X(45)
      VALUE "Amnesty: only fines at least this many days".
   02 FILLER PIC X(27) VALUE "AMNESTYMODE     TPREVIEW   ".
   02 FILLER PIC X(45)
      VALUE "Amnesty: POST to waive, else only a preview".
   02 FILLER PIC X(27) VALUE "ARRIVALMONTH    T          ".
   02 FILLER PIC X(45)
      VALUE "New arrivals month YYYYMM (blank: last month)".
   02 FILLER PIC X(27) VALUE "ALSOMINCOUNT    N003       ".
   02 FILLER PIC X(45)
      VALUE "Also-borrowed: pairs borrowed together min".
   02 FILLER PIC X(27) VALUE "ALSOMINBORROWERSN003       ".
   02 FILLER PIC X(45)
      VALUE "Also-borrowed: distinct borrowers (3 or more)".
   02 FILLER PIC X(27) VALUE "ALSOTOPCOUNT    N005       ".
   02 FILLER PIC X(45)
      VALUE "Also-borrowed: suggestions kept per title".
   02 FILLER PIC X(27) VALUE "MARCNEWAUTHORS  TADD       ".
   02 FILLER PIC X(45)
      VALUE "MARC import new authors: ADD or REJECT".
   02 FILLER PIC X(27) VALUE "MARCLIBRARYCODE T          ".
   02 FILLER PIC X(45)
      VALUE "Library code sent in the MARC export (852 $a)".
   02 FILLER PIC X(27) VALUE "REFERMINBALANCE N100       ".
   02 FILLER PIC X(45)
      VALUE "Agency referral: open balance at least this".
   02 FILLER PIC X(27) VALUE "REFERMINDAYS    N090       ".
   02 FILLER PIC X(45)
      VALUE "Agency referral: oldest fine age in days".
   02 FILLER PIC X(27) VALUE "REFERCLIENTCODE TLIBRARY   ".
   02 FILLER PIC X(45)
      VALUE "Our client code at the collection agency".
   02 FILLER PIC X(27) VALUE "WEEDREGYEAR     Y          ".
   02 FILLER PIC X(45)
      VALUE "Year the withdrawals register prints".
   02 FILLER PIC X(27) VALUE "SURVEYYEAR      Y          ".
   02 FILLER PIC X(45)
      VALUE "Library survey year (blank = the last one)".
   02 FILLER PIC X(27) VALUE "SURVEYLIBCODE   T          ".
   02 FILLER PIC X(45)
      VALUE "Our code with the survey (blank = INSTCODE)".
   02 FILLER PIC X(27) VALUE "CLASSTERM       T          ".
   02 FILLER PIC X(45)
      VALUE "Term class lists print for (YYYYTn)".
   02 FILLER PIC X(27) VALUE "CLASSCOURSE     T          ".
   02 FILLER PIC X(45)
      VALUE "Class lists: one course only (blank = all)".
01 ParameterCatalog REDEFINES ParameterCatalogValues.
   02 CatalogEntry           OCCURS 39 TIMES.
      03 CatName             PIC X(16).
      03 CatShape            PIC X.
      03 CatDefault          PIC X(10).
      03 CatDescription      PIC X(45).
01 CatalogCount              PIC 99     VALUE 39.

01 ParameterTable.
   02 ParameterEntry         OCCURS 39 TIMES.
      03 TblValue            PIC X(30).
      03 TblChangedDate      PIC 9(8).
      03 TblChangedBy        PIC X(4).
01 parameterIndex            PIC 99     VALUE ZERO.
01 matchedIndex              PIC 99     VALUE ZERO.
01 ReadCount                 PIC 9(3)   VALUE ZERO.
01 TableDirty                PIC X      VALUE "N".
   88 TableWasChanged                   VALUE "Y".

PROCEDURE DIVISION.
Begin.
   MOVE "ParameterMaint" TO SignonProgramName
   CALL "OperatorSignon" USING SignonProgramName SignonOperatorId
                               SignonOperatorName SignonOperatorRole
                               SignonResult
   IF NOT SignonSucceeded
     DISPLAY "Abending."
     MOVE 12 TO RETURN-CODE
     STOP RUN
   END-IF
   ACCEPT maintToday FROM DATE YYYYMMDD
   PERFORM OpenAuditLog
   MOVE SignonOperatorId TO AuditOperatorId
   MOVE "ParameterMaint" TO AuditProgramName
   IF SignonOperatorRole NOT = "V"
     DISPLAY "System parameters are for supervisors only."
     MOVE "DENY" TO AuditEventType
     PERFORM LogAuditEvent
     CLOSE AuditLogFile
     MOVE 8 TO RETURN-CODE
     STOP RUN
   END-IF
   MOVE "START" TO AuditEventType
   PERFORM LogAuditEvent

   PERFORM LoadParameterTable
   PERFORM MaintMenu UNTIL maintChoice = "q"
   IF TableWasChanged
     PERFORM SaveParameterTable
   END-IF

   MOVE "END" TO AuditEventType
   PERFORM LogAuditEvent
   CLOSE AuditLogFile
   IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
     MOVE 4 TO RETURN-CODE
   END-IF
   STOP RUN.

MaintMenu.
   DISPLAY "Press 'l' to list the parameters, 'c' to change one, "
           "or 'q' to quit: " WITH NO ADVANCING
   ACCEPT maintChoice
   EVALUATE maintChoice
     WHEN "l" PERFORM ListParameters
     WHEN "c" PERFORM ChangeParameter
     WHEN "q" DISPLAY "OK, bye."
     WHEN OTHER
       DISPLAY "That's not an 'l', 'c' or 'q'. Try again."
   END-EVALUATE.

ListParameters.
   PERFORM VARYING parameterIndex FROM 1 BY 1
           UNTIL parameterIndex > CatalogCount
     DISPLAY "  " CatName(parameterIndex) " "
             CatDescription(parameterIndex)
     IF TblChangedBy(parameterIndex) = SPACES
       DISPLAY "      = [" TblValue(parameterIndex) "]"
      ELSE
       DISPLAY "      = [" TblValue(parameterIndex) "]  set "
               TblChangedDate(parameterIndex) " by "
               TblChangedBy(parameterIndex)
     END-IF
   END-PERFORM.

ChangeParameter.
   DISPLAY "Parameter name:          " WITH NO ADVANCING
   ACCEPT nameInput
   INSPECT nameInput CONVERTING "abcdefghijklmnopqrstuvwxyz"
                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   PERFORM FindParameterInCatalog
   IF matchedIndex = ZERO
     DISPLAY "No parameter called " nameInput ". Use 'l' to see "
             "them."
    ELSE
     DISPLAY CatName(matchedIndex) " " CatDescription(matchedIndex)
     DISPLAY "Now [" TblValue(matchedIndex) "]"
     DISPLAY "New value (spaces = program default): "
             WITH NO ADVANCING
     ACCEPT valueInput
     IF CatShape(matchedIndex) = "M" OR
        CatShape(matchedIndex) = "B"
       INSPECT valueInput CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     END-IF
     PERFORM CheckParameterValue
     IF NOT ValueIsValid
       ADD 1 TO AuditErrorCount
      ELSE
       IF valueInput = TblValue(matchedIndex)
         DISPLAY "That is the value it already has."
        ELSE
         DISPLAY "Change " CatName(matchedIndex) " from ["
                 TblValue(matchedIndex) "] to [" valueInput
                 "]? (y/n): " WITH NO ADVANCING
         ACCEPT changeConfirm
         IF changeConfirm = "y"
           MOVE TblValue(matchedIndex) TO AuditOldValue
           MOVE valueInput             TO AuditNewValue
           MOVE valueInput       TO TblValue(matchedIndex)
           MOVE maintToday       TO TblChangedDate(matchedIndex)
           MOVE SignonOperatorId TO TblChangedBy(matchedIndex)
           MOVE "Y" TO TableDirty
           ADD 1 TO AuditRecordCount
           MOVE CatName(matchedIndex) TO AuditKeyValue
           MOVE "PARMC" TO AuditEventType
           PERFORM LogAuditEvent
           DISPLAY "Parameter " CatName(matchedIndex) " changed."
          ELSE
           DISPLAY "Leaving it as it is."
         END-IF
       END-IF
     END-IF
   END-IF.

*> A value must have its setting's shape before it is kept; spaces
*> always pass (they hand the choice back to the program).
CheckParameterValue.
   MOVE "Y" TO valueIsValidFlag
   IF valueInput NOT = SPACES
     EVALUATE CatShape(matchedIndex)
       WHEN "N"
         IF valueInput(1:3) IS NOT NUMERIC OR
            valueInput(4:) NOT = SPACES OR valueInput(1:3) = "000"
           DISPLAY "That needs three digits, like 090."
           MOVE "N" TO valueIsValidFlag
         END-IF
       WHEN "D"
         IF valueInput(1:8) IS NOT NUMERIC OR
            valueInput(9:) NOT = SPACES
           DISPLAY "That needs a date, YYYYMMDD."
           MOVE "N" TO valueIsValidFlag
          ELSE
           MOVE valueInput(1:4) TO checkYear
           MOVE valueInput(5:2) TO checkMonth
           MOVE valueInput(7:2) TO checkDay
           CALL "DateValidator" USING checkYear checkMonth checkDay
                                      checkDateValid
           IF NOT CheckDateIsValid
             DISPLAY "That is not a calendar date."
             MOVE "N" TO valueIsValidFlag
           END-IF
         END-IF
       WHEN "Y"
         IF valueInput(1:4) IS NOT NUMERIC OR
            valueInput(5:) NOT = SPACES OR valueInput(1:4) < "1900"
           DISPLAY "That needs a year, YYYY."
           MOVE "N" TO valueIsValidFlag
         END-IF
       WHEN "G"
         IF valueInput(1:1) IS NOT NUMERIC OR
            valueInput(2:1) NOT = "." OR
            valueInput(3:2) IS NOT NUMERIC OR
            valueInput(5:) NOT = SPACES OR valueInput(1:1) > "4"
           DISPLAY "That needs a grade point, like 3.50."
           MOVE "N" TO valueIsValidFlag
         END-IF
       WHEN "M"
         IF valueInput NOT = "FULL" AND valueInput NOT = "CYCLE"
           DISPLAY "That needs FULL or CYCLE."
           MOVE "N" TO valueIsValidFlag
         END-IF
       WHEN "B"
         IF valueInput(4:) NOT = SPACES
           DISPLAY "A branch code is three characters."
           MOVE "N" TO valueIsValidFlag
         END-IF
     END-EVALUATE
   END-IF.

FindParameterInCatalog.
   MOVE ZERO TO matchedIndex
   PERFORM VARYING parameterIndex FROM 1 BY 1
           UNTIL parameterIndex > CatalogCount
                 OR matchedIndex > ZERO
     IF CatName(parameterIndex) = nameInput
       MOVE parameterIndex TO matchedIndex
     END-IF
   END-PERFORM.

*> Start every setting at its default, then lay the file's values
*> over it; names in the file that are no longer in the list are
*> dropped at the next save.
LoadParameterTable.
   PERFORM VARYING parameterIndex FROM 1 BY 1
           UNTIL parameterIndex > CatalogCount
     MOVE CatDefault(parameterIndex) TO TblValue(parameterIndex)
     MOVE ZEROS  TO TblChangedDate(parameterIndex)
     MOVE SPACES TO TblChangedBy(parameterIndex)
   END-PERFORM
   MOVE ZERO TO ReadCount
   OPEN INPUT ParameterFile
   IF ParameterFileStatus EQUAL TO "00"
     READ ParameterFile
       AT END SET EndOfParameterFile TO TRUE
     END-READ
     PERFORM UNTIL EndOfParameterFile
       ADD 1 TO ReadCount
       MOVE ParmName TO nameInput
       PERFORM FindParameterInCatalog
       IF matchedIndex > ZERO
         MOVE ParmValue TO TblValue(matchedIndex)
         IF ParmChangedDate IS NUMERIC
           MOVE ParmChangedDate TO TblChangedDate(matchedIndex)
         END-IF
         MOVE ParmChangedBy TO TblChangedBy(matchedIndex)
       END-IF
       READ ParameterFile
         AT END SET EndOfParameterFile TO TRUE
       END-READ
     END-PERFORM
     CLOSE ParameterFile
     DISPLAY "Loaded " ReadCount " parameter(s) from "
             "SystemParameters.dat."
    ELSE
     DISPLAY "No SystemParameters.dat yet; starting from the "
             "defaults."
     MOVE "Y" TO TableDirty
   END-IF.

SaveParameterTable.
   OPEN OUTPUT ParameterFile
   IF ParameterFileStatus NOT EQUAL TO "00"
     DISPLAY "Could not rewrite SystemParameters.dat, status: "
             ParameterFileStatus ". Changes NOT saved."
     ADD 1 TO AuditErrorCount
    ELSE
     PERFORM VARYING parameterIndex FROM 1 BY 1
             UNTIL parameterIndex > CatalogCount
       MOVE CatName(parameterIndex)        TO ParmName
       MOVE TblValue(parameterIndex)       TO ParmValue
       MOVE TblChangedDate(parameterIndex) TO ParmChangedDate
       MOVE TblChangedBy(parameterIndex)   TO ParmChangedBy
       WRITE SystemParameterRecord
     END-PERFORM
     CLOSE ParameterFile
     DISPLAY "Parameter file saved (" CatalogCount
             " parameter(s))."
   END-IF.

COPY AuditLog.

END PROGRAM ParameterMaint.
