IDENTIFICATION DIVISION.
PROGRAM-ID. SystemParameter.
AUTHOR. Job Sarneel.
*> One place for the settings the batch and report programs used to
*> take from a dozen environment variables (INSTCODE, WARNPCT,
*> CASHDATE, STOCKMODE ...) or carry as literals (the weeding
*> cut-off, the dean's-list and probation grade points): the caller
*> names a setting and gets its value back as text. An environment
*> variable of the same name, when set, wins -- the one-off run
*> still says STOCKMODE=FULL on the command line -- and otherwise
*> the value is SystemParameters.dat's, as ParameterMaint last
*> saved it. Spaces back mean neither has one and the caller keeps
*> its own default. The file is read once per run unit and kept in
*> WORKING-STORAGE, the JournalWriter shape; a missing file is no
*> error, just no values.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT ParameterFile ASSIGN TO "SystemParameters.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ParameterFileStatus.

DATA DIVISION.
FILE SECTION.
FD ParameterFile.
COPY SystemParameterRecord.

WORKING-STORAGE SECTION.
01 ParameterFileStatus       PIC XX     VALUE "00".
01 ParametersLoadedFlag      PIC X      VALUE "N".
   88 ParametersAreLoaded               VALUE "Y".
01 ParameterTable.
   02 ParameterEntry         OCCURS 50 TIMES.
      03 TblParmName         PIC X(16).
      03 TblParmValue        PIC X(30).
01 ParameterCount            PIC 9(2)   VALUE ZERO.
01 parameterIndex            PIC 9(2)   VALUE ZERO.
01 overrideValue             PIC X(30)  VALUE SPACES.

LINKAGE SECTION.
01 LS-ParmName   PIC X(16).
01 LS-ParmValue  PIC X(30).

PROCEDURE DIVISION USING LS-ParmName LS-ParmValue.
Begin.
  MOVE SPACES TO overrideValue
  ACCEPT overrideValue FROM ENVIRONMENT LS-ParmName
  IF overrideValue NOT = SPACES
    MOVE overrideValue TO LS-ParmValue
    GOBACK
  END-IF
  IF NOT ParametersAreLoaded
    PERFORM LoadParameterTable
  END-IF
  MOVE SPACES TO LS-ParmValue
  PERFORM VARYING parameterIndex FROM 1 BY 1
          UNTIL parameterIndex > ParameterCount
    IF TblParmName(parameterIndex) = LS-ParmName
      MOVE TblParmValue(parameterIndex) TO LS-ParmValue
    END-IF
  END-PERFORM
  GOBACK.

LoadParameterTable.
  SET ParametersAreLoaded TO TRUE
  MOVE ZERO TO ParameterCount
  OPEN INPUT ParameterFile
  IF ParameterFileStatus EQUAL TO "00"
    READ ParameterFile
      AT END SET EndOfParameterFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfParameterFile OR ParameterCount >= 50
      ADD 1 TO ParameterCount
      MOVE ParmName  TO TblParmName(ParameterCount)
      MOVE ParmValue TO TblParmValue(ParameterCount)
      READ ParameterFile
        AT END SET EndOfParameterFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE ParameterFile
  END-IF.

END PROGRAM SystemParameter.
