IDENTIFICATION DIVISION.
PROGRAM-ID. ReportCompare.
AUTHOR. Job Sarneel.
*> Compares two generations of a report. NightlyBatch keeps dated
*> generations of the reports in SpoolManifest.dat, but comparing
*> tonight's OverdueAging with last Tuesday's still meant two
*> printouts side by side. This takes a report name and two run
*> dates from the manifest, lines up the detail lines of both
*> generations on the key set for that report type, and prints
*> what appeared, what disappeared and what changed, with the
*> difference in the report's value column. ReportCompareKeys.dat
*> says, per report, where a detail line's key and value are, what
*> marks a line as a detail line (headings and totals are left
*> out), how large a swing is worth flagging and whether the
*> nightly run compares it. The table is written with the usual
*> reports the first time, so there is always one to edit; a
*> report not in it is compared line by line, whole lines as keys.
*> COMPAREREPORT, COMPARETHEN and COMPARENOW answer the questions
*> in advance; the dates default to the report's latest generation
*> and the one before it. UNATTENDED=Y is the nightly run: every
*> report marked for it, tonight's generation against the one
*> before, with the outcome in ReportSwings.dat for MorningReport
*> to flag the large swings. Output: ReportCompare.prt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompareKeyFile ASSIGN TO "ReportCompareKeys.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CompareKeyFileStatus.
    SELECT ManifestFile ASSIGN TO "SpoolManifest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ManifestFileStatus.
    SELECT SourceFile ASSIGN TO DYNAMIC SourceFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SourceFileStatus.
    SELECT SortFile ASSIGN TO "ReportCompare.tmp".
    SELECT ThenSortedFile ASSIGN TO "ReportCompareThen.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ThenSortedStatus.
    SELECT NowSortedFile ASSIGN TO "ReportCompareNow.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NowSortedStatus.
    SELECT ReportFile ASSIGN TO "ReportCompare.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT SwingFile ASSIGN TO "ReportSwings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SwingFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD CompareKeyFile.
01 CompareKeyRecord.
   88 EndOfCompareKeyFile    VALUE HIGH-VALUES.
   02 CkyReportName      PIC X(20).
   02 FILLER             PIC X.
   02 CkyKeyStart        PIC 999.
   02 FILLER             PIC X.
   02 CkyKeyLength       PIC 999.
   02 FILLER             PIC X.
   02 CkyValueStart      PIC 999.
   02 FILLER             PIC X.
   02 CkyValueLength     PIC 99.
   02 FILLER             PIC X.
   02 CkyMarkStart       PIC 999.
   02 FILLER             PIC X.
   02 CkyMarkLength      PIC 99.
   02 FILLER             PIC X.
   02 CkyMarkText        PIC X(10).
   02 FILLER             PIC X.
   02 CkySwingPercent    PIC 999.
   02 FILLER             PIC X.
   02 CkyNightly         PIC X.
   02 FILLER             PIC X.
   02 CkyKeyLabel        PIC X(12).

FD ManifestFile.
01 ManifestRecord.
   88 EndOfManifestFile  VALUE HIGH-VALUES.
   02 MnfRunDate         PIC X(8).
   02 FILLER             PIC X.
   02 MnfGenerationName  PIC X(60).

FD SourceFile.
01 SourceRecord.
   88 EndOfSourceFile    VALUE HIGH-VALUES.
   02 SourceLine         PIC X(200).

SD SortFile.
01 SortRecord.
   02 SortKey            PIC X(80).
   02 SortSequence       PIC 9(6).
   02 SortLine           PIC X(200).

FD ThenSortedFile.
01 ThenRecord.
   02 ThenKey            PIC X(80).
   02 ThenSequence       PIC 9(6).
   02 ThenLine           PIC X(200).

FD NowSortedFile.
01 NowRecord.
   02 NowKey             PIC X(80).
   02 NowSequence        PIC 9(6).
   02 NowLine            PIC X(200).

FD ReportFile.
01 ReportLine            PIC X(120).

FD SwingFile.
COPY ReportSwingRecord.

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
01 CompareKeyFileStatus  PIC XX.
01 ManifestFileStatus    PIC XX.
01 SourceFileStatus      PIC XX.
01 ThenSortedStatus      PIC XX.
01 NowSortedStatus       PIC XX.
01 ReportFileStatus      PIC XX.
01 SwingFileStatus       PIC XX.
01 SourceFileName        PIC X(60)    VALUE SPACES.
01 RunDate               PIC 9(8)     VALUE ZEROS.
01 UnattendedMode        PIC X        VALUE "N".
   88 RunningUnattended               VALUE "Y".

*> The key table ReportCompareKeys.dat is first written with.
01 DefaultKeyValues.
   02 FILLER PIC X(72) VALUE
      "* Report generation comparison: report (cols 1-20, the".
   02 FILLER PIC X(72) VALUE
      "* .prt name without .prt), key start and length (22-24,".
   02 FILLER PIC X(72) VALUE
      "* 26-28), value column start and length (30-32, 34-35; 00".
   02 FILLER PIC X(72) VALUE
      "* for none), detail-line mark start, length and text".
   02 FILLER PIC X(72) VALUE
      "* (37-39, 41-42, 44-53; 00 for every line), swing flag".
   02 FILLER PIC X(72) VALUE
      "* limit in percent (55-57), Y to compare it nightly (59),".
   02 FILLER PIC X(72) VALUE
      "* and a label for the key (61-72).".
   02 FILLER PIC X(72) VALUE SPACES.
   02 FILLER PIC X(36) VALUE
      "OverdueAging         003 076 095 03 ".
   02 FILLER PIC X(36) VALUE
      "079 06  due:      025 Y BSN/borrower".
   02 FILLER PIC X(36) VALUE
      "EntrantsSummary      006 005 021 06 ".
   02 FILLER PIC X(36) VALUE
      "033 01 %          020 Y Course".
   02 FILLER PIC X(36) VALUE
      "TuitionProjection    003 005 035 14 ".
   02 FILLER PIC X(36) VALUE
      "016 07  x fee     020 N Course".
   02 FILLER PIC X(36) VALUE
      "StudentBilling       003 059 064 09 ".
   02 FILLER PIC X(36) VALUE
      "051 07  fine #    050 Y Borrower/seq".
   02 FILLER PIC X(36) VALUE
      "HoldRatioAlert       001 017 046 04 ".
   02 FILLER PIC X(36) VALUE
      "063 01 .          050 Y BSN".
01 DefaultKeyTable REDEFINES DefaultKeyValues.
   02 DefaultKeyLine     PIC X(72)    OCCURS 13 TIMES.
01 DefaultKeyCount       PIC 99       VALUE 13.
01 defaultIndex          PIC 99       VALUE ZERO.

01 KeyTable.
   02 KeyEntry           OCCURS 50 TIMES.
      03 KtbReportName   PIC X(20).
      03 KtbKeyStart     PIC 999.
      03 KtbKeyLength    PIC 999.
      03 KtbValueStart   PIC 999.
      03 KtbValueLength  PIC 99.
      03 KtbMarkStart    PIC 999.
      03 KtbMarkLength   PIC 99.
      03 KtbMarkText     PIC X(10).
      03 KtbSwingPercent PIC 999.
      03 KtbNightly      PIC X.
      03 KtbKeyLabel     PIC X(12).
01 KeyCount              PIC 99       VALUE ZERO.
01 keyIndex              PIC 99       VALUE ZERO.
01 settingIndex          PIC 99       VALUE ZERO.

*> Every report generation SpoolManifest.dat lists.
01 GenerationTable.
   02 GenerationEntry    OCCURS 500 TIMES.
      03 GenRunDate      PIC X(8).
      03 GenName         PIC X(60).
01 GenerationCount       PIC 999      VALUE ZERO.
01 generationIndex       PIC 999      VALUE ZERO.
01 generationPrefix      PIC X(40)    VALUE SPACES.
01 prefixLength          PIC 99       VALUE ZERO.
01 lookupDate            PIC 9(8)     VALUE ZEROS.
01 foundDate             PIC 9(8)     VALUE ZEROS.
01 foundGeneration       PIC X(60)    VALUE SPACES.

*> The comparison in hand: the report, its key-table settings (or
*> the whole-line ones for a report not in the table) and the two
*> generations.
01 cmpReportName         PIC X(20)    VALUE SPACES.
01 cmpKeyStart           PIC 999      VALUE ZERO.
01 cmpKeyLength          PIC 999      VALUE ZERO.
01 cmpValueStart         PIC 999      VALUE ZERO.
01 cmpValueLength        PIC 99       VALUE ZERO.
01 cmpMarkStart          PIC 999      VALUE ZERO.
01 cmpMarkLength         PIC 99       VALUE ZERO.
01 cmpMarkText           PIC X(10)    VALUE SPACES.
01 cmpSwingPercent       PIC 999      VALUE ZERO.
01 cmpKeyLabel           PIC X(12)    VALUE SPACES.
01 cmpThenDate           PIC 9(8)     VALUE ZEROS.
01 cmpNowDate            PIC 9(8)     VALUE ZEROS.
01 cmpThenGeneration     PIC X(60)    VALUE SPACES.
01 cmpNowGeneration      PIC X(60)    VALUE SPACES.

01 reportInput           PIC X(20)    VALUE SPACES.
01 dateInput             PIC X(8)     VALUE SPACES.

*> Tallies for the generation being read in, then for each side.
01 releaseCount          PIC 9(6)     VALUE ZERO.
01 releaseTotal          PIC S9(11)V99 VALUE ZERO.
01 linesThen             PIC 9(6)     VALUE ZERO.
01 linesNow              PIC 9(6)     VALUE ZERO.
01 totalThen             PIC S9(11)V99 VALUE ZERO.
01 totalNow              PIC S9(11)V99 VALUE ZERO.
01 appearedCount         PIC 9(6)     VALUE ZERO.
01 goneCount             PIC 9(6)     VALUE ZERO.
01 changedCount          PIC 9(6)     VALUE ZERO.
01 unchangedCount        PIC 9(6)     VALUE ZERO.
01 swingPercent          PIC 9(3)     VALUE ZERO.
01 movePercent           PIC 9(5)     VALUE ZERO.
01 moveAmount            PIC S9(11)V99 VALUE ZERO.
01 swingBase             PIC S9(11)V99 VALUE ZERO.
01 SwingFlag             PIC X        VALUE "N".
   88 LargeSwing                      VALUE "Y".

*> A value column read back into a number: digits, a decimal point
*> and a minus sign count; spaces, commas and plus signs do not.
01 parseField            PIC X(20)    VALUE SPACES.
01 parseIndex            PIC 99       VALUE ZERO.
01 parseChar             PIC X        VALUE SPACE.
01 parseDigit            PIC 9        VALUE ZERO.
01 parsedDigits          PIC 9(15)    VALUE ZERO.
01 parsedDecimals        PIC 99       VALUE ZERO.
01 parsedValue           PIC S9(11)V99 VALUE ZERO.
01 ParseFractionFlag     PIC X        VALUE "N".
   88 InFraction                      VALUE "Y".
01 ParseNegativeFlag     PIC X        VALUE "N".
   88 ParsedNegative                  VALUE "Y".
01 valueThen             PIC S9(11)V99 VALUE ZERO.
01 valueNow              PIC S9(11)V99 VALUE ZERO.

01 ComparedCount         PIC 9(4)     VALUE ZERO.
01 SkippedCount          PIC 9(4)     VALUE ZERO.
01 SwingCount            PIC 9(4)     VALUE ZERO.

01 ReportHeading.
   02 FILLER             PIC X(40)
      VALUE "Report generation comparison  --  Run: ".
   02 PrnRunDate         PIC 9(8).
01 CompareHeading.
   02 FILLER             PIC X(7)     VALUE "Report ".
   02 PrnCmpReport       PIC X(20).
   02 FILLER             PIC X(6)     VALUE " then ".
   02 PrnCmpThenDate     PIC 9(8).
   02 FILLER             PIC X(5)     VALUE " now ".
   02 PrnCmpNowDate      PIC 9(8).
   02 FILLER             PIC X(7)     VALUE "  key: ".
   02 PrnCmpKeyLabel     PIC X(12).
01 GenerationLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnGenLabel        PIC X(6).
   02 PrnGenName         PIC X(60).
01 DifferenceHeading.
   02 FILLER             PIC X(12)    VALUE "  Change".
   02 FILLER             PIC X(41)    VALUE "Key".
   02 FILLER             PIC X(48)    VALUE
      "           Then             Now      Difference".
01 DifferenceLine.
   02 FILLER             PIC X(2)     VALUE SPACES.
   02 PrnDifKind         PIC X(10).
   02 PrnDifKey          PIC X(40).
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnDifThen         PIC ----,---,--9.99.
   02 PrnDifThenText     REDEFINES PrnDifThen PIC X(15).
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnDifNow          PIC ----,---,--9.99.
   02 PrnDifNowText      REDEFINES PrnDifNow PIC X(15).
   02 FILLER             PIC X(1)     VALUE SPACES.
   02 PrnDifDelta        PIC ++++,+++,++9.99.
   02 PrnDifDeltaText    REDEFINES PrnDifDelta PIC X(15).
01 LineTextLine.
   02 FILLER             PIC X(6)     VALUE SPACES.
   02 PrnTextLabel       PIC X(6).
   02 PrnTextLine        PIC X(108).
01 CountsLine.
   02 FILLER             PIC X(14)    VALUE "  Lines then: ".
   02 PrnLinesThen       PIC ZZZZZ9.
   02 FILLER             PIC X(7)     VALUE "  now: ".
   02 PrnLinesNow        PIC ZZZZZ9.
   02 FILLER             PIC X(12)    VALUE "  appeared: ".
   02 PrnAppeared        PIC ZZZZZ9.
   02 FILLER             PIC X(8)     VALUE "  gone: ".
   02 PrnGone            PIC ZZZZZ9.
   02 FILLER             PIC X(11)    VALUE "  changed: ".
   02 PrnChanged         PIC ZZZZZ9.
   02 FILLER             PIC X(13)    VALUE "  unchanged: ".
   02 PrnUnchanged       PIC ZZZZZ9.
01 TotalsLine.
   02 FILLER             PIC X(20)    VALUE "  Value total then: ".
   02 PrnTotalThen       PIC ----,---,--9.99.
   02 FILLER             PIC X(7)     VALUE "  now: ".
   02 PrnTotalNow        PIC ----,---,--9.99.
   02 FILLER             PIC X(14)    VALUE "  difference: ".
   02 PrnTotalDelta      PIC ++++,+++,++9.99.
01 SwingLine.
   02 FILLER             PIC X(9)     VALUE "  Swing: ".
   02 PrnSwing           PIC ZZ9.
   02 FILLER             PIC X(15)    VALUE "%  (flag over ".
   02 PrnSwingLimit      PIC ZZ9.
   02 FILLER             PIC X(4)     VALUE "%)  ".
   02 PrnSwingFlag       PIC X(20).

PROCEDURE DIVISION.
Begin.
  PERFORM OpenAuditLog
  MOVE "ReportCompare" TO AuditProgramName
  MOVE "START"         TO AuditEventType
  PERFORM LogAuditEvent

  ACCEPT RunDate FROM DATE YYYYMMDD
  ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
  PERFORM LoadKeyTable
  PERFORM LoadGenerations
  IF NOT RunningUnattended
    PERFORM ChooseReport
    PERFORM ChooseDates
  END-IF

  OPEN OUTPUT ReportFile
  IF ReportFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not create ReportCompare.prt, status: "
            ReportFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE RunDate TO PrnRunDate
  WRITE ReportLine FROM ReportHeading

  IF RunningUnattended
    OPEN OUTPUT SwingFile
    IF SwingFileStatus NOT EQUAL TO "00"
      DISPLAY "Could not create ReportSwings.dat, status: "
              SwingFileStatus
      DISPLAY "Abending."
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM VARYING keyIndex FROM 1 BY 1 UNTIL keyIndex > KeyCount
      IF KtbNightly(keyIndex) = "Y"
        PERFORM CompareTonight
      END-IF
    END-PERFORM
    CLOSE SwingFile
   ELSE
    PERFORM CompareGenerations
  END-IF
  CLOSE ReportFile

  DISPLAY "Report comparison: " ComparedCount " compared, "
          SkippedCount " skipped, " SwingCount
          " large swing(s) (see ReportCompare.prt)."

  MOVE "END"         TO AuditEventType
  MOVE ComparedCount TO AuditRecordCount
  PERFORM LogAuditEvent
  CLOSE AuditLogFile
  IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
    MOVE 4 TO RETURN-CODE
  END-IF
  STOP RUN.

*> ReportCompareKeys.dat: "*" lines are notes and blank lines are
*> skipped; a line whose columns do not fit a 200-character print
*> line is reported and ignored. Missing, it is written with the
*> usual reports.
LoadKeyTable.
  MOVE ZERO TO KeyCount
  OPEN INPUT CompareKeyFile
  IF CompareKeyFileStatus EQUAL TO "00"
    READ CompareKeyFile
      AT END SET EndOfCompareKeyFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCompareKeyFile
      PERFORM KeepKeyEntry
      READ CompareKeyFile
        AT END SET EndOfCompareKeyFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE CompareKeyFile
   ELSE
    OPEN OUTPUT CompareKeyFile
    IF CompareKeyFileStatus EQUAL TO "00"
      PERFORM VARYING defaultIndex FROM 1 BY 1
              UNTIL defaultIndex > DefaultKeyCount
        MOVE DefaultKeyLine(defaultIndex) TO CompareKeyRecord
        WRITE CompareKeyRecord
        PERFORM KeepKeyEntry
      END-PERFORM
      CLOSE CompareKeyFile
    END-IF
  END-IF.

KeepKeyEntry.
  IF CompareKeyRecord = SPACES OR CkyReportName(1:1) = "*"
    CONTINUE
   ELSE
    IF CkyReportName = SPACES
       OR CkyKeyStart NOT NUMERIC OR CkyKeyLength NOT NUMERIC
       OR CkyValueStart NOT NUMERIC OR CkyValueLength NOT NUMERIC
       OR CkyMarkStart NOT NUMERIC OR CkyMarkLength NOT NUMERIC
       OR CkySwingPercent NOT NUMERIC
      DISPLAY "ReportCompareKeys.dat line '" CompareKeyRecord
              "' is not a key entry; ignored."
      ADD 1 TO AuditErrorCount
     ELSE
      IF CkyKeyStart = ZERO OR CkyKeyLength = ZERO
         OR CkyKeyLength > 80
         OR CkyKeyStart + CkyKeyLength > 201
         OR CkyValueLength > 20
         OR (CkyValueLength > ZERO AND
             (CkyValueStart = ZERO OR
              CkyValueStart + CkyValueLength > 201))
         OR CkyMarkLength > 10
         OR (CkyMarkLength > ZERO AND
             (CkyMarkStart = ZERO OR
              CkyMarkStart + CkyMarkLength > 201))
        DISPLAY "ReportCompareKeys.dat: the columns for "
                CkyReportName " do not fit a print line; ignored."
        ADD 1 TO AuditErrorCount
       ELSE
        IF KeyCount < 50
          ADD 1 TO KeyCount
          MOVE CkyReportName   TO KtbReportName(KeyCount)
          MOVE CkyKeyStart     TO KtbKeyStart(KeyCount)
          MOVE CkyKeyLength    TO KtbKeyLength(KeyCount)
          MOVE CkyValueStart   TO KtbValueStart(KeyCount)
          MOVE CkyValueLength  TO KtbValueLength(KeyCount)
          MOVE CkyMarkStart    TO KtbMarkStart(KeyCount)
          MOVE CkyMarkLength   TO KtbMarkLength(KeyCount)
          MOVE CkyMarkText     TO KtbMarkText(KeyCount)
          MOVE CkySwingPercent TO KtbSwingPercent(KeyCount)
          MOVE CkyNightly      TO KtbNightly(KeyCount)
          MOVE CkyKeyLabel     TO KtbKeyLabel(KeyCount)
         ELSE
          DISPLAY "More than 50 reports in ReportCompareKeys.dat; "
                  CkyReportName " ignored."
          ADD 1 TO AuditErrorCount
        END-IF
      END-IF
    END-IF
  END-IF.

LoadGenerations.
  MOVE ZERO TO GenerationCount
  OPEN INPUT ManifestFile
  IF ManifestFileStatus EQUAL TO "00"
    READ ManifestFile
      AT END SET EndOfManifestFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfManifestFile
      IF GenerationCount < 500
        ADD 1 TO GenerationCount
        MOVE MnfRunDate        TO GenRunDate(GenerationCount)
        MOVE MnfGenerationName TO GenName(GenerationCount)
      END-IF
      READ ManifestFile
        AT END SET EndOfManifestFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE ManifestFile
  END-IF.

ChooseReport.
  ACCEPT reportInput FROM ENVIRONMENT "COMPAREREPORT"
  IF reportInput = SPACES
    DISPLAY "Report to compare (the .prt name without .prt): "
            WITH NO ADVANCING
    ACCEPT reportInput
  END-IF
  IF reportInput = SPACES
    DISPLAY "No report given. Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE reportInput TO cmpReportName
  PERFORM SelectKeySettings.

*> The later date defaults to the report's latest generation, the
*> earlier one to the generation before the later date.
ChooseDates.
  MOVE 99999999 TO lookupDate
  PERFORM FindLatestBefore
  IF foundDate = ZERO
    DISPLAY "SpoolManifest.dat lists no generation of "
            cmpReportName ". Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  ACCEPT dateInput FROM ENVIRONMENT "COMPARENOW"
  IF dateInput = SPACES
    DISPLAY "Later run date (YYYYMMDD, empty for " foundDate "): "
            WITH NO ADVANCING
    ACCEPT dateInput
  END-IF
  IF dateInput = SPACES
    MOVE foundDate TO cmpNowDate
   ELSE
    PERFORM CheckDateInput
    MOVE dateInput TO cmpNowDate
  END-IF

  MOVE cmpNowDate TO lookupDate
  PERFORM FindLatestBefore
  ACCEPT dateInput FROM ENVIRONMENT "COMPARETHEN"
  IF dateInput = SPACES
    IF foundDate = ZERO
      DISPLAY "Earlier run date (YYYYMMDD): " WITH NO ADVANCING
     ELSE
      DISPLAY "Earlier run date (YYYYMMDD, empty for " foundDate
              "): " WITH NO ADVANCING
    END-IF
    ACCEPT dateInput
  END-IF
  IF dateInput = SPACES
    MOVE foundDate TO cmpThenDate
   ELSE
    PERFORM CheckDateInput
    MOVE dateInput TO cmpThenDate
  END-IF

  MOVE cmpNowDate TO lookupDate
  PERFORM FindGenerationOn
  MOVE foundGeneration TO cmpNowGeneration
  MOVE cmpThenDate TO lookupDate
  PERFORM FindGenerationOn
  MOVE foundGeneration TO cmpThenGeneration
  IF cmpThenGeneration = SPACES OR cmpNowGeneration = SPACES
    DISPLAY "SpoolManifest.dat has no generation of " cmpReportName
            " for " cmpThenDate " and " cmpNowDate
            " both. Generations listed:"
    PERFORM ListGenerations
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

CheckDateInput.
  IF dateInput NOT NUMERIC
    DISPLAY "Run date '" dateInput "' is not YYYYMMDD. Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF.

ListGenerations.
  PERFORM SetReportPrefix
  PERFORM VARYING generationIndex FROM 1 BY 1
          UNTIL generationIndex > GenerationCount
    IF GenName(generationIndex)(1:prefixLength)
         = generationPrefix(1:prefixLength)
      DISPLAY "  " GenRunDate(generationIndex) "  "
              GenName(generationIndex)
    END-IF
  END-PERFORM.

*> The nightly run: tonight's generation against the one before.
*> A report not produced tonight, or with no earlier generation
*> kept, is noted and skipped -- nothing to compare is not an
*> error.
CompareTonight.
  MOVE KtbReportName(keyIndex) TO cmpReportName
  PERFORM SelectKeySettings
  MOVE RunDate TO cmpNowDate, lookupDate
  PERFORM FindGenerationOn
  MOVE foundGeneration TO cmpNowGeneration
  PERFORM FindLatestBefore
  MOVE foundDate TO cmpThenDate, lookupDate
  MOVE SPACES TO foundGeneration
  IF cmpThenDate NOT = ZERO
    PERFORM FindGenerationOn
  END-IF
  MOVE foundGeneration TO cmpThenGeneration
  IF cmpNowGeneration = SPACES OR cmpThenGeneration = SPACES
    ADD 1 TO SkippedCount
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE SPACES TO ReportLine
    STRING "Report " cmpReportName DELIMITED BY SIZE
           "not compared: no generation tonight or none before it."
           DELIMITED BY SIZE
           INTO ReportLine
    WRITE ReportLine
   ELSE
    PERFORM CompareGenerations
    MOVE SPACES TO SwingRecord
    MOVE RunDate        TO SwgRunDate
    MOVE cmpReportName  TO SwgReportName
    MOVE cmpThenDate    TO SwgThenDate
    MOVE cmpNowDate     TO SwgNowDate
    MOVE linesThen      TO SwgLinesThen
    MOVE linesNow       TO SwgLinesNow
    MOVE appearedCount  TO SwgAppeared
    MOVE goneCount      TO SwgGone
    MOVE changedCount   TO SwgChanged
    MOVE swingPercent   TO SwgPercent
    MOVE SwingFlag      TO SwgFlag
    WRITE SwingRecord
  END-IF.

*> The report's key-table settings; a report not in the table is
*> lined up on whole lines, every non-blank line, with no value.
SelectKeySettings.
  MOVE 1      TO cmpKeyStart
  MOVE 80     TO cmpKeyLength
  MOVE ZERO   TO cmpValueStart, cmpValueLength
  MOVE ZERO   TO cmpMarkStart, cmpMarkLength
  MOVE SPACES TO cmpMarkText
  MOVE ZERO   TO cmpSwingPercent
  MOVE "(whole line)" TO cmpKeyLabel
  PERFORM VARYING settingIndex FROM 1 BY 1
          UNTIL settingIndex > KeyCount
             OR KtbReportName(settingIndex) = cmpReportName
    CONTINUE
  END-PERFORM
  IF settingIndex > KeyCount
    IF NOT RunningUnattended
      DISPLAY "No key set for " cmpReportName
              " in ReportCompareKeys.dat; comparing whole lines."
    END-IF
   ELSE
    MOVE KtbKeyStart(settingIndex)     TO cmpKeyStart
    MOVE KtbKeyLength(settingIndex)    TO cmpKeyLength
    MOVE KtbValueStart(settingIndex)   TO cmpValueStart
    MOVE KtbValueLength(settingIndex)  TO cmpValueLength
    MOVE KtbMarkStart(settingIndex)    TO cmpMarkStart
    MOVE KtbMarkLength(settingIndex)   TO cmpMarkLength
    MOVE KtbMarkText(settingIndex)     TO cmpMarkText
    MOVE KtbSwingPercent(settingIndex) TO cmpSwingPercent
    MOVE KtbKeyLabel(settingIndex)     TO cmpKeyLabel
  END-IF.

SetReportPrefix.
  MOVE SPACES TO generationPrefix
  MOVE ZERO TO prefixLength
  STRING cmpReportName DELIMITED BY SPACE
         "_" DELIMITED BY SIZE
         INTO generationPrefix
  INSPECT generationPrefix TALLYING prefixLength
          FOR CHARACTERS BEFORE INITIAL SPACE.

*> The last generation of the report on lookupDate -- the latest,
*> when a rerun step archived the report twice that night.
FindGenerationOn.
  MOVE SPACES TO foundGeneration
  PERFORM SetReportPrefix
  PERFORM VARYING generationIndex FROM 1 BY 1
          UNTIL generationIndex > GenerationCount
    IF GenName(generationIndex)(1:prefixLength)
         = generationPrefix(1:prefixLength)
       AND GenRunDate(generationIndex) = lookupDate
      MOVE GenName(generationIndex) TO foundGeneration
    END-IF
  END-PERFORM.

*> The latest run date before lookupDate with a generation of the
*> report; zero when there is none.
FindLatestBefore.
  MOVE ZERO TO foundDate
  PERFORM SetReportPrefix
  PERFORM VARYING generationIndex FROM 1 BY 1
          UNTIL generationIndex > GenerationCount
    IF GenName(generationIndex)(1:prefixLength)
         = generationPrefix(1:prefixLength)
       AND GenRunDate(generationIndex) IS NUMERIC
      IF GenRunDate(generationIndex) < lookupDate
         AND GenRunDate(generationIndex) > foundDate
        MOVE GenRunDate(generationIndex) TO foundDate
      END-IF
    END-IF
  END-PERFORM.

*> Both generations' detail lines sorted on their key, then matched
*> the way two sorted master files are: a key only on the earlier
*> side disappeared, one only on the later side appeared, one on
*> both changed when anything on the line did. A key a report
*> prints more than once is paired off in print order.
CompareGenerations.
  ADD 1 TO ComparedCount
  MOVE ZERO TO appearedCount, goneCount, changedCount,
               unchangedCount

  MOVE cmpThenGeneration TO SourceFileName
  SORT SortFile ON ASCENDING KEY SortKey SortSequence
       INPUT PROCEDURE IS ReleaseDetailLines
       GIVING ThenSortedFile
  MOVE releaseCount TO linesThen
  MOVE releaseTotal TO totalThen
  MOVE cmpNowGeneration TO SourceFileName
  SORT SortFile ON ASCENDING KEY SortKey SortSequence
       INPUT PROCEDURE IS ReleaseDetailLines
       GIVING NowSortedFile
  MOVE releaseCount TO linesNow
  MOVE releaseTotal TO totalNow

  MOVE SPACES TO ReportLine
  WRITE ReportLine
  MOVE cmpReportName TO PrnCmpReport
  MOVE cmpThenDate   TO PrnCmpThenDate
  MOVE cmpNowDate    TO PrnCmpNowDate
  MOVE cmpKeyLabel   TO PrnCmpKeyLabel
  WRITE ReportLine FROM CompareHeading
  MOVE "then: "          TO PrnGenLabel
  MOVE cmpThenGeneration TO PrnGenName
  WRITE ReportLine FROM GenerationLine
  MOVE "now:  "          TO PrnGenLabel
  MOVE cmpNowGeneration  TO PrnGenName
  WRITE ReportLine FROM GenerationLine
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  WRITE ReportLine FROM DifferenceHeading

  OPEN INPUT ThenSortedFile
  OPEN INPUT NowSortedFile
  PERFORM ReadThenSorted
  PERFORM ReadNowSorted
  PERFORM UNTIL ThenKey = HIGH-VALUES AND NowKey = HIGH-VALUES
    EVALUATE TRUE
      WHEN ThenKey < NowKey
        PERFORM PrintGone
        PERFORM ReadThenSorted
      WHEN NowKey < ThenKey
        PERFORM PrintAppeared
        PERFORM ReadNowSorted
      WHEN OTHER
        IF ThenLine = NowLine
          ADD 1 TO unchangedCount
         ELSE
          PERFORM PrintChanged
        END-IF
        PERFORM ReadThenSorted
        PERFORM ReadNowSorted
    END-EVALUATE
  END-PERFORM
  CLOSE ThenSortedFile
  CLOSE NowSortedFile
  IF appearedCount + goneCount + changedCount = ZERO
    MOVE "  (no differences)" TO ReportLine
    WRITE ReportLine
  END-IF
  PERFORM PrintComparisonTotals.

*> Every detail line of the generation in SourceFileName, keyed;
*> headings, totals and blank lines fall out on the mark.
ReleaseDetailLines.
  MOVE ZERO TO releaseCount, releaseTotal
  OPEN INPUT SourceFile
  IF SourceFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not open " SourceFileName ", status: "
            SourceFileStatus "; compared as empty."
    ADD 1 TO AuditErrorCount
   ELSE
    READ SourceFile
      AT END SET EndOfSourceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSourceFile
      IF SourceLine NOT = SPACES
         AND SourceLine(cmpKeyStart:cmpKeyLength) NOT = SPACES
        IF cmpMarkLength = ZERO
          PERFORM ReleaseOneLine
         ELSE
          IF SourceLine(cmpMarkStart:cmpMarkLength)
               = cmpMarkText(1:cmpMarkLength)
            PERFORM ReleaseOneLine
          END-IF
        END-IF
      END-IF
      READ SourceFile
        AT END SET EndOfSourceFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE SourceFile
  END-IF.

ReleaseOneLine.
  ADD 1 TO releaseCount
  MOVE SPACES TO SortKey
  MOVE SourceLine(cmpKeyStart:cmpKeyLength) TO SortKey
  MOVE releaseCount TO SortSequence
  MOVE SourceLine TO SortLine
  IF cmpValueLength > ZERO
    MOVE SourceLine(cmpValueStart:cmpValueLength) TO parseField
    PERFORM ParseValueField
    ADD parsedValue TO releaseTotal
  END-IF
  RELEASE SortRecord.

ReadThenSorted.
  READ ThenSortedFile
    AT END MOVE HIGH-VALUES TO ThenKey
  END-READ.

ReadNowSorted.
  READ NowSortedFile
    AT END MOVE HIGH-VALUES TO NowKey
  END-READ.

PrintGone.
  ADD 1 TO goneCount
  MOVE "gone"  TO PrnDifKind
  MOVE ThenKey TO PrnDifKey
  IF cmpValueLength > ZERO
    MOVE ThenLine(cmpValueStart:cmpValueLength) TO parseField
    PERFORM ParseValueField
    MOVE parsedValue TO PrnDifThen
    MOVE SPACES TO PrnDifNowText
    COMPUTE moveAmount = ZERO - parsedValue
    MOVE moveAmount TO PrnDifDelta
   ELSE
    MOVE SPACES TO PrnDifThenText, PrnDifNowText, PrnDifDeltaText
  END-IF
  WRITE ReportLine FROM DifferenceLine
  MOVE "was: "  TO PrnTextLabel
  MOVE ThenLine TO PrnTextLine
  WRITE ReportLine FROM LineTextLine.

PrintAppeared.
  ADD 1 TO appearedCount
  MOVE "appeared" TO PrnDifKind
  MOVE NowKey     TO PrnDifKey
  IF cmpValueLength > ZERO
    MOVE NowLine(cmpValueStart:cmpValueLength) TO parseField
    PERFORM ParseValueField
    MOVE SPACES TO PrnDifThenText
    MOVE parsedValue TO PrnDifNow, PrnDifDelta
   ELSE
    MOVE SPACES TO PrnDifThenText, PrnDifNowText, PrnDifDeltaText
  END-IF
  WRITE ReportLine FROM DifferenceLine
  MOVE "now: " TO PrnTextLabel
  MOVE NowLine TO PrnTextLine
  WRITE ReportLine FROM LineTextLine.

PrintChanged.
  ADD 1 TO changedCount
  MOVE "changed" TO PrnDifKind
  MOVE NowKey    TO PrnDifKey
  IF cmpValueLength > ZERO
    MOVE ThenLine(cmpValueStart:cmpValueLength) TO parseField
    PERFORM ParseValueField
    MOVE parsedValue TO valueThen
    MOVE NowLine(cmpValueStart:cmpValueLength) TO parseField
    PERFORM ParseValueField
    MOVE parsedValue TO valueNow
    MOVE valueThen TO PrnDifThen
    MOVE valueNow  TO PrnDifNow
    COMPUTE moveAmount = valueNow - valueThen
    MOVE moveAmount TO PrnDifDelta
   ELSE
    MOVE SPACES TO PrnDifThenText, PrnDifNowText, PrnDifDeltaText
  END-IF
  WRITE ReportLine FROM DifferenceLine
  MOVE "was: "  TO PrnTextLabel
  MOVE ThenLine TO PrnTextLine
  WRITE ReportLine FROM LineTextLine
  MOVE "now: "  TO PrnTextLabel
  MOVE NowLine  TO PrnTextLine
  WRITE ReportLine FROM LineTextLine.

ParseValueField.
  MOVE ZERO TO parsedDigits, parsedDecimals
  MOVE "N" TO ParseFractionFlag, ParseNegativeFlag
  PERFORM VARYING parseIndex FROM 1 BY 1
          UNTIL parseIndex > cmpValueLength
    MOVE parseField(parseIndex:1) TO parseChar
    EVALUATE TRUE
      WHEN parseChar IS NUMERIC
        MOVE parseChar TO parseDigit
        COMPUTE parsedDigits = parsedDigits * 10 + parseDigit
        IF InFraction
          ADD 1 TO parsedDecimals
        END-IF
      WHEN parseChar = "."
        MOVE "Y" TO ParseFractionFlag
      WHEN parseChar = "-"
        MOVE "Y" TO ParseNegativeFlag
    END-EVALUATE
  END-PERFORM
  COMPUTE parsedValue = parsedDigits / (10 ** parsedDecimals)
  IF ParsedNegative
    COMPUTE parsedValue = ZERO - parsedValue
  END-IF.

*> The swing is the larger of how far the number of detail lines
*> and the value total moved, as a percentage of the earlier
*> generation's; from nothing to something counts as 999.
PrintComparisonTotals.
  MOVE linesThen      TO PrnLinesThen
  MOVE linesNow       TO PrnLinesNow
  MOVE appearedCount  TO PrnAppeared
  MOVE goneCount      TO PrnGone
  MOVE changedCount   TO PrnChanged
  MOVE unchangedCount TO PrnUnchanged
  MOVE SPACES TO ReportLine
  WRITE ReportLine
  WRITE ReportLine FROM CountsLine

  MOVE ZERO TO swingPercent
  COMPUTE moveAmount = linesNow - linesThen
  MOVE linesThen TO swingBase
  PERFORM MeasureSwing
  IF cmpValueLength > ZERO
    MOVE totalThen TO PrnTotalThen
    MOVE totalNow  TO PrnTotalNow
    COMPUTE moveAmount = totalNow - totalThen
    MOVE moveAmount TO PrnTotalDelta
    WRITE ReportLine FROM TotalsLine
    MOVE totalThen TO swingBase
    PERFORM MeasureSwing
  END-IF

  MOVE "N" TO SwingFlag
  IF cmpSwingPercent > ZERO AND swingPercent > cmpSwingPercent
    MOVE "Y" TO SwingFlag
    ADD 1 TO SwingCount
  END-IF
  MOVE swingPercent    TO PrnSwing
  MOVE cmpSwingPercent TO PrnSwingLimit
  IF LargeSwing
    MOVE "** LARGE SWING **" TO PrnSwingFlag
   ELSE
    MOVE SPACES TO PrnSwingFlag
  END-IF
  WRITE ReportLine FROM SwingLine.

*> How far moveAmount is from swingBase, the earlier side's line
*> count or value total, in percent; kept when the largest yet.
MeasureSwing.
  IF moveAmount < ZERO
    COMPUTE moveAmount = ZERO - moveAmount
  END-IF
  IF swingBase < ZERO
    COMPUTE swingBase = ZERO - swingBase
  END-IF
  EVALUATE TRUE
    WHEN moveAmount = ZERO
      MOVE ZERO TO movePercent
    WHEN swingBase = ZERO
      MOVE 999 TO movePercent
    WHEN OTHER
      COMPUTE movePercent ROUNDED = moveAmount * 100 / swingBase
        ON SIZE ERROR MOVE 999 TO movePercent
      END-COMPUTE
  END-EVALUATE
  IF movePercent > 999
    MOVE 999 TO movePercent
  END-IF
  IF movePercent > swingPercent
    MOVE movePercent TO swingPercent
  END-IF.

COPY AuditLog.

END PROGRAM ReportCompare.
