*> of asterisks, the run date and the step number -- appended to
*> BannerPage.prt. Unattended callers set BANNERJOB (and BANNERSTEP)
*> in the environment; at a terminal the banner is behind the 'B'
*> choice on the shape prompt. BANNERFILE sends the sheet to another
*> file instead -- ReportDistribution puts one at the head of each
*> recipient's bundle in a printer tray's spool file.
*> Prints a pyramid of asterisks using the PIC * check-protection
*> trick: COMPUTE a power of ten into a check-protected field (so its
*> leading zeros become asterisks), then INSPECT away the "1" and "0"
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BannerFile ASSIGN TO DYNAMIC BannerFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BannerFileStatus.

   88 BannerMode            VALUE "B".

01 BannerFileStatus PIC XX  VALUE "00".
01 BannerFileName PIC X(60) VALUE "BannerPage.prt".
01 BannerJobName PIC X(10)  VALUE SPACES.
01 BannerStep    PIC X(2)   VALUE SPACES.
01 BannerDate    PIC 9(8)   VALUE ZEROS.
  ACCEPT BannerJobName FROM ENVIRONMENT "BANNERJOB"
  IF BannerJobName NOT = SPACES
    ACCEPT BannerStep FROM ENVIRONMENT "BANNERSTEP"
    ACCEPT BannerFileName FROM ENVIRONMENT "BANNERFILE"
    IF BannerFileName = SPACES
      MOVE "BannerPage.prt" TO BannerFileName
    END-IF
    PERFORM PrintBannerPage
    STOP RUN
  END-IF
    PERFORM PrintRow
  END-PERFORM.

*> One separator sheet appended to the banner file: a star rule, the
*> name in block letters (each glyph row widened with two spaces
*> between characters), the run date and step, and a closing rule.
PrintBannerPage.
    OPEN OUTPUT BannerFile
  END-IF
  IF BannerFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not open " BannerFileName ", status: "
            BannerFileStatus
    MOVE 12 TO RETURN-CODE
    STOP RUN
  WRITE BannerLine
  CLOSE BannerFile
  DISPLAY "Banner page for " BannerJobName(1:bannerNameLen)
          " appended to " BannerFileName.

*> Characters outside the font (lowercase, punctuation) render as
*> the blank glyph at the end of GlyphOrder.
