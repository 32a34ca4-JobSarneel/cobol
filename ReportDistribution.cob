IDENTIFICATION DIVISION.
PROGRAM-ID. ReportDistribution.
AUTHOR. Job Sarneel.
*> Nightly report distribution. The batch leaves twenty-odd .prt
*> reports behind each night and who gets which was in the
*> operator's head -- OverdueAging to the desk, the billing reports
*> to the bursar, EntrantsSummary to the registrar -- so a night
*> with a stand-in operator lost some. ReportDistribution.dat is
*> the distribution table: one line per report and recipient, with
*> the NightlyBatch step that produces the report, the delivery
*> method, the copy count and where it goes:
*>   P  printer tray -- appended, copies times, to the tray's spool
*>      file PrinterTray_<tray>.prt, each recipient's bundle behind
*>      a Stars banner page with the recipient's name on it
*>   D  drop folder  -- one copy into the department's folder
*>   M  mail outbox  -- one message in MailOutbox.dat, addressed
*>      and with a subject line, for the mail gateway to send
*> The table is written with the usual routing the first time, so
*> there is always one to edit. What is sent is tonight's dated
*> generation of each report, as SpoolManifest.dat lists it, so a
*> report overwritten since is never the one delivered. A report
*> whose step was planned to run tonight (a PLAN-RUN line in
*> BatchStatus.dat) but that left no generation is flagged as
*> expected but not produced; reports whose step was not due, or
*> that have no step (run on demand), are simply not sent.
*> Everything sent, failed or missing is written to DeliveryLog.dat.
*> RETURN-CODE 4 when anything was missing or could not be
*> delivered.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DistributionFile ASSIGN TO "ReportDistribution.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DistributionFileStatus.
    SELECT ManifestFile ASSIGN TO "SpoolManifest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ManifestFileStatus.
    SELECT StatusFile ASSIGN TO "BatchStatus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StatusFileStatus.
    SELECT SourceFile ASSIGN TO DYNAMIC SourceFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SourceFileStatus.
    SELECT TargetFile ASSIGN TO DYNAMIC TargetFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TargetFileStatus.
    SELECT DeliveryLogFile ASSIGN TO "DeliveryLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DeliveryLogFileStatus.
    SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD DistributionFile.
01 DistributionRecord.
   88 EndOfDistributionFile  VALUE HIGH-VALUES.
   02 DstReportName      PIC X(20).
   02 FILLER             PIC X.
   02 DstStepName        PIC X(14).
   02 FILLER             PIC X.
   02 DstRecipient       PIC X(10).
   02 FILLER             PIC X.
   02 DstMethod          PIC X.
   02 FILLER             PIC X.
   02 DstCopies          PIC 99.
   02 FILLER             PIC X.
   02 DstDestination     PIC X(40).

FD ManifestFile.
01 ManifestRecord.
   88 EndOfManifestFile  VALUE HIGH-VALUES.
   02 MnfRunDate         PIC X(8).
   02 FILLER             PIC X.
   02 MnfGenerationName  PIC X(60).

FD StatusFile.
01 StatusRecord.
   88 EndOfStatusFile    VALUE HIGH-VALUES.
   02 StatusLine         PIC X(80).

FD SourceFile.
01 SourceRecord.
   88 EndOfSourceFile    VALUE HIGH-VALUES.
   02 SourceLine         PIC X(200).

FD TargetFile.
01 TargetLine            PIC X(200).

FD DeliveryLogFile.
01 DeliveryLogRecord.
   02 DlgRunDate         PIC 9(8).
   02 FILLER             PIC X        VALUE SPACE.
   02 DlgReportName      PIC X(20).
   02 FILLER             PIC X        VALUE SPACE.
   02 DlgRecipient       PIC X(10).
   02 FILLER             PIC X        VALUE SPACE.
   02 DlgMethod          PIC X.
   02 FILLER             PIC X        VALUE SPACE.
   02 DlgCopies          PIC 99.
   02 FILLER             PIC X        VALUE SPACE.
   02 DlgOutcome         PIC X(12).
   02 FILLER             PIC X        VALUE SPACE.
   02 DlgDestination     PIC X(40).
   02 FILLER             PIC X        VALUE SPACE.
   02 DlgGenerationName  PIC X(40).

FD AuditLogFile.
COPY AuditLogRecord.

WORKING-STORAGE SECTION.
COPY AuditLogData.
01 DistributionFileStatus PIC XX.
01 ManifestFileStatus    PIC XX.
01 StatusFileStatus      PIC XX.
01 SourceFileStatus      PIC XX.
01 TargetFileStatus      PIC XX.
01 DeliveryLogFileStatus PIC XX.
01 SourceFileName        PIC X(60)    VALUE SPACES.
01 TargetFileName        PIC X(100)   VALUE SPACES.
01 RunDate               PIC 9(8)     VALUE ZEROS.

*> The routing ReportDistribution.dat is first written with.
01 DefaultRouteValues.
   02 FILLER PIC X(92) VALUE
      "* Report distribution: report (cols 1-20, the .prt name".
   02 FILLER PIC X(92) VALUE
      "* without .prt), producing NightlyBatch step (22-35, blank".
   02 FILLER PIC X(92) VALUE
      "* for on demand), recipient (37-46), method (48: P printer".
   02 FILLER PIC X(92) VALUE
      "* tray, D drop folder, M mail outbox), copies (50-51), and".
   02 FILLER PIC X(92) VALUE
      "* the tray, folder or mail address (53-92).".
   02 FILLER PIC X(92) VALUE
      "OverdueAging         OVERDUEREPORT  DESK       P 02 DESK".
   02 FILLER PIC X(92) VALUE
      "OverdueNotices       OVERDUENOTICE  DESK       P 01 DESK".
   02 FILLER PIC X(92) VALUE
      "PickupNotices        PICKUPNOTICES  DESK       P 01 DESK".
   02 FILLER PIC X(92) VALUE
      "NoticeFallback                      DESK       P 01 DESK".
   02 FILLER PIC X(92) VALUE
      "NoticeReturns                       DESK       D 01 Drop/Desk".
   02 FILLER PIC X(92) VALUE
      "AutoRenewRefused     AUTORENEW      DESK       P 01 DESK".
   02 FILLER PIC X(92) VALUE
      "RoomSchedule         ROOMSCHEDULE   DESK       P 01 DESK".
   02 FILLER PIC X(92) VALUE
      "EquipmentOut         EQUIPSWEEP     DESK       P 01 DESK".
   02 FILLER PIC X(92) VALUE
      "MembershipRenewals   MEMBEREXPIRY   DESK       P 01 DESK".
   02 FILLER PIC X(92) VALUE
      "EntrantsSummary      COUNTSTUDENTS  REGISTRAR  P 01 ADMIN".
   02 FILLER PIC X(92) VALUE
      "EntrantsSummary      COUNTSTUDENTS  REGISTRAR  M 01 registrar".
   02 FILLER PIC X(92) VALUE
      "ApplicationFunnel    ADMISSIONS     REGISTRAR  P 01 ADMIN".
   02 FILLER PIC X(92) VALUE
      "AdmissionsRejects                   REGISTRAR  D 01 Drop/Registrar".
   02 FILLER PIC X(92) VALUE
      "ClassLists           CLASSLISTS     REGISTRAR  D 01 Drop/Registrar".
   02 FILLER PIC X(92) VALUE
      "WaitlistPositions    WAITLIST       REGISTRAR  D 01 Drop/Registrar".
   02 FILLER PIC X(92) VALUE
      "ClearanceHolds       CLEARANCE      REGISTRAR  D 01 Drop/Registrar".
   02 FILLER PIC X(92) VALUE
      "ControlBalance       BALANCE        REGISTRAR  D 01 Drop/Registrar".
   02 FILLER PIC X(92) VALUE
      "TuitionProjection    COUNTSTUDENTS  BURSAR     D 01 Drop/Bursar".
   02 FILLER PIC X(92) VALUE
      "StudentBilling       STUDRETURNS    BURSAR     P 01 ADMIN".
   02 FILLER PIC X(92) VALUE
      "CollectionReferral   AGENCYREFER    BURSAR     P 01 ADMIN".
   02 FILLER PIC X(92) VALUE
      "GLControl            GLEXTRACT      BURSAR     M 01 bursar".
   02 FILLER PIC X(92) VALUE
      "TuitionAging         TUITIONAGING   BURSAR     D 01 Drop/Bursar".
   02 FILLER PIC X(92) VALUE
      "BookCatalog          BOOKREPORT     CATALOGUE  D 01 Drop/Cataloguing".
   02 FILLER PIC X(92) VALUE
      "ReconcileReport      BOOKRECONCILE  CATALOGUE  D 01 Drop/Cataloguing".
   02 FILLER PIC X(92) VALUE
      "BinderyOverdue       BINDERYLATE    CATALOGUE  P 01 CATALOGUE".
   02 FILLER PIC X(92) VALUE
      "HoldRatioAlert       HOLDRATIO      CATALOGUE  M 01 acquisitions".
   02 FILLER PIC X(92) VALUE
      "NewArrivals          ARRIVALS       CATALOGUE  D 01 Drop/Cataloguing".
   02 FILLER PIC X(92) VALUE
      "NewArrivalsPersonal  ARRIVALS       CATALOGUE  P 01 CATALOGUE".
   02 FILLER PIC X(92) VALUE
      "AlsoBorrowed         ALSOBORROWED   CATALOGUE  D 01 Drop/Cataloguing".
   02 FILLER PIC X(92) VALUE
      "MarcImportRejects                   CATALOGUE  D 01 Drop/Cataloguing".
   02 FILLER PIC X(92) VALUE
      "Withdrawals          WEEDREGISTER   CATALOGUE  D 01 Drop/Cataloguing".
   02 FILLER PIC X(92) VALUE
      "LibrarySurvey        LIBSURVEY      CATALOGUE  P 01 CATALOGUE".
   02 FILLER PIC X(92) VALUE
      "StandingChanges      STANDING       EXAMS      P 01 ADMIN".
   02 FILLER PIC X(92) VALUE
      "StandingLetters      STANDING       EXAMS      P 01 ADMIN".
   02 FILLER PIC X(92) VALUE
      "ExceptionWorklist    WORKLIST       OPERATIONS P 01 ADMIN".
   02 FILLER PIC X(92) VALUE
      "IntegrityReport      INTEGRITY      OPERATIONS M 01 operations".
   02 FILLER PIC X(92) VALUE
      "CapacityWatch        CAPWATCH       OPERATIONS M 01 operations".
   02 FILLER PIC X(92) VALUE
      "ReportCompare        COMPARE        OPERATIONS M 01 operations".
   02 FILLER PIC X(92) VALUE
      "HypotheekSchemas     HYPOTHEEK      PLANNING   D 01 Drop/Planning".
01 DefaultRouteTable REDEFINES DefaultRouteValues.
   02 DefaultRouteLine   PIC X(92)    OCCURS 44 TIMES.
01 DefaultRouteCount     PIC 99       VALUE 44.
01 defaultIndex          PIC 99       VALUE ZERO.

01 RouteTable.
   02 RouteEntry         OCCURS 100 TIMES.
      03 RteReportName   PIC X(20).
      03 RteStepName     PIC X(14).
      03 RteRecipient    PIC X(10).
      03 RteMethod       PIC X.
         88 RteToPrinter              VALUE "P".
         88 RteToDropFolder           VALUE "D".
         88 RteToMailOutbox           VALUE "M".
      03 RteCopies       PIC 99.
      03 RteDestination  PIC X(40).
      03 RteHandled      PIC X.
01 RouteCount            PIC 999      VALUE ZERO.
01 routeIndex            PIC 999      VALUE ZERO.
01 recipientIndex        PIC 999      VALUE ZERO.

*> Tonight's report generations, from SpoolManifest.dat.
01 GenerationTable.
   02 GenerationName     PIC X(60)    OCCURS 200 TIMES.
01 GenerationCount       PIC 999      VALUE ZERO.
01 generationIndex       PIC 999      VALUE ZERO.
01 foundGeneration       PIC X(60)    VALUE SPACES.
01 generationPrefix      PIC X(40)    VALUE SPACES.
01 prefixLength          PIC 99       VALUE ZERO.

*> The steps BatchStatus.dat says were planned to run tonight.
01 PlannedStepTable.
   02 PlannedStep        PIC X(14)    OCCURS 100 TIMES.
01 PlannedStepCount      PIC 999      VALUE ZERO.
01 plannedIndex          PIC 999      VALUE ZERO.
01 StepPlannedFlag       PIC X        VALUE "N".
   88 StepWasPlanned                  VALUE "Y".
01 tokenStep             PIC X(14)    VALUE SPACES.
01 tokenStatus           PIC X(20)    VALUE SPACES.

01 currentRecipient      PIC X(10)    VALUE SPACES.
01 recipientNumber       PIC 99       VALUE ZERO.
01 banneredTray          PIC X(40)    VALUE SPACES.
01 copyNumber            PIC 99       VALUE ZERO.
01 copiesMade            PIC 99       VALUE ZERO.
01 CopyResultFlag        PIC X        VALUE "N".
   88 CopyWentWrong                   VALUE "Y".
01 ShellCommand          PIC X(250)   VALUE SPACES.
01 deliveryOutcome       PIC X(12)    VALUE SPACES.

01 DeliveredCount        PIC 9(4)     VALUE ZERO.
01 MissingCount          PIC 9(4)     VALUE ZERO.
01 FailedCount           PIC 9(4)     VALUE ZERO.

PROCEDURE DIVISION.
Begin.
  PERFORM OpenAuditLog
  MOVE "ReportDistribution" TO AuditProgramName
  MOVE "START"              TO AuditEventType
  PERFORM LogAuditEvent

  ACCEPT RunDate FROM DATE YYYYMMDD
  PERFORM LoadRoutes
  PERFORM LoadTonightsGenerations
  PERFORM LoadPlannedSteps

  OPEN EXTEND DeliveryLogFile
  IF DeliveryLogFileStatus NOT EQUAL TO "00"
    OPEN OUTPUT DeliveryLogFile
  END-IF
  IF DeliveryLogFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not open DeliveryLog.dat, status: "
            DeliveryLogFileStatus
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF

  *> One recipient at a time, in the order the table first names
  *> them, so each recipient's printed reports come out together
  *> behind the one banner page.
  PERFORM VARYING recipientIndex FROM 1 BY 1
          UNTIL recipientIndex > RouteCount
    IF RteHandled(recipientIndex) = "N"
      MOVE RteRecipient(recipientIndex) TO currentRecipient
      ADD 1 TO recipientNumber
      MOVE SPACES TO banneredTray
      PERFORM VARYING routeIndex FROM recipientIndex BY 1
              UNTIL routeIndex > RouteCount
        IF RteRecipient(routeIndex) = currentRecipient
          MOVE "Y" TO RteHandled(routeIndex)
          PERFORM DistributeOneRoute
        END-IF
      END-PERFORM
    END-IF
  END-PERFORM
  CLOSE DeliveryLogFile

  DISPLAY "Report distribution: " DeliveredCount " delivered, "
          MissingCount " expected but not produced, " FailedCount
          " failed (see DeliveryLog.dat)."

  MOVE "END"          TO AuditEventType
  MOVE DeliveredCount TO AuditRecordCount
  ADD MissingCount FailedCount TO AuditErrorCount
  PERFORM LogAuditEvent
  CLOSE AuditLogFile
  IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
    MOVE 4 TO RETURN-CODE
  END-IF
  STOP RUN.

*> ReportDistribution.dat: "*" lines are notes and blank lines are
*> skipped; a line with no report, recipient or known method is
*> reported and ignored. Missing, it is written with the usual
*> routing.
LoadRoutes.
  MOVE ZERO TO RouteCount
  OPEN INPUT DistributionFile
  IF DistributionFileStatus EQUAL TO "00"
    READ DistributionFile
      AT END SET EndOfDistributionFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDistributionFile
      PERFORM KeepRoute
      READ DistributionFile
        AT END SET EndOfDistributionFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE DistributionFile
   ELSE
    OPEN OUTPUT DistributionFile
    IF DistributionFileStatus EQUAL TO "00"
      PERFORM VARYING defaultIndex FROM 1 BY 1
              UNTIL defaultIndex > DefaultRouteCount
        MOVE DefaultRouteLine(defaultIndex) TO DistributionRecord
        WRITE DistributionRecord
        PERFORM KeepRoute
      END-PERFORM
      CLOSE DistributionFile
    END-IF
  END-IF.

KeepRoute.
  IF DistributionRecord = SPACES OR DstReportName(1:1) = "*"
    CONTINUE
   ELSE
    IF DstReportName = SPACES OR DstRecipient = SPACES OR
       DstDestination = SPACES OR
       (DstMethod NOT = "P" AND DstMethod NOT = "D" AND
        DstMethod NOT = "M")
      DISPLAY "ReportDistribution.dat line '" DistributionRecord
              "' is not a route; ignored."
      ADD 1 TO AuditErrorCount
     ELSE
      IF RouteCount < 100
        ADD 1 TO RouteCount
        MOVE DstReportName  TO RteReportName(RouteCount)
        MOVE DstStepName    TO RteStepName(RouteCount)
        MOVE DstRecipient   TO RteRecipient(RouteCount)
        MOVE DstMethod      TO RteMethod(RouteCount)
        IF DstCopies IS NUMERIC AND DstCopies > ZERO
          MOVE DstCopies    TO RteCopies(RouteCount)
         ELSE
          MOVE 1            TO RteCopies(RouteCount)
        END-IF
        MOVE DstDestination TO RteDestination(RouteCount)
        MOVE "N"            TO RteHandled(RouteCount)
       ELSE
        DISPLAY "More than 100 routes in ReportDistribution.dat; "
                DstReportName " to " DstRecipient " ignored."
        ADD 1 TO AuditErrorCount
      END-IF
    END-IF
  END-IF.

LoadTonightsGenerations.
  MOVE ZERO TO GenerationCount
  OPEN INPUT ManifestFile
  IF ManifestFileStatus EQUAL TO "00"
    READ ManifestFile
      AT END SET EndOfManifestFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfManifestFile
      IF MnfRunDate = RunDate AND GenerationCount < 200
        ADD 1 TO GenerationCount
        MOVE MnfGenerationName TO GenerationName(GenerationCount)
      END-IF
      READ ManifestFile
        AT END SET EndOfManifestFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE ManifestFile
  END-IF.

*> "<STEP> PLAN-RUN <stamp>" lines; a restarted night lists a step
*> more than once, which does no harm.
LoadPlannedSteps.
  MOVE ZERO TO PlannedStepCount
  OPEN INPUT StatusFile
  IF StatusFileStatus EQUAL TO "00"
    READ StatusFile
      AT END SET EndOfStatusFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfStatusFile
      MOVE SPACES TO tokenStep, tokenStatus
      UNSTRING StatusLine DELIMITED BY ALL SPACE
        INTO tokenStep tokenStatus
      END-UNSTRING
      IF tokenStatus = "PLAN-RUN" AND PlannedStepCount < 100
        ADD 1 TO PlannedStepCount
        MOVE tokenStep TO PlannedStep(PlannedStepCount)
      END-IF
      READ StatusFile
        AT END SET EndOfStatusFile TO TRUE
      END-READ
    END-PERFORM
    CLOSE StatusFile
  END-IF.

DistributeOneRoute.
  PERFORM FindTonightsGeneration
  IF foundGeneration = SPACES
    PERFORM CheckStepPlanned
    IF StepWasPlanned
      DISPLAY "** EXPECTED BUT NOT PRODUCED: " RteReportName(routeIndex)
              " (step " RteStepName(routeIndex) ") for "
              RteRecipient(routeIndex)
      ADD 1 TO MissingCount
      MOVE ZERO TO copiesMade
      MOVE "NOT PRODUCED" TO deliveryOutcome
      PERFORM WriteDeliveryLog
    END-IF
   ELSE
    MOVE foundGeneration TO SourceFileName
    MOVE ZERO TO copiesMade
    MOVE "N" TO CopyResultFlag
    EVALUATE TRUE
      WHEN RteToPrinter(routeIndex)
        PERFORM DeliverToPrinterTray
      WHEN RteToDropFolder(routeIndex)
        PERFORM DeliverToDropFolder
      WHEN RteToMailOutbox(routeIndex)
        PERFORM DeliverToMailOutbox
    END-EVALUATE
    IF CopyWentWrong
      ADD 1 TO FailedCount
      MOVE "FAILED" TO deliveryOutcome
     ELSE
      ADD 1 TO DeliveredCount
      MOVE "DELIVERED" TO deliveryOutcome
    END-IF
    PERFORM WriteDeliveryLog
  END-IF.

*> The last generation tonight of "<report>_<run date>..." -- the
*> latest, when a rerun step archived the report twice.
FindTonightsGeneration.
  MOVE SPACES TO foundGeneration, generationPrefix
  MOVE ZERO TO prefixLength
  STRING RteReportName(routeIndex) DELIMITED BY SPACE
         "_" RunDate DELIMITED BY SIZE
         INTO generationPrefix
  INSPECT generationPrefix TALLYING prefixLength
          FOR CHARACTERS BEFORE INITIAL SPACE
  PERFORM VARYING generationIndex FROM 1 BY 1
          UNTIL generationIndex > GenerationCount
    IF GenerationName(generationIndex)(1:prefixLength)
         = generationPrefix(1:prefixLength)
      MOVE GenerationName(generationIndex) TO foundGeneration
    END-IF
  END-PERFORM.

CheckStepPlanned.
  MOVE "N" TO StepPlannedFlag
  IF RteStepName(routeIndex) NOT = SPACES
    PERFORM VARYING plannedIndex FROM 1 BY 1
            UNTIL plannedIndex > PlannedStepCount
      IF PlannedStep(plannedIndex) = RteStepName(routeIndex)
        MOVE "Y" TO StepPlannedFlag
      END-IF
    END-PERFORM
  END-IF.

*> The recipient's banner page goes into the tray file ahead of
*> their first report there; then the report, copies times.
DeliverToPrinterTray.
  MOVE SPACES TO TargetFileName
  STRING "PrinterTray_" DELIMITED BY SIZE
         RteDestination(routeIndex) DELIMITED BY SPACE
         ".prt" DELIMITED BY SIZE
         INTO TargetFileName
  IF banneredTray NOT = RteDestination(routeIndex)
    PERFORM PrintRecipientBanner
    MOVE RteDestination(routeIndex) TO banneredTray
  END-IF
  PERFORM VARYING copyNumber FROM 1 BY 1
          UNTIL copyNumber > RteCopies(routeIndex) OR CopyWentWrong
    OPEN EXTEND TargetFile
    IF TargetFileStatus NOT EQUAL TO "00"
      OPEN OUTPUT TargetFile
    END-IF
    PERFORM CopySourceToTarget
  END-PERFORM.

*> Stars writes the sheet (BANNERFILE points it at the tray file),
*> named for the recipient and numbered in tonight's run order.
PrintRecipientBanner.
  MOVE SPACES TO ShellCommand
  STRING "BANNERJOB='" DELIMITED BY SIZE
         currentRecipient DELIMITED BY SPACE
         "' BANNERSTEP='" recipientNumber "' BANNERFILE='"
           DELIMITED BY SIZE
         TargetFileName DELIMITED BY SPACE
         "' ./Stars" DELIMITED BY SIZE
         INTO ShellCommand
  CALL "SYSTEM" USING ShellCommand
  IF RETURN-CODE NOT = ZERO
    DISPLAY "No banner page for " currentRecipient " in "
            TargetFileName
    MOVE ZERO TO RETURN-CODE
  END-IF.

*> One copy under its generation name in the department's folder,
*> which is made the first time it is needed.
DeliverToDropFolder.
  MOVE SPACES TO TargetFileName
  STRING RteDestination(routeIndex) DELIMITED BY SPACE
         "/" DELIMITED BY SIZE
         foundGeneration DELIMITED BY SPACE
         INTO TargetFileName
  OPEN OUTPUT TargetFile
  IF TargetFileStatus NOT EQUAL TO "00"
    MOVE SPACES TO ShellCommand
    STRING "mkdir -p '" DELIMITED BY SIZE
           RteDestination(routeIndex) DELIMITED BY SPACE
           "'" DELIMITED BY SIZE
           INTO ShellCommand
    CALL "SYSTEM" USING ShellCommand
    MOVE ZERO TO RETURN-CODE
    OPEN OUTPUT TargetFile
  END-IF
  PERFORM CopySourceToTarget.

*> One message per report in MailOutbox.dat: address and subject
*> lines, the report, and an end-of-message line the mail gateway
*> splits the file on.
DeliverToMailOutbox.
  MOVE "MailOutbox.dat" TO TargetFileName
  OPEN EXTEND TargetFile
  IF TargetFileStatus NOT EQUAL TO "00"
    OPEN OUTPUT TargetFile
  END-IF
  IF TargetFileStatus EQUAL TO "00"
    MOVE SPACES TO TargetLine
    STRING "TO: " RteDestination(routeIndex)
           DELIMITED BY SIZE INTO TargetLine
    WRITE TargetLine
    MOVE SPACES TO TargetLine
    STRING "SUBJECT: " DELIMITED BY SIZE
           RteReportName(routeIndex) DELIMITED BY SPACE
           " for " RunDate " (" DELIMITED BY SIZE
           currentRecipient DELIMITED BY SPACE
           ")" DELIMITED BY SIZE
           INTO TargetLine
    WRITE TargetLine
    MOVE SPACES TO TargetLine
    WRITE TargetLine
  END-IF
  PERFORM CopySourceToTarget
  IF NOT CopyWentWrong
    OPEN EXTEND TargetFile
    MOVE "END OF MESSAGE" TO TargetLine
    WRITE TargetLine
    CLOSE TargetFile
  END-IF.

*> Copies tonight's generation into the target the caller opened,
*> and closes both.
CopySourceToTarget.
  IF TargetFileStatus NOT EQUAL TO "00"
    DISPLAY "Could not open " TargetFileName ", status: "
            TargetFileStatus
    MOVE "Y" TO CopyResultFlag
   ELSE
    OPEN INPUT SourceFile
    IF SourceFileStatus NOT EQUAL TO "00"
      DISPLAY "Could not open " SourceFileName ", status: "
              SourceFileStatus
      MOVE "Y" TO CopyResultFlag
     ELSE
      READ SourceFile
        AT END SET EndOfSourceFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfSourceFile
        WRITE TargetLine FROM SourceLine
        READ SourceFile
          AT END SET EndOfSourceFile TO TRUE
        END-READ
      END-PERFORM
      CLOSE SourceFile
      ADD 1 TO copiesMade
    END-IF
    CLOSE TargetFile
  END-IF.

WriteDeliveryLog.
  MOVE SPACES                     TO DeliveryLogRecord
  MOVE RunDate                    TO DlgRunDate
  MOVE RteReportName(routeIndex)  TO DlgReportName
  MOVE RteRecipient(routeIndex)   TO DlgRecipient
  MOVE RteMethod(routeIndex)      TO DlgMethod
  MOVE copiesMade                 TO DlgCopies
  MOVE deliveryOutcome            TO DlgOutcome
  MOVE RteDestination(routeIndex) TO DlgDestination
  MOVE foundGeneration            TO DlgGenerationName
  WRITE DeliveryLogRecord.

COPY AuditLog.

END PROGRAM ReportDistribution.
