      ******************************************************************
      * Author: Job Sarneel
      * Date: 15-10-2026
      * Purpose: Aflosschema's voor hypotheek en leningen, en extra
      *          aflossen vergelijken met beleggen
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Hypotheek.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LeningFile ASSIGN TO "HypotheekLeningen.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LeningFileStatus.
           SELECT ScenarioFile ASSIGN TO "BeleggenScenarios.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ScenarioFileStatus.
           SELECT SchemaFile ASSIGN TO DYNAMIC schemaNaam
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SchemaStatus.
           SELECT VergelijkFile ASSIGN TO
                  "HypotheekVergelijking.prt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS VergelijkStatus.
           SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Leningdefinities, op dezelfde manier als de scenario's van
      *> Beleggen: een "L" record per lening,
      *>   col 1     "L"
      *>   col 2-21  naam (ook de naam van het aflosschema)
      *>   col 22    vorm: "A" annuiteit, "L" lineair
      *>   col 23-31 hoofdsom               9(7)V99
      *>   col 32-37 rente per jaar         99V9999 (0.0410 = 4,1%)
      *>   col 38-40 looptijd in maanden    (000 = 360)
      *>   col 41-43 rentevaste periode     (000 = de hele looptijd)
      *>   col 44-49 rente daarna per jaar  99V9999 (0 = dezelfde)
       FD LeningFile.
       01  LeningRecord.
           88 EndOfLeningFile                         VALUE
                                                      HIGH-VALUES.
           02 LenRecordType        PIC X.
           02 LenNaam              PIC X(20).
           02 LenVorm              PIC X.
           02 LenHoofdsom          PIC 9(7)V99.
           02 LenRente             PIC 99V9999.
           02 LenLooptijd          PIC 9(3).
           02 LenRentevast         PIC 9(3).
           02 LenVervolgrente      PIC 99V9999.

      *> Extra aflossingen na een "L" record: "X" + de eerste maand,
      *> de laatste maand (000 = alleen die ene maand) en het bedrag
      *> dat er in iedere maand daartussen extra af gaat.
       01  ExtraRecord.
           02 ExtRecordType        PIC X.
           02 ExtVanMaand          PIC 9(3).
           02 ExtTotMaand          PIC 9(3).
           02 ExtBedrag            PIC 9(7)V99.

       FD ScenarioFile.
           COPY BeleggenScenarioRecord.

       FD SchemaFile.
       01  SchemaLine                  PIC X(120).

       FD VergelijkFile.
       01  VergelijkLine               PIC X(120).

       FD AuditLogFile.
           COPY AuditLogRecord.

       WORKING-STORAGE SECTION.
           COPY AuditLogData.
       01  LeningFileStatus       PIC XX.
       01  ScenarioFileStatus     PIC XX.
       01  SchemaStatus           PIC XX.
       01  VergelijkStatus        PIC XX.
       01  schemaNaam             PIC X(40)           VALUE SPACES.
       01  naamLengte             PIC 99              VALUE 0.
       01  naamScan               PIC 99              VALUE 0.
       01  leningCount            PIC 99              VALUE 0.

       01  RunModus               PIC X               VALUE "s".
           88 VergelijkModus                          VALUE "v".
       01  UnattendedMode         PIC X               VALUE "N".
           88 RunningUnattended                       VALUE "Y".

      *> De lening die nu gerekend wordt, met haar extra aflossingen.
       01  huidigeNaam            PIC X(20)           VALUE SPACES.
       01  huidigeVorm            PIC X               VALUE "A".
           88 Annuiteit                               VALUE "A".
           88 Lineair                                 VALUE "L".
       01  hoofdsom               PIC 9(7)V99         VALUE 0.
       01  jaarRente              PIC 99V9999         VALUE 0.
       01  looptijd               PIC 9(3)            VALUE 0.
       01  rentevast              PIC 9(3)            VALUE 0.
       01  vervolgRente           PIC 99V9999         VALUE 0.
       01  ExtraTabel.
           02 ExtraEntry           OCCURS 10 TIMES.
              03 extraVan          PIC 9(3).
              03 extraTot          PIC 9(3).
              03 extraBedrag       PIC 9(7)V99.
       01  extraAantal            PIC 99              VALUE 0.
       01  extraIndex             PIC 99              VALUE 0.
       01  MetExtra               PIC X               VALUE "Y".
           88 ExtraAflossen                           VALUE "Y".
       01  SchemaSchrijven        PIC X               VALUE "Y".
           88 SchrijfSchema                           VALUE "Y".

      *> De maandmechaniek: rente over de restschuld van de vorige
      *> maand, dan de aflossing (annuiteit: maandlast min rente;
      *> lineair: een vast deel van de schuld), dan de extra
      *> aflossing. De maandlast blijft staan als er extra is
      *> afgelost -- de looptijd wordt korter -- tot de rentevaste
      *> periode afloopt: dan wordt hij opnieuw berekend over de
      *> restschuld en de resterende looptijd, tegen de nieuwe rente.
       01  maand                  PIC 9(4)            VALUE 0.
       01  maandEP                PIC ZZ9.
       01  schuld                 PIC 9(7)V99         VALUE 0.
       01  geldendeRente          PIC 99V9999         VALUE 0.
       01  maandRente             PIC 9V9(8)          VALUE 0.
       01  renteFactor            PIC 9V9(8)          VALUE 0.
       01  groeiFactor            PIC 9(5)V9(9)       VALUE 0.
       01  groeiMinEen            PIC 9(5)V9(9)       VALUE 0.
       01  annuiteitQuotient      PIC 9(3)V9(9)       VALUE 0.
       01  eersteRente            PIC 9(7)V9(6)       VALUE 0.
       01  groeiStap              PIC 9(4)            VALUE 0.
       01  resterendeMaanden      PIC 9(4)            VALUE 0.
       01  maandlast              PIC 9(7)V99         VALUE 0.
       01  vasteAflossing         PIC 9(7)V99         VALUE 0.
       01  renteBedrag            PIC 9(7)V99         VALUE 0.
       01  aflossing              PIC 9(7)V99         VALUE 0.
       01  extraMaand             PIC 9(7)V99         VALUE 0.
       01  extraBetaald           PIC 9(7)V99         VALUE 0.
       01  ruimte                 PIC 9(7)V99         VALUE 0.
       01  totRente               PIC 9(9)V99         VALUE 0.
       01  totAflossing           PIC 9(9)V99         VALUE 0.
       01  totExtra               PIC 9(9)V99         VALUE 0.
       01  afgelostInMaand        PIC 9(4)            VALUE 0.
       01  geldEP                 PIC $,$$$,$$9.99.
       01  rente2EP               PIC $,$$$,$$9.99.
       01  aflossingEP            PIC $,$$$,$$9.99.
       01  extraEP                PIC $,$$$,$$9.99.
       01  totaalEP               PIC $$$,$$$,$$9.99.
       01  percentageEP           PIC Z9.99.
       01  looptijdEP             PIC ZZ9.

      *> Vergelijken: dezelfde lening twee keer doorgerekend -- met
      *> de extra aflossingen, en zonder, terwijl dezelfde bedragen
      *> in een scenario uit BeleggenScenarios.dat worden belegd.
      *> Allebei geven iedere maand hetzelfde uit: de maandlast
      *> zonder extra plus het extra bedrag. Wat bij extra aflossen
      *> overblijft (na het aflossen, of na een lagere maandlast na
      *> de rentevaste periode) wordt ook belegd, in hetzelfde
      *> scenario. Netto vermogen = belegd vermogen min restschuld.
       01  vergLeningNaam         PIC X(20)           VALUE SPACES.
       01  vergScenarioNaam       PIC X(20)           VALUE SPACES.
       01  horizonInvoer          PIC X(3)            VALUE SPACES.
       01  vergHorizon            PIC 9(4)            VALUE 0.
       01  LeningGevonden         PIC X               VALUE "N".
           88 HuidigeLeningGevonden                   VALUE "Y".
       01  ScenarioGevonden       PIC X               VALUE "N".
           88 HuidigScenarioGevonden                  VALUE "Y".
       01  VariantTabel.
           02 VariantEntry         OCCURS 2 TIMES.
              03 VariantMaand      OCCURS 999 TIMES.
                 04 varBetaling    PIC 9(7)V99.
                 04 varSchuld      PIC 9(7)V99.
              03 varTotRente       PIC 9(9)V99.
              03 varAfgelostIn     PIC 9(4).
              03 potWaarde         PIC 9(9)V99.
              03 nettoVermogen     PIC S9(9)V99.
       01  variantIndex           PIC 9               VALUE 1.
       01  tabelMaand             PIC 9(4)            VALUE 0.
       01  budget                 PIC 9(7)V99         VALUE 0.
       01  storting               PIC S9(7)V99        VALUE 0.
       01  verschil               PIC S9(9)V99        VALUE 0.
       01  jaarNr                 PIC 99              VALUE 0.
       01  jaarRest               PIC 99              VALUE 0.
       01  jaarNrEP               PIC Z9.
       01  kwartaalNr             PIC 9(4)            VALUE 0.
       01  kwartaalRest           PIC 9               VALUE 0.
       01  schuld1EP              PIC $$$,$$$,$$9.99.
       01  pot1EP                 PIC $$$,$$$,$$9.99.
       01  netto1EP               PIC ---,---,--9.99.
       01  schuld2EP              PIC $$$,$$$,$$9.99.
       01  pot2EP                 PIC $$$,$$$,$$9.99.
       01  netto2EP               PIC ---,---,--9.99.
       01  verschilEP             PIC $$$,$$$,$$9.99.
       01  afgelost1EP            PIC ZZ9.

      *> Het beleggingsscenario, met de kwartaalmechaniek van
      *> Beleggen: netto dividend en koersstijging per kwartaal, met
      *> de tariefperiodes van de R records. Een fondsscenario belegt
      *> hier tegen de naar startallocatie gewogen fondstarieven, met
      *> de fondskosten al van de koersstijging af.
       01  RateSchedule.
           02 RateEntry            OCCURS 8 TIMES.
              03 schedVanMaand     PIC 9(3).
              03 schedDividend     PIC 99V9999.
              03 schedKoers        PIC S99V9999.
       01  scheduleCount          PIC 9               VALUE 0.
       01  scheduleIndex          PIC 9               VALUE 0.
       01  actieveEntry           PIC 9               VALUE 0.
       01  gekozenEntry           PIC 9               VALUE 0.
       01  scenarioBelasting      PIC 99V9999         VALUE 0.
       01  dividendFactorNetto    PIC 99V9999         VALUE 0.
       01  koersstijgingFactor    PIC 99V9999         VALUE 0.
       01  fondsAantal            PIC 9               VALUE 0.
       01  allocatieSom           PIC 99V9999         VALUE 0.
       01  fondsDividendSom       PIC 99V9(6)         VALUE 0.
       01  fondsKoersSom          PIC S99V9(6)        VALUE 0.
       01  fondsDividendGewogen   PIC 99V9(6)         VALUE 0.
       01  fondsKoersGewogen      PIC S99V9(6)        VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenAuditLog
           MOVE "Hypotheek" TO AuditProgramName
           MOVE "START"     TO AuditEventType
           PERFORM LogAuditEvent

           ACCEPT UnattendedMode FROM ENVIRONMENT "UNATTENDED"
           IF RunningUnattended
             ACCEPT RunModus FROM ENVIRONMENT "HYPOTHEEKMODE"
             IF RunModus = SPACE
               MOVE "s" TO RunModus
             END-IF
            ELSE
             DISPLAY "Druk 's' voor de aflosschema's van alle "
                     "leningen uit HypotheekLeningen.dat, of 'v' "
                     "om extra aflossen te vergelijken met "
                     "beleggen: " WITH NO ADVANCING
             ACCEPT RunModus
           END-IF
           IF VergelijkModus
             PERFORM Vergelijken
            ELSE
             PERFORM AlleSchemas
           END-IF

           MOVE "END" TO AuditEventType
           MOVE leningCount TO AuditRecordCount
           PERFORM LogAuditEvent
           CLOSE AuditLogFile
           IF AuditErrorCount > ZERO AND RETURN-CODE = ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Iedere lening in het bestand krijgt haar aflosschema, met
      *> de extra aflossingen, in Aflossing_<naam>.dat.
       AlleSchemas.
           OPEN INPUT LeningFile
           IF LeningFileStatus NOT EQUAL TO "00"
             DISPLAY "Kon HypotheekLeningen.dat niet openen, "
                     "status: " LeningFileStatus
             DISPLAY "Abending."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           READ LeningFile
             AT END SET EndOfLeningFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLeningFile
             IF LenRecordType = "L"
               PERFORM CollectLening
               PERFORM SchrijfEenSchema
              ELSE
               DISPLAY "Onbekend recordtype '" LenRecordType
                       "' in HypotheekLeningen.dat -- overgeslagen."
               ADD 1 TO AuditErrorCount
               READ LeningFile
                 AT END SET EndOfLeningFile TO TRUE
               END-READ
             END-IF
           END-PERFORM
           CLOSE LeningFile
           DISPLAY "Aflosschema's klaar: " leningCount
                   " lening(en) doorgerekend.".

      *> Neemt het L record uit de recordruimte en leest dan door,
      *> met ieder X record erbij, tot de volgende lening (of het
      *> einde van het bestand).
       CollectLening.
           MOVE LenNaam         TO huidigeNaam
           MOVE LenVorm         TO huidigeVorm
           IF NOT Annuiteit AND NOT Lineair
             DISPLAY "Lening " huidigeNaam " heeft vorm '" LenVorm
                     "' -- als annuiteit gerekend."
             ADD 1 TO AuditErrorCount
             MOVE "A" TO huidigeVorm
           END-IF
           MOVE LenHoofdsom     TO hoofdsom
           MOVE LenRente        TO jaarRente
           IF LenLooptijd = ZERO
             MOVE 360 TO looptijd
            ELSE
             MOVE LenLooptijd TO looptijd
           END-IF
           MOVE LenRentevast    TO rentevast
           IF rentevast NOT < looptijd
             MOVE 0 TO rentevast
           END-IF
           MOVE LenVervolgrente TO vervolgRente
           MOVE 0 TO extraAantal
           READ LeningFile
             AT END SET EndOfLeningFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLeningFile OR LenRecordType = "L"
             IF LenRecordType = "X"
               IF extraAantal < 10
                 ADD 1 TO extraAantal
                 MOVE ExtVanMaand TO extraVan(extraAantal)
                 MOVE ExtTotMaand TO extraTot(extraAantal)
                 MOVE ExtBedrag   TO extraBedrag(extraAantal)
                ELSE
                 DISPLAY "Meer dan 10 extra aflossingen voor lening "
                         huidigeNaam " -- de rest wordt genegeerd."
                 ADD 1 TO AuditErrorCount
               END-IF
              ELSE
               DISPLAY "Onbekend recordtype '" LenRecordType
                       "' in HypotheekLeningen.dat -- overgeslagen."
               ADD 1 TO AuditErrorCount
             END-IF
             READ LeningFile
               AT END SET EndOfLeningFile TO TRUE
             END-READ
           END-PERFORM.

       SchrijfEenSchema.
           ADD 1 TO leningCount
           PERFORM BuildSchemaNaam
           OPEN OUTPUT SchemaFile
           IF SchemaStatus NOT EQUAL TO "00"
             DISPLAY "Kon " schemaNaam " niet aanmaken, status: "
                     SchemaStatus " -- lening " huidigeNaam
                     " overgeslagen."
             ADD 1 TO AuditErrorCount
            ELSE
             PERFORM SchrijfSchemaKop
             MOVE "Y" TO MetExtra
             MOVE "Y" TO SchemaSchrijven
             MOVE 1 TO variantIndex
             PERFORM RekenLening
             PERFORM SchrijfSchemaTotaal
             CLOSE SchemaFile
             DISPLAY "Lening " huidigeNaam " geschreven naar "
                     schemaNaam
           END-IF.

       BuildSchemaNaam.
           MOVE ZERO TO naamLengte
           PERFORM VARYING naamScan FROM 20 BY -1
                   UNTIL naamScan < 1 OR naamLengte > 0
             IF huidigeNaam(naamScan:1) NOT = SPACE
               MOVE naamScan TO naamLengte
             END-IF
           END-PERFORM
           IF naamLengte = ZERO
             MOVE "naamloos" TO huidigeNaam
             MOVE 8 TO naamLengte
           END-IF
           MOVE SPACES TO schemaNaam
           STRING "Aflossing_" huidigeNaam(1:naamLengte) ".dat"
                  DELIMITED BY SIZE INTO schemaNaam.

      *> Een lening van maand 1 tot het einde van de looptijd, of
      *> tot ze eerder is afgelost. Iedere maand gaat ook in de
      *> variantentabel, zodat het vergelijken de twee varianten
      *> naast elkaar kan leggen.
       RekenLening.
           PERFORM VARYING tabelMaand FROM 1 BY 1
                   UNTIL tabelMaand > 999
             MOVE 0 TO varBetaling(variantIndex, tabelMaand)
             MOVE 0 TO varSchuld(variantIndex, tabelMaand)
           END-PERFORM
           MOVE hoofdsom TO schuld
           MOVE 0 TO totRente
           MOVE 0 TO totAflossing
           MOVE 0 TO totExtra
           MOVE 0 TO afgelostInMaand
           MOVE 1 TO maand
           PERFORM UNTIL maand > looptijd OR schuld = 0
             PERFORM BepaalRente
             IF maand = 1 OR
                (rentevast > 0 AND maand = rentevast + 1)
               PERFORM BerekenMaandlast
             END-IF
             COMPUTE renteBedrag ROUNDED = schuld * maandRente
             IF Lineair
               MOVE vasteAflossing TO aflossing
              ELSE
               IF maandlast > renteBedrag
                 COMPUTE aflossing = maandlast - renteBedrag
                ELSE
                 MOVE 0 TO aflossing
               END-IF
             END-IF
             IF maand = looptijd OR aflossing > schuld
               MOVE schuld TO aflossing
             END-IF
             MOVE 0 TO extraBetaald
             IF ExtraAflossen
               PERFORM BepaalExtra
               COMPUTE ruimte = schuld - aflossing
               IF extraMaand > ruimte
                 MOVE ruimte TO extraBetaald
                ELSE
                 MOVE extraMaand TO extraBetaald
               END-IF
             END-IF
             SUBTRACT aflossing    FROM schuld
             SUBTRACT extraBetaald FROM schuld
             ADD renteBedrag  TO totRente
             ADD aflossing    TO totAflossing
             ADD extraBetaald TO totExtra
             COMPUTE varBetaling(variantIndex, maand) =
                     renteBedrag + aflossing + extraBetaald
             MOVE schuld TO varSchuld(variantIndex, maand)
             IF SchrijfSchema
               PERFORM SchrijfSchemaRegel
             END-IF
             IF schuld = 0
               MOVE maand TO afgelostInMaand
             END-IF
             ADD 1 TO maand
           END-PERFORM
           MOVE totRente        TO varTotRente(variantIndex)
           MOVE afgelostInMaand TO varAfgelostIn(variantIndex).

       BepaalRente.
           IF rentevast > 0 AND maand > rentevast
              AND vervolgRente > 0
             MOVE vervolgRente TO geldendeRente
            ELSE
             MOVE jaarRente TO geldendeRente
           END-IF
           COMPUTE maandRente ROUNDED = geldendeRente / 12.

      *> Annuiteit: de maandlast die de restschuld precies in de
      *> resterende maanden aflost, schuld * r * (1+r)^n /
      *> ((1+r)^n - 1), in stappen gerekend zodat geen tussen-
      *> resultaat decimalen verliest. Lineair: de restschuld in
      *> gelijke delen.
       BerekenMaandlast.
           COMPUTE resterendeMaanden = looptijd - maand + 1
           IF Lineair
             COMPUTE vasteAflossing ROUNDED =
                     schuld / resterendeMaanden
            ELSE
             IF maandRente = 0
               COMPUTE maandlast ROUNDED = schuld / resterendeMaanden
              ELSE
               COMPUTE renteFactor = 1 + maandRente
               MOVE 1 TO groeiFactor
               PERFORM VARYING groeiStap FROM 1 BY 1
                       UNTIL groeiStap > resterendeMaanden
                 MULTIPLY renteFactor BY groeiFactor ROUNDED
               END-PERFORM
               COMPUTE groeiMinEen = groeiFactor - 1
               COMPUTE annuiteitQuotient ROUNDED =
                       groeiFactor / groeiMinEen
               COMPUTE eersteRente ROUNDED = schuld * maandRente
               COMPUTE maandlast ROUNDED =
                       eersteRente * annuiteitQuotient
             END-IF
           END-IF.

      *> Wat er deze maand volgens de X records extra af gaat.
       BepaalExtra.
           MOVE 0 TO extraMaand
           PERFORM VARYING extraIndex FROM 1 BY 1
                   UNTIL extraIndex > extraAantal
             IF extraTot(extraIndex) = 0
               IF maand = extraVan(extraIndex)
                 ADD extraBedrag(extraIndex) TO extraMaand
               END-IF
              ELSE
               IF maand NOT < extraVan(extraIndex)
                  AND maand NOT > extraTot(extraIndex)
                 ADD extraBedrag(extraIndex) TO extraMaand
               END-IF
             END-IF
           END-PERFORM.

       SchrijfSchemaKop.
           MOVE hoofdsom TO geldEP
           MULTIPLY jaarRente BY 100 GIVING percentageEP
           MOVE looptijd TO looptijdEP
           MOVE SPACES TO SchemaLine
           IF Lineair
             STRING "Lening " huidigeNaam " lineair, hoofdsom "
                    geldEP ", rente " percentageEP " % per jaar, "
                    "looptijd " looptijdEP " maanden"
                    DELIMITED BY SIZE INTO SchemaLine
            ELSE
             STRING "Lening " huidigeNaam " annuiteit, hoofdsom "
                    geldEP ", rente " percentageEP " % per jaar, "
                    "looptijd " looptijdEP " maanden"
                    DELIMITED BY SIZE INTO SchemaLine
           END-IF
           WRITE SchemaLine
           IF rentevast > 0
             MOVE rentevast TO maandEP
             MOVE SPACES TO SchemaLine
             IF vervolgRente > 0
               MULTIPLY vervolgRente BY 100 GIVING percentageEP
               STRING "Rentevast tot en met maand " maandEP
                      ", daarna " percentageEP " % per jaar"
                      DELIMITED BY SIZE INTO SchemaLine
              ELSE
               STRING "Rentevast tot en met maand " maandEP
                      ", daarna dezelfde rente"
                      DELIMITED BY SIZE INTO SchemaLine
             END-IF
             WRITE SchemaLine
           END-IF
           PERFORM VARYING extraIndex FROM 1 BY 1
                   UNTIL extraIndex > extraAantal
             MOVE extraBedrag(extraIndex) TO geldEP
             MOVE extraVan(extraIndex) TO maandEP
             MOVE SPACES TO SchemaLine
             IF extraTot(extraIndex) = 0
               STRING "Extra aflossing " geldEP " in maand " maandEP
                      DELIMITED BY SIZE INTO SchemaLine
              ELSE
               MOVE extraTot(extraIndex) TO looptijdEP
               STRING "Extra aflossing " geldEP " per maand, maand "
                      maandEP " tot en met " looptijdEP
                      DELIMITED BY SIZE INTO SchemaLine
             END-IF
             WRITE SchemaLine
           END-PERFORM.

       SchrijfSchemaRegel.
           MOVE maand        TO maandEP
           MOVE renteBedrag  TO rente2EP
           MOVE aflossing    TO aflossingEP
           MOVE extraBetaald TO extraEP
           MOVE schuld       TO geldEP
           MOVE SPACES TO SchemaLine
           STRING "Maand " maandEP
                  " Rente: " rente2EP
                  " Aflossing: " aflossingEP
                  " Extra: " extraEP
                  " Restschuld: " geldEP
                  DELIMITED BY SIZE INTO SchemaLine
           WRITE SchemaLine.

       SchrijfSchemaTotaal.
           MOVE totRente TO totaalEP
           MOVE SPACES TO SchemaLine
           STRING "Totaal rente:     " totaalEP
                  DELIMITED BY SIZE INTO SchemaLine
           WRITE SchemaLine
           MOVE totAflossing TO totaalEP
           MOVE SPACES TO SchemaLine
           STRING "Totaal aflossing: " totaalEP
                  DELIMITED BY SIZE INTO SchemaLine
           WRITE SchemaLine
           MOVE totExtra TO totaalEP
           MOVE SPACES TO SchemaLine
           STRING "Totaal extra:     " totaalEP
                  DELIMITED BY SIZE INTO SchemaLine
           WRITE SchemaLine
           MOVE SPACES TO SchemaLine
           IF afgelostInMaand > 0
             MOVE afgelostInMaand TO maandEP
             STRING "Afgelost in maand " maandEP
                    DELIMITED BY SIZE INTO SchemaLine
            ELSE
             MOVE schuld TO geldEP
             STRING "Restschuld aan het einde van de looptijd: "
                    geldEP
                    DELIMITED BY SIZE INTO SchemaLine
           END-IF
           WRITE SchemaLine.

      *> Extra aflossen of beleggen: HYPOTHEEKLENING,
      *> HYPOTHEEKSCENARIO en HYPOTHEEKHORIZON (in maanden, leeg = de
      *> looptijd) beantwoorden de vragen vooraf.
       Vergelijken.
           ACCEPT vergLeningNaam FROM ENVIRONMENT "HYPOTHEEKLENING"
           IF vergLeningNaam = SPACES AND NOT RunningUnattended
             DISPLAY "Lening uit HypotheekLeningen.dat: "
                     WITH NO ADVANCING
             ACCEPT vergLeningNaam
           END-IF
           ACCEPT vergScenarioNaam FROM ENVIRONMENT
                  "HYPOTHEEKSCENARIO"
           IF vergScenarioNaam = SPACES AND NOT RunningUnattended
             DISPLAY "Scenario uit BeleggenScenarios.dat: "
                     WITH NO ADVANCING
             ACCEPT vergScenarioNaam
           END-IF
           ACCEPT horizonInvoer FROM ENVIRONMENT "HYPOTHEEKHORIZON"
           IF horizonInvoer = SPACES AND NOT RunningUnattended
             DISPLAY "Horizon in maanden (leeg = de looptijd): "
                     WITH NO ADVANCING
             ACCEPT horizonInvoer
           END-IF
           IF vergLeningNaam = SPACES OR vergScenarioNaam = SPACES
             DISPLAY "Geen lening of geen scenario opgegeven. "
                     "Geen vergelijking."
             DISPLAY "Abending."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM ZoekLening
           IF extraAantal = 0
             DISPLAY "Lening " vergLeningNaam " heeft geen extra "
                     "aflossingen (X records) -- niets te "
                     "vergelijken."
             DISPLAY "Abending."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM ZoekScenario
           MOVE looptijd TO vergHorizon
           IF horizonInvoer NOT = SPACES
             IF horizonInvoer IS NUMERIC
               IF horizonInvoer > ZERO
                  AND horizonInvoer < looptijd
                 MOVE horizonInvoer TO vergHorizon
               END-IF
              ELSE
               DISPLAY "Horizon '" horizonInvoer "' is geen getal "
                       "van drie cijfers -- de looptijd genomen."
               ADD 1 TO AuditErrorCount
             END-IF
           END-IF

           MOVE "N" TO SchemaSchrijven
           MOVE 1 TO variantIndex
           MOVE "Y" TO MetExtra
           PERFORM RekenLening
           MOVE 2 TO variantIndex
           MOVE "N" TO MetExtra
           PERFORM RekenLening

           OPEN OUTPUT VergelijkFile
           IF VergelijkStatus NOT EQUAL TO "00"
             DISPLAY "Kon HypotheekVergelijking.prt niet aanmaken, "
                     "status: " VergelijkStatus
             DISPLAY "Abending."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM SchrijfVergelijkKop
           MOVE 0 TO potWaarde(1)
           MOVE 0 TO potWaarde(2)
           MOVE 0 TO actieveEntry
           PERFORM VARYING maand FROM 1 BY 1
                   UNTIL maand > vergHorizon
             PERFORM VergelijkEenMaand
           END-PERFORM
           PERFORM SchrijfVergelijkSlot
           CLOSE VergelijkFile
           MOVE 1 TO leningCount
           DISPLAY "Vergelijking geschreven naar "
                   "HypotheekVergelijking.prt.".

       ZoekLening.
           OPEN INPUT LeningFile
           IF LeningFileStatus NOT EQUAL TO "00"
             DISPLAY "Kon HypotheekLeningen.dat niet openen, "
                     "status: " LeningFileStatus
             DISPLAY "Abending."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE "N" TO LeningGevonden
           READ LeningFile
             AT END SET EndOfLeningFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLeningFile OR HuidigeLeningGevonden
             IF LenRecordType = "L" AND LenNaam = vergLeningNaam
               PERFORM CollectLening
               MOVE "Y" TO LeningGevonden
              ELSE
               READ LeningFile
                 AT END SET EndOfLeningFile TO TRUE
               END-READ
             END-IF
           END-PERFORM
           CLOSE LeningFile
           IF NOT HuidigeLeningGevonden
             DISPLAY "Lening " vergLeningNaam " staat niet in "
                     "HypotheekLeningen.dat."
             DISPLAY "Abending."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

      *> Het S record van het scenario met zijn R records; F
      *> records worden naar hun startallocatie gewogen (zonder
      *> allocaties: gelijke delen).
       ZoekScenario.
           OPEN INPUT ScenarioFile
           IF ScenarioFileStatus NOT EQUAL TO "00"
             DISPLAY "Kon BeleggenScenarios.dat niet openen, "
                     "status: " ScenarioFileStatus
             DISPLAY "Abending."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE "N" TO ScenarioGevonden
           READ ScenarioFile
             AT END SET EndOfScenarioFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfScenarioFile OR HuidigScenarioGevonden
             IF ScnRecordType = "S" AND ScnName = vergScenarioNaam
               PERFORM CollectScenario
               MOVE "Y" TO ScenarioGevonden
              ELSE
               READ ScenarioFile
                 AT END SET EndOfScenarioFile TO TRUE
               END-READ
             END-IF
           END-PERFORM
           CLOSE ScenarioFile
           IF NOT HuidigScenarioGevonden
             DISPLAY "Scenario " vergScenarioNaam " staat niet in "
                     "BeleggenScenarios.dat."
             DISPLAY "Abending."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       CollectScenario.
           MOVE ScnBelasting     TO scenarioBelasting
           MOVE 1 TO scheduleCount
           MOVE 000              TO schedVanMaand(1)
           MOVE ScnDividend      TO schedDividend(1)
           MOVE ScnKoersstijging TO schedKoers(1)
           MOVE 0 TO fondsAantal
           MOVE 0 TO allocatieSom
           MOVE 0 TO fondsDividendSom
           MOVE 0 TO fondsKoersSom
           MOVE 0 TO fondsDividendGewogen
           MOVE 0 TO fondsKoersGewogen
           READ ScenarioFile
             AT END SET EndOfScenarioFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfScenarioFile OR ScnRecordType = "S"
             IF ScnRecordType = "R"
               IF scheduleCount < 8
                 ADD 1 TO scheduleCount
                 MOVE RateVanMaand      TO
                      schedVanMaand(scheduleCount)
                 MOVE RateDividend      TO
                      schedDividend(scheduleCount)
                 MOVE RateKoersstijging TO
                      schedKoers(scheduleCount)
               END-IF
              ELSE
             IF ScnRecordType = "F"
               ADD 1 TO fondsAantal
               ADD FndAllocatie TO allocatieSom
               ADD FndDividend TO fondsDividendSom
               COMPUTE fondsKoersSom = fondsKoersSom +
                       FndKoersstijging - FndKosten / 4
               COMPUTE fondsDividendGewogen = fondsDividendGewogen +
                       FndAllocatie * FndDividend
               COMPUTE fondsKoersGewogen = fondsKoersGewogen +
                       FndAllocatie *
                       (FndKoersstijging - FndKosten / 4)
             END-IF
             END-IF
             READ ScenarioFile
               AT END SET EndOfScenarioFile TO TRUE
             END-READ
           END-PERFORM
           IF fondsAantal > 0
             MOVE 1 TO scheduleCount
             IF allocatieSom = 0
               COMPUTE schedDividend(1) ROUNDED =
                       fondsDividendSom / fondsAantal
               COMPUTE schedKoers(1) ROUNDED =
                       fondsKoersSom / fondsAantal
              ELSE
               COMPUTE schedDividend(1) ROUNDED =
                       fondsDividendGewogen / allocatieSom
               COMPUTE schedKoers(1) ROUNDED =
                       fondsKoersGewogen / allocatieSom
             END-IF
           END-IF.

      *> Zoals in Beleggen: de laatste tariefperiode waarvan de
      *> vanaf-maand niet na deze maand ligt.
       KiesTariefPeriode.
           MOVE 0 TO gekozenEntry
           PERFORM VARYING scheduleIndex FROM 1 BY 1
                   UNTIL scheduleIndex > scheduleCount
             IF schedVanMaand(scheduleIndex) NOT > maand
               MOVE scheduleIndex TO gekozenEntry
             END-IF
           END-PERFORM
           IF gekozenEntry = 0
             MOVE 1 TO gekozenEntry
           END-IF
           IF gekozenEntry NOT = actieveEntry
             MOVE gekozenEntry TO actieveEntry
             COMPUTE dividendFactorNetto = 1 +
                     schedDividend(actieveEntry) *
                     (1 - scenarioBelasting)
             IF schedKoers(actieveEntry) < -1
               MOVE 0 TO koersstijgingFactor
              ELSE
               COMPUTE koersstijgingFactor = 1 +
                       schedKoers(actieveEntry)
             END-IF
           END-IF.

      *> Een maand: eerst de groei van het kwartaal over de potten,
      *> dan ieders storting. Het budget is de maandlast zonder
      *> extra plus het extra bedrag van deze maand.
       VergelijkEenMaand.
           PERFORM KiesTariefPeriode
           DIVIDE maand BY 3 GIVING kwartaalNr REMAINDER kwartaalRest
           IF kwartaalRest = 0
             PERFORM VARYING variantIndex FROM 1 BY 1
                     UNTIL variantIndex > 2
               MULTIPLY potWaarde(variantIndex) BY dividendFactorNetto
                       GIVING potWaarde(variantIndex)
               MULTIPLY potWaarde(variantIndex) BY koersstijgingFactor
                       GIVING potWaarde(variantIndex)
             END-PERFORM
           END-IF
           PERFORM BepaalExtra
           COMPUTE budget = varBetaling(2, maand) + extraMaand
           COMPUTE storting = budget - varBetaling(1, maand)
           IF storting > 0
             ADD storting TO potWaarde(1)
           END-IF
           ADD extraMaand TO potWaarde(2)
           DIVIDE maand BY 12 GIVING jaarNr REMAINDER jaarRest
           IF jaarRest = 0 OR maand = vergHorizon
             PERFORM SchrijfVergelijkRegel
           END-IF.

       SchrijfVergelijkKop.
           MOVE SPACES TO VergelijkLine
           STRING "Extra aflossen of beleggen -- lening "
                  vergLeningNaam " scenario " vergScenarioNaam
                  DELIMITED BY SIZE INTO VergelijkLine
           WRITE VergelijkLine
           MOVE vergHorizon TO maandEP
           MOVE SPACES TO VergelijkLine
           STRING "Horizon maand " maandEP ", bedragen nominaal, "
                  "zonder box 3 en zonder hypotheekrenteaftrek"
                  DELIMITED BY SIZE INTO VergelijkLine
           WRITE VergelijkLine
           MOVE SPACES TO VergelijkLine
           WRITE VergelijkLine
           MOVE SPACES TO VergelijkLine
           STRING "           ------------ extra aflossen -------"
                  "-----   ------------ extra beleggen ------------"
                  DELIMITED BY SIZE INTO VergelijkLine
           WRITE VergelijkLine
           MOVE SPACES TO VergelijkLine
           STRING "Jaar Maand          schuld             pot     "
                  "      netto          schuld             pot     "
                  "      netto"
                  DELIMITED BY SIZE INTO VergelijkLine
           WRITE VergelijkLine.

       SchrijfVergelijkRegel.
           MOVE jaarNr TO jaarNrEP
           MOVE maand  TO maandEP
           COMPUTE nettoVermogen(1) =
                   potWaarde(1) - varSchuld(1, maand)
           COMPUTE nettoVermogen(2) =
                   potWaarde(2) - varSchuld(2, maand)
           MOVE varSchuld(1, maand) TO schuld1EP
           MOVE potWaarde(1)        TO pot1EP
           MOVE nettoVermogen(1)    TO netto1EP
           MOVE varSchuld(2, maand) TO schuld2EP
           MOVE potWaarde(2)        TO pot2EP
           MOVE nettoVermogen(2)    TO netto2EP
           MOVE SPACES TO VergelijkLine
           STRING "  " jaarNrEP "  " maandEP
                  "  " schuld1EP "  " pot1EP "  " netto1EP
                  "  " schuld2EP "  " pot2EP "  " netto2EP
                  DELIMITED BY SIZE INTO VergelijkLine
           WRITE VergelijkLine.

       SchrijfVergelijkSlot.
           MOVE SPACES TO VergelijkLine
           WRITE VergelijkLine
           MOVE vergHorizon TO maandEP
           MOVE nettoVermogen(1) TO netto1EP
           MOVE SPACES TO VergelijkLine
           STRING "Netto vermogen in maand " maandEP
                  ", extra aflossen:  " netto1EP
                  DELIMITED BY SIZE INTO VergelijkLine
           WRITE VergelijkLine
           MOVE nettoVermogen(2) TO netto2EP
           MOVE SPACES TO VergelijkLine
           STRING "Netto vermogen in maand " maandEP
                  ", extra beleggen:  " netto2EP
                  DELIMITED BY SIZE INTO VergelijkLine
           WRITE VergelijkLine
           MOVE varTotRente(1) TO schuld1EP
           MOVE varTotRente(2) TO schuld2EP
           MOVE SPACES TO VergelijkLine
           STRING "Rente over de hele looptijd: extra aflossen "
                  schuld1EP ", extra beleggen " schuld2EP
                  DELIMITED BY SIZE INTO VergelijkLine
           WRITE VergelijkLine
           IF varAfgelostIn(1) > 0 AND varAfgelostIn(1) < looptijd
             MOVE varAfgelostIn(1) TO afgelost1EP
             MOVE SPACES TO VergelijkLine
             STRING "Met extra aflossen is de lening afgelost in "
                    "maand " afgelost1EP
                    DELIMITED BY SIZE INTO VergelijkLine
             WRITE VergelijkLine
           END-IF
           COMPUTE verschil = nettoVermogen(1) - nettoVermogen(2)
           MOVE SPACES TO VergelijkLine
           IF verschil > 0
             MOVE verschil TO verschilEP
             STRING "Extra aflossen levert " verschilEP
                    " meer netto vermogen op."
                    DELIMITED BY SIZE INTO VergelijkLine
            ELSE
             IF verschil < 0
               COMPUTE verschil = 0 - verschil
               MOVE verschil TO verschilEP
               STRING "Beleggen in " vergScenarioNaam " levert "
                      verschilEP " meer netto vermogen op."
                      DELIMITED BY SIZE INTO VergelijkLine
              ELSE
               STRING "Beide varianten komen op hetzelfde netto "
                      "vermogen uit."
                      DELIMITED BY SIZE INTO VergelijkLine
             END-IF
           END-IF
           WRITE VergelijkLine
           DISPLAY VergelijkLine.

           COPY AuditLog.

       END PROGRAM Hypotheek.
