           SELECT ScenarioOutFile ASSIGN TO DYNAMIC scenarioOutName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ScenarioOutStatus.
           SELECT SimSortFile ASSIGN TO "BeleggenSim.tmp".
           SELECT AuditLogFile ASSIGN TO "AuditLog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditLogFileStatus.
       FD ProjectionFile.
       01  ProjectionLine              PIC X(120).

       FD ScenarioFile.
           COPY BeleggenScenarioRecord.

      *> Simulated year-end vermogen of every run, sorted per maand
      *> so the percentiles can be counted off in order.
       SD SimSortFile.
       01  SimSortRecord.
           88 EndOfSimSort                            VALUE
                                                      HIGH-VALUES.
           02 SimSortMaand         PIC 9(3).
           02 SimSortVermogen      PIC 9(9)V99.

       FD ScenarioOutFile.
       01  ScenarioOutLine             PIC X(120).
       01  ActWaardeAanwezig.
           02 ActTabVlag          PIC X       OCCURS 361 TIMES.
       01  actTabIndex            PIC 9(3)            VALUE 0.
      *> BELEGGENSCENARIO (of de vraag erom) haalt het plan uit
      *> BeleggenScenarios.dat in plaats van het in te tikken; een
      *> fondsscenario krijgt dan per fonds zijn waarde per
      *> 1 januari en de betaalde fondskosten op de pagina.
       01  jaarScenarioNaam       PIC X(20)           VALUE SPACES.
       01  jaaropgaveEinde        PIC 9(3)            VALUE 360.
       01  ScenarioGevonden       PIC X               VALUE "N".
           88 JaarScenarioGevonden                    VALUE "Y".

      *> Per-scenario rate schedule: entry 1 is the S record's own
      *> rates (from month 0), every R record appends one more.
       01  drawdownBedragEP       PIC $$,$$9.99.
       01  opgeraaktMaand         PIC 9(3)            VALUE 0.

      *> Simulatie: de projectie van een scenario honderden keren
      *> opnieuw, met de koersstijging van ieder kwartaal getrokken
      *> rond het verwachte tarief van de periode (normaal verdeeld,
      *> als som van twaalf uniforme trekkingen min zes, met de
      *> volatiliteit als standaardafwijking). De trekkingen komen
      *> uit een eigen generator (Park-Miller: seed maal 16807 modulo
      *> 2^31-1), zodat dezelfde seed overal dezelfde reeks geeft.
      *> BELEGGENSEED gaat voor de seed uit het scenariobestand.
       01  SimulatieGevraagd      PIC X               VALUE "N".
           88 SimulatieAan                            VALUE "Y".
       01  simVolatiliteit        PIC 99V9999         VALUE 0.
       01  simVolatiliteitEP      PIC BBBB9.99.
       01  simAantalRuns          PIC 9(4)            VALUE 0.
       01  simDoel                PIC 9(9)V99         VALUE 0.
       01  simSeed                PIC 9(10)           VALUE 0.
       01  simStartSeed           PIC 9(10)           VALUE 0.
       01  simProduct             PIC 9(15)           VALUE 0.
       01  simQuotient            PIC 9(15)           VALUE 0.
       01  simUniform             PIC 9V9(9)          VALUE 0.
       01  simNormaal             PIC S99V9(9)        VALUE 0.
       01  simTrekking            PIC 99              VALUE 0.
       01  simKoers               PIC S99V9(6)        VALUE 0.
       01  simKoersFactor         PIC 99V9(6)         VALUE 0.
       01  simVermogen            PIC 9(9)V99         VALUE 0.
       01  simRun                 PIC 9(4)            VALUE 0.
       01  simDoelGehaald         PIC 9(4)            VALUE 0.
       01  simKans                PIC 999V9           VALUE 0.
       01  simKansEP              PIC ZZ9.9.
       01  simTijd                PIC 9(8)            VALUE 0.
       01  seedInvoer             PIC X(9)            VALUE SPACES.
       01  seedLengte             PIC 99              VALUE 0.
       01  jaarRest               PIC 99              VALUE 0.
       01  jaarIndex              PIC 99              VALUE 0.
       01  jaarIndexEP            PIC Z9.
       01  DeterministischTabel.
           02 DetJaarVermogen     PIC 9(7)V99 OCCURS 84 TIMES.
       01  pctMaand               PIC 9(3)            VALUE 0.
       01  pctTeller              PIC 9(4)            VALUE 0.
       01  pctRang10              PIC 9(4)            VALUE 0.
       01  pctRang50              PIC 9(4)            VALUE 0.
       01  pctRang90              PIC 9(4)            VALUE 0.
       01  pctP10                 PIC 9(9)V99         VALUE 0.
       01  pctP50                 PIC 9(9)V99         VALUE 0.
       01  pctP90                 PIC 9(9)V99         VALUE 0.
       01  pctP10EP               PIC $$$,$$$,$$9.99.
       01  pctP50EP               PIC $$$,$$$,$$9.99.
       01  pctP90EP               PIC $$$,$$$,$$9.99.
       01  SimulatieFase          PIC X               VALUE "N".
           88 SimulatieLoopt                          VALUE "Y".

      *> Fondsen: per fonds de tarieven en allocaties uit de F
      *> records, het doelgewicht van deze maand (na het glijpad),
      *> de waarde, en de betaalde fondskosten -- in totaal en in
      *> het lopende kalenderjaar voor de jaaropgave. De jaarlijkse
      *> kosten gaan er ieder kwartaal voor een kwart af.
       01  FondsTabel.
           02 FondsEntry           OCCURS 5 TIMES.
              03 fondsNaam         PIC X(12).
              03 fondsStart        PIC 9V9999.
              03 fondsEind         PIC 9V9999.
              03 fondsDividend     PIC 99V9999.
              03 fondsKoers        PIC 99V9999.
              03 fondsKosten       PIC 99V9999.
              03 fondsVolatiliteit PIC 99V9999.
              03 fondsDoel         PIC 9V9999.
              03 fondsWaarde       PIC 9(9)V99.
              03 fondsJanWaarde    PIC 9(9)V99.
              03 fondsKostenTotaal PIC 9(9)V99.
              03 fondsKostenJaar   PIC 9(9)V99.
       01  fondsAantal            PIC 9               VALUE 0.
       01  fondsIndex             PIC 9               VALUE 0.
       01  fondsTotaal            PIC 9(9)V99         VALUE 0.
       01  fondsRest              PIC S9(9)V99        VALUE 0.
       01  fondsDeel              PIC 9(9)V99         VALUE 0.
       01  fondsBelasting         PIC 9(9)V99         VALUE 0.
       01  fondsKwartaalKosten    PIC 9(9)V99         VALUE 0.
       01  fondsKostenAlles       PIC 9(9)V99         VALUE 0.
       01  fondsKostenInJaar      PIC 9(9)V99         VALUE 0.
       01  fondsDividendFactor    PIC 99V9999         VALUE 0.
       01  fondsKoersStijging     PIC S99V9(6)        VALUE 0.
       01  fondsKoersFactor       PIC 99V9(6)         VALUE 0.
       01  fondsAfwijking         PIC S9V9(6)         VALUE 0.
       01  allocatieSom           PIC 99V9999         VALUE 0.
       01  glideFractie           PIC 9V9(6)          VALUE 0.
       01  fondsPercentage        PIC 999V9           VALUE 0.
       01  fondsPercentageEP      PIC ZZ9.9.
       01  fondsDoelPercentage    PIC 999V9           VALUE 0.
       01  fondsDoelPercentageEP  PIC ZZ9.9.
       01  fondsWaardeEP          PIC $$$,$$$,$$9.99.
       01  fondsKostenEP          PIC $$$,$$$,$$9.99.
       01  herbalanceerRegel      PIC X               VALUE "N".
           88 HerbalanceerJaarlijks                   VALUE "J".
           88 HerbalanceerBijBand                     VALUE "B".
       01  herbalanceerBand       PIC 9V9999          VALUE 0.
       01  herbalanceerBandEP     PIC ZZ9.99.
       01  glideVanMaand          PIC 9(3)            VALUE 0.
       01  HerbalanceerNu         PIC X               VALUE "N".
           88 MoetHerbalanceren                       VALUE "Y".
       01  herbalanceringen       PIC 9(4)            VALUE 0.
       01  herbJaren              PIC 99              VALUE 0.
       01  herbRestMaand          PIC 99              VALUE 0.

       01  doelVermogen           PIC 9(9)V99         VALUE 0.
       01  doelVermogenEP         PIC $$$,$$$,$$9.99.
       01  horizonMaanden         PIC 9(3)            VALUE 240.
                   " scenario('s) doorgerekend.".

      *> Takes the S record out of the record area and then reads
      *> ahead, appending every following R record to the schedule
      *> and every F record to the fund table, until the next
      *> scenario (or end of file) shows up.
       CollectScenario.
           MOVE ScnName          TO huidigeNaam
           MOVE ScnInleg         TO huidigeInleg
           MOVE ScnInflatie      TO schedInflatie(1)
           MOVE 0 TO drawdownStart
           MOVE 0 TO drawdownBedrag
           MOVE "N" TO SimulatieGevraagd
           MOVE 0 TO fondsAantal
           MOVE "N" TO herbalanceerRegel
           MOVE 0 TO herbalanceerBand
           MOVE 0 TO glideVanMaand
           READ ScenarioFile
             AT END SET EndOfScenarioFile TO TRUE
           END-READ
               MOVE DrawVanMaand TO drawdownStart
               MOVE DrawBedrag   TO drawdownBedrag
              ELSE
             IF ScnRecordType = "M"
               MOVE "Y"               TO SimulatieGevraagd
               MOVE StochVolatiliteit TO simVolatiliteit
               MOVE StochAantalRuns   TO simAantalRuns
               MOVE StochDoel         TO simDoel
               MOVE StochSeed         TO simStartSeed
              ELSE
             IF ScnRecordType = "F"
               IF fondsAantal < 5
                 ADD 1 TO fondsAantal
                 MOVE FndNaam          TO fondsNaam(fondsAantal)
                 MOVE FndAllocatie     TO fondsStart(fondsAantal)
                 MOVE FndDividend      TO fondsDividend(fondsAantal)
                 MOVE FndKoersstijging TO fondsKoers(fondsAantal)
                 MOVE FndKosten        TO fondsKosten(fondsAantal)
                 MOVE FndEindAllocatie TO fondsEind(fondsAantal)
                 MOVE FndVolatiliteit  TO
                      fondsVolatiliteit(fondsAantal)
                ELSE
                 DISPLAY "Meer dan 5 fondsen voor scenario "
                         huidigeNaam " -- de rest wordt genegeerd."
                 ADD 1 TO AuditErrorCount
               END-IF
              ELSE
             IF ScnRecordType = "H"
               MOVE HerRegel         TO herbalanceerRegel
               MOVE HerBand          TO herbalanceerBand
               MOVE HerGlideVanMaand TO glideVanMaand
              ELSE
             IF ScnRecordType = "R"
               IF scheduleCount < 8
                 ADD 1 TO scheduleCount
               ADD 1 TO AuditErrorCount
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             READ ScenarioFile
               AT END SET EndOfScenarioFile TO TRUE
             END-READ
           END-PERFORM
           PERFORM NormaliseerFondsen.

      *> Allocaties die niet op 100% uitkomen worden naar rato
      *> herschaald (zonder allocaties: gelijke delen). Zonder
      *> glijpad, of zonder eindallocaties, blijft de doelverdeling
      *> de startverdeling.
       NormaliseerFondsen.
           IF fondsAantal > 0
             MOVE 0 TO allocatieSom
             PERFORM VARYING fondsIndex FROM 1 BY 1
                     UNTIL fondsIndex > fondsAantal
               ADD fondsStart(fondsIndex) TO allocatieSom
             END-PERFORM
             IF allocatieSom = 0
               PERFORM VARYING fondsIndex FROM 1 BY 1
                       UNTIL fondsIndex > fondsAantal
                 COMPUTE fondsStart(fondsIndex) ROUNDED =
                         1 / fondsAantal
               END-PERFORM
              ELSE
               IF allocatieSom NOT = 1
                 DISPLAY "Allocaties van scenario " huidigeNaam
                         " tellen niet op tot 1 -- naar rato "
                         "herschaald."
                 PERFORM VARYING fondsIndex FROM 1 BY 1
                         UNTIL fondsIndex > fondsAantal
                   COMPUTE fondsStart(fondsIndex) ROUNDED =
                           fondsStart(fondsIndex) / allocatieSom
                 END-PERFORM
               END-IF
             END-IF
             MOVE 0 TO allocatieSom
             PERFORM VARYING fondsIndex FROM 1 BY 1
                     UNTIL fondsIndex > fondsAantal
               ADD fondsEind(fondsIndex) TO allocatieSom
             END-PERFORM
             IF glideVanMaand = 0 OR allocatieSom = 0
               PERFORM VARYING fondsIndex FROM 1 BY 1
                       UNTIL fondsIndex > fondsAantal
                 MOVE fondsStart(fondsIndex) TO fondsEind(fondsIndex)
               END-PERFORM
              ELSE
               IF allocatieSom NOT = 1
                 DISPLAY "Eindallocaties van scenario " huidigeNaam
                         " tellen niet op tot 1 -- naar rato "
                         "herschaald."
                 PERFORM VARYING fondsIndex FROM 1 BY 1
                         UNTIL fondsIndex > fondsAantal
                   COMPUTE fondsEind(fondsIndex) ROUNDED =
                           fondsEind(fondsIndex) / allocatieSom
                 END-PERFORM
               END-IF
             END-IF
           END-IF.

       RunOneScenario.
           ADD 1 TO scenarioCount
             ADD 1 TO AuditErrorCount
            ELSE
             PERFORM ProjectScenario
             IF SimulatieAan
               PERFORM SimuleerScenario
             END-IF
             CLOSE ScenarioOutFile
             DISPLAY "Scenario " huidigeNaam " geschreven naar "
                     scenarioOutName

      *> Dezelfde kwartaalmechaniek als de interactieve hoofdlus,
      *> maar geparametriseerd per scenario en schrijvend naar het
      *> scenario-eigen bestand. Een fondsscenario rekent per fonds
      *> en schrijft ieder jaareinde de waarde per fonds erbij.
       ProjectScenario.
           MOVE 0      TO vermogen
           MOVE 1.0000 TO cumulatieveInflatie
           MOVE 0 TO opgeraaktMaand
           MOVE 0 TO actieveEntry
           MOVE 0 TO maand
           IF fondsAantal > 0
             PERFORM InitFondsen
             PERFORM SchrijfFondsKop
           END-IF
           PERFORM UNTIL maand > huidigeHorizon
             PERFORM KiesTariefPeriode
             IF fondsAantal > 0
               PERFORM BepaalDoelAllocatie
             END-IF
             DIVIDE maand BY 3 GIVING quotient REMAINDER rem
             IF rem EQUAL TO 0
               IF fondsAantal > 0
                 PERFORM FondsKwartaal
                 MOVE fondsTotaal TO vermogen
                ELSE
                 MULTIPLY vermogen BY dividendFactorNetto
                         GIVING vermogen
                 MULTIPLY vermogen BY koersstijgingFactor
                         GIVING vermogen
               END-IF
               MULTIPLY cumulatieveInflatie BY inflatieFactor
                       GIVING cumulatieveInflatie
             END-IF
                    " Reeel: " reeelVermogenEP
                    DELIMITED BY SIZE INTO ScenarioOutLine
             WRITE ScenarioOutLine
             DIVIDE maand BY 12 GIVING jaarIndex REMAINDER jaarRest
             IF maand > 0 AND jaarRest = 0 AND jaarIndex <= 84
               MOVE vermogen TO DetJaarVermogen(jaarIndex)
             END-IF
             IF fondsAantal > 0
               IF (maand > 0 AND jaarRest = 0)
                  OR maand = huidigeHorizon
                 PERFORM SchrijfFondsRegels
               END-IF
               PERFORM FondsHerbalanceer
               PERFORM FondsStortOfOnttrek
               MOVE fondsTotaal TO vermogen
              ELSE
               PERFORM StortOfOnttrek
             END-IF
             ADD 1 TO maand
           END-PERFORM
           IF fondsAantal > 0
             PERFORM SchrijfFondsTotaal
           END-IF
           IF drawdownStart > 0
             IF opgeraaktMaand > 0
               DISPLAY "  Drawdown: het vermogen raakt op in maand "
                     schedInflatie(actieveEntry)
           END-IF.

       InitFondsen.
           PERFORM VARYING fondsIndex FROM 1 BY 1
                   UNTIL fondsIndex > fondsAantal
             MOVE 0 TO fondsWaarde(fondsIndex)
             MOVE 0 TO fondsJanWaarde(fondsIndex)
             MOVE 0 TO fondsKostenTotaal(fondsIndex)
             MOVE 0 TO fondsKostenJaar(fondsIndex)
             MOVE fondsStart(fondsIndex) TO fondsDoel(fondsIndex)
           END-PERFORM
           MOVE 0 TO fondsTotaal
           MOVE 0 TO fondsKostenAlles
           MOVE 0 TO herbalanceringen.

      *> Het doelgewicht van ieder fonds deze maand: de start-
      *> allocatie, en vanaf het begin van het glijpad een rechte
      *> lijn naar de eindallocatie, die op de horizon bereikt is.
       BepaalDoelAllocatie.
           MOVE 0 TO glideFractie
           IF glideVanMaand > 0 AND maand > glideVanMaand
              AND huidigeHorizon > glideVanMaand
             COMPUTE glideFractie = (maand - glideVanMaand) /
                     (huidigeHorizon - glideVanMaand)
           END-IF
           PERFORM VARYING fondsIndex FROM 1 BY 1
                   UNTIL fondsIndex > fondsAantal
             COMPUTE fondsDoel(fondsIndex) ROUNDED =
                     fondsStart(fondsIndex) +
                     (fondsEind(fondsIndex) - fondsStart(fondsIndex))
                     * glideFractie
           END-PERFORM.

      *> Een kwartaal per fonds: netto dividend erbij (de
      *> ingehouden belasting apart geteld voor de jaaropgave), de
      *> koersstijging -- in de simulatie rond het fondstarief
      *> getrokken met de trekking van dit kwartaal -- en dan een
      *> kwart van de jaarlijkse fondskosten eraf.
       FondsKwartaal.
           MOVE 0 TO kwartaalBelasting
           PERFORM VARYING fondsIndex FROM 1 BY 1
                   UNTIL fondsIndex > fondsAantal
             COMPUTE fondsBelasting = fondsWaarde(fondsIndex) *
                     fondsDividend(fondsIndex) * huidigeBelasting
             ADD fondsBelasting TO kwartaalBelasting
             COMPUTE fondsDividendFactor = 1 +
                     fondsDividend(fondsIndex) * (1 - huidigeBelasting)
             MULTIPLY fondsWaarde(fondsIndex) BY fondsDividendFactor
                     GIVING fondsWaarde(fondsIndex)
             IF SimulatieLoopt
               IF fondsVolatiliteit(fondsIndex) > 0
                 COMPUTE fondsKoersStijging = fondsKoers(fondsIndex)
                         + fondsVolatiliteit(fondsIndex) * simNormaal
                ELSE
                 COMPUTE fondsKoersStijging = fondsKoers(fondsIndex)
                         + simVolatiliteit * simNormaal
               END-IF
              ELSE
               MOVE fondsKoers(fondsIndex) TO fondsKoersStijging
             END-IF
             IF fondsKoersStijging < -1
               MOVE 0 TO fondsKoersFactor
              ELSE
               COMPUTE fondsKoersFactor = 1 + fondsKoersStijging
             END-IF
             MULTIPLY fondsWaarde(fondsIndex) BY fondsKoersFactor
                     GIVING fondsWaarde(fondsIndex)
             COMPUTE fondsKwartaalKosten ROUNDED =
                     fondsWaarde(fondsIndex) * fondsKosten(fondsIndex)
                     / 4
             SUBTRACT fondsKwartaalKosten FROM fondsWaarde(fondsIndex)
             ADD fondsKwartaalKosten TO fondsKostenTotaal(fondsIndex)
             ADD fondsKwartaalKosten TO fondsKostenJaar(fondsIndex)
             ADD fondsKwartaalKosten TO fondsKostenAlles
           END-PERFORM
           PERFORM SomFondsen.

       SomFondsen.
           MOVE 0 TO fondsTotaal
           PERFORM VARYING fondsIndex FROM 1 BY 1
                   UNTIL fondsIndex > fondsAantal
             ADD fondsWaarde(fondsIndex) TO fondsTotaal
           END-PERFORM.

      *> Terug naar de doelgewichten: ieder jaareinde, of zodra een
      *> fonds er meer dan de band naast zit. Het laatste fonds
      *> krijgt de rest, zodat er geen cent zoekraakt.
       FondsHerbalanceer.
           PERFORM SomFondsen
           MOVE "N" TO HerbalanceerNu
           IF fondsTotaal > 0
             IF HerbalanceerJaarlijks
               DIVIDE maand BY 12 GIVING herbJaren
                      REMAINDER herbRestMaand
               IF maand > 0 AND herbRestMaand = 0
                 MOVE "Y" TO HerbalanceerNu
               END-IF
             END-IF
             IF HerbalanceerBijBand
               PERFORM VARYING fondsIndex FROM 1 BY 1
                       UNTIL fondsIndex > fondsAantal
                 COMPUTE fondsAfwijking =
                         fondsWaarde(fondsIndex) / fondsTotaal
                         - fondsDoel(fondsIndex)
                 IF fondsAfwijking > herbalanceerBand
                    OR fondsAfwijking < 0 - herbalanceerBand
                   MOVE "Y" TO HerbalanceerNu
                 END-IF
               END-PERFORM
             END-IF
           END-IF
           IF MoetHerbalanceren
             MOVE fondsTotaal TO fondsRest
             PERFORM VARYING fondsIndex FROM 1 BY 1
                     UNTIL fondsIndex > fondsAantal
               IF fondsIndex = fondsAantal
                 MOVE fondsRest TO fondsWaarde(fondsIndex)
                ELSE
                 COMPUTE fondsWaarde(fondsIndex) ROUNDED =
                         fondsTotaal * fondsDoel(fondsIndex)
                 SUBTRACT fondsWaarde(fondsIndex) FROM fondsRest
               END-IF
             END-PERFORM
             IF NOT SimulatieLoopt
               ADD 1 TO herbalanceringen
             END-IF
           END-IF.

      *> StortOfOnttrek per fonds: de inleg verdeeld naar de
      *> doelgewichten, een onttrekking naar rato van de huidige
      *> waarden, telkens met de afrondingsrest op het laatste fonds.
       FondsStortOfOnttrek.
           PERFORM SomFondsen
           IF drawdownStart > 0 AND maand NOT < drawdownStart
             IF fondsTotaal > drawdownBedrag
               MOVE drawdownBedrag TO fondsRest
               PERFORM VARYING fondsIndex FROM 1 BY 1
                       UNTIL fondsIndex > fondsAantal
                 IF fondsIndex = fondsAantal
                   IF fondsRest > fondsWaarde(fondsIndex)
                     MOVE fondsWaarde(fondsIndex) TO fondsRest
                   END-IF
                   SUBTRACT fondsRest FROM fondsWaarde(fondsIndex)
                  ELSE
                   COMPUTE fondsDeel ROUNDED = drawdownBedrag *
                           fondsWaarde(fondsIndex) / fondsTotaal
                   SUBTRACT fondsDeel FROM fondsWaarde(fondsIndex)
                   SUBTRACT fondsDeel FROM fondsRest
                 END-IF
               END-PERFORM
              ELSE
               IF fondsTotaal > 0 AND opgeraaktMaand = 0
                  AND NOT SimulatieLoopt
                 MOVE maand TO opgeraaktMaand
               END-IF
               PERFORM VARYING fondsIndex FROM 1 BY 1
                       UNTIL fondsIndex > fondsAantal
                 MOVE 0 TO fondsWaarde(fondsIndex)
               END-PERFORM
             END-IF
            ELSE
             MOVE huidigeInleg TO fondsRest
             PERFORM VARYING fondsIndex FROM 1 BY 1
                     UNTIL fondsIndex > fondsAantal
               IF fondsIndex = fondsAantal
                 ADD fondsRest TO fondsWaarde(fondsIndex)
                ELSE
                 COMPUTE fondsDeel ROUNDED =
                         huidigeInleg * fondsDoel(fondsIndex)
                 ADD fondsDeel TO fondsWaarde(fondsIndex)
                 SUBTRACT fondsDeel FROM fondsRest
               END-IF
             END-PERFORM
           END-IF
           PERFORM SomFondsen.

       SchrijfFondsKop.
           MOVE SPACES TO ScenarioOutLine
           IF HerbalanceerJaarlijks
             STRING "Fondsen: " fondsAantal
                    ", herbalanceren ieder jaareinde"
                    DELIMITED BY SIZE INTO ScenarioOutLine
            ELSE
             IF HerbalanceerBijBand
               MULTIPLY herbalanceerBand BY 100
                       GIVING herbalanceerBandEP
               STRING "Fondsen: " fondsAantal
                      ", herbalanceren bij meer dan"
                      herbalanceerBandEP " %-punt afwijking"
                      DELIMITED BY SIZE INTO ScenarioOutLine
              ELSE
               STRING "Fondsen: " fondsAantal
                      ", niet herbalanceren"
                      DELIMITED BY SIZE INTO ScenarioOutLine
             END-IF
           END-IF
           WRITE ScenarioOutLine
           IF glideVanMaand > 0
             MOVE glideVanMaand TO maandEP
             MOVE SPACES TO ScenarioOutLine
             STRING "Glijpad naar de eindallocatie vanaf maand "
                    maandEP
                    DELIMITED BY SIZE INTO ScenarioOutLine
             WRITE ScenarioOutLine
           END-IF.

      *> Per fonds de waarde, het werkelijke en het doelgewicht, en
      *> de fondskosten die tot nu toe zijn betaald.
       SchrijfFondsRegels.
           PERFORM SomFondsen
           PERFORM VARYING fondsIndex FROM 1 BY 1
                   UNTIL fondsIndex > fondsAantal
             MOVE 0 TO fondsPercentage
             IF fondsTotaal > 0
               COMPUTE fondsPercentage ROUNDED =
                       fondsWaarde(fondsIndex) * 100 / fondsTotaal
             END-IF
             COMPUTE fondsDoelPercentage ROUNDED =
                     fondsDoel(fondsIndex) * 100
             MOVE fondsPercentage     TO fondsPercentageEP
             MOVE fondsDoelPercentage TO fondsDoelPercentageEP
             MOVE fondsWaarde(fondsIndex)       TO fondsWaardeEP
             MOVE fondsKostenTotaal(fondsIndex) TO fondsKostenEP
             MOVE SPACES TO ScenarioOutLine
             STRING "      " fondsNaam(fondsIndex) " "
                    fondsWaardeEP " " fondsPercentageEP " % (doel "
                    fondsDoelPercentageEP " %)  kosten tot nu "
                    fondsKostenEP
                    DELIMITED BY SIZE INTO ScenarioOutLine
             WRITE ScenarioOutLine
           END-PERFORM.

       SchrijfFondsTotaal.
           MOVE fondsKostenAlles TO fondsKostenEP
           MOVE SPACES TO ScenarioOutLine
           STRING "Totale fondskosten: " fondsKostenEP
                  "  herbalanceringen: " herbalanceringen
                  DELIMITED BY SIZE INTO ScenarioOutLine
           WRITE ScenarioOutLine
           DISPLAY "  Fondskosten: " fondsKostenEP
                   ", herbalanceringen: " herbalanceringen.

      *> De simulatie van een scenario, achter zijn deterministische
      *> projectie in hetzelfde bestand: per jaareinde het 10e, 50e
      *> en 90e percentiel van het vermogen over alle runs naast de
      *> deterministische waarde, en de kans dat het vermogen op de
      *> horizon het doel haalt.
       SimuleerScenario.
           IF simAantalRuns = 0
             MOVE 500 TO simAantalRuns
           END-IF
           ACCEPT seedInvoer FROM ENVIRONMENT "BELEGGENSEED"
           MOVE 0 TO seedLengte
           INSPECT seedInvoer TALLYING seedLengte
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF seedLengte > 0
             IF seedInvoer(1:seedLengte) IS NUMERIC
               MOVE seedInvoer(1:seedLengte) TO simStartSeed
              ELSE
               DISPLAY "BELEGGENSEED '" seedInvoer "' is geen getal "
                       "-- genegeerd."
               ADD 1 TO AuditErrorCount
             END-IF
           END-IF
           IF simStartSeed = 0
             ACCEPT simTijd FROM TIME
             COMPUTE simStartSeed = simTijd + 1
           END-IF
           MOVE simStartSeed TO simSeed
           COMPUTE pctRang10 = (simAantalRuns * 10 + 99) / 100
           COMPUTE pctRang50 = (simAantalRuns * 50 + 99) / 100
           COMPUTE pctRang90 = (simAantalRuns * 90 + 99) / 100
           MOVE 0 TO simDoelGehaald
           MOVE "Y" TO SimulatieFase
           SORT SimSortFile ON ASCENDING KEY SimSortMaand
                                             SimSortVermogen
                INPUT PROCEDURE IS SimuleerRuns
                OUTPUT PROCEDURE IS SchrijfPercentielen
           MOVE "N" TO SimulatieFase
           DISPLAY "  Simulatie: " simAantalRuns " runs, seed "
                   simStartSeed.

       SimuleerRuns.
           PERFORM VARYING simRun FROM 1 BY 1
                   UNTIL simRun > simAantalRuns
             PERFORM SimuleerEenRun
           END-PERFORM.

      *> Een run: de maandmechaniek van ProjectScenario, maar met een
      *> getrokken koersstijging per kwartaal. Het jaareinde telt met
      *> de waarde die ook de projectieregel van die maand toont. In
      *> een fondsscenario geldt dezelfde trekking voor alle fondsen,
      *> ieder met zijn eigen volatiliteit.
       SimuleerEenRun.
           MOVE 0 TO simVermogen
           MOVE 0 TO actieveEntry
           MOVE 0 TO maand
           IF fondsAantal > 0
             PERFORM InitFondsen
           END-IF
           PERFORM UNTIL maand > huidigeHorizon
             PERFORM KiesTariefPeriode
             IF fondsAantal > 0
               PERFORM BepaalDoelAllocatie
             END-IF
             DIVIDE maand BY 3 GIVING quotient REMAINDER rem
             IF rem EQUAL TO 0
               IF fondsAantal > 0
                 PERFORM TrekNormaal
                 PERFORM FondsKwartaal
                 MOVE fondsTotaal TO simVermogen
                ELSE
                 MULTIPLY simVermogen BY dividendFactorNetto
                         GIVING simVermogen
                 PERFORM TrekKoersstijging
                 MULTIPLY simVermogen BY simKoersFactor
                         GIVING simVermogen
               END-IF
             END-IF
             DIVIDE maand BY 12 GIVING jaarIndex REMAINDER jaarRest
             IF maand > 0 AND jaarRest = 0
               MOVE maand       TO SimSortMaand
               MOVE simVermogen TO SimSortVermogen
               RELEASE SimSortRecord
             END-IF
             IF maand = huidigeHorizon AND simDoel > 0
               IF simVermogen NOT < simDoel
                 ADD 1 TO simDoelGehaald
               END-IF
             END-IF
             IF fondsAantal > 0
               PERFORM FondsHerbalanceer
               PERFORM FondsStortOfOnttrek
               MOVE fondsTotaal TO simVermogen
              ELSE
             IF drawdownStart > 0 AND maand NOT < drawdownStart
               IF simVermogen > drawdownBedrag
                 SUBTRACT drawdownBedrag FROM simVermogen
                ELSE
                 MOVE 0 TO simVermogen
               END-IF
              ELSE
               ADD huidigeInleg TO simVermogen
             END-IF
             END-IF
             ADD 1 TO maand
           END-PERFORM.

      *> De koersstijging van een kwartaal: het tarief van de periode
      *> plus volatiliteit maal een standaardnormale trekking. Meer
      *> dan alles verliezen kan niet; de factor houdt op bij nul.
       TrekKoersstijging.
           PERFORM TrekNormaal
           COMPUTE simKoers = schedKoers(actieveEntry)
                   + simVolatiliteit * simNormaal
           IF simKoers < -1
             MOVE 0 TO simKoersFactor
            ELSE
             COMPUTE simKoersFactor = 1 + simKoers
           END-IF.

       TrekNormaal.
           MOVE 0 TO simNormaal
           PERFORM VARYING simTrekking FROM 1 BY 1
                   UNTIL simTrekking > 12
             PERFORM VolgendeUniform
             ADD simUniform TO simNormaal
           END-PERFORM
           SUBTRACT 6 FROM simNormaal.

       VolgendeUniform.
           COMPUTE simProduct = simSeed * 16807
           DIVIDE simProduct BY 2147483647 GIVING simQuotient
                  REMAINDER simSeed
           COMPUTE simUniform = simSeed / 2147483647.

      *> De gesorteerde jaareinden: per maand tellen tot de rang van
      *> het 10e, 50e en 90e percentiel (de kleinste waarde waar dat
      *> deel van de runs niet boven uitkomt).
       SchrijfPercentielen.
           MOVE SPACES TO ScenarioOutLine
           WRITE ScenarioOutLine
           MULTIPLY simVolatiliteit BY 100 GIVING simVolatiliteitEP
           MOVE SPACES TO ScenarioOutLine
           STRING "Simulatie: " simAantalRuns " runs, volatiliteit "
                  "koersstijging per kwartaal " simVolatiliteitEP
                  " %, seed " simStartSeed
                  DELIMITED BY SIZE INTO ScenarioOutLine
           WRITE ScenarioOutLine
           MOVE SPACES TO ScenarioOutLine
           STRING "Jaar Maand   P10 vermogen    P50 vermogen    "
                  "P90 vermogen Deterministisch"
                  DELIMITED BY SIZE INTO ScenarioOutLine
           WRITE ScenarioOutLine
           MOVE 0 TO pctMaand
           MOVE 0 TO pctTeller
           RETURN SimSortFile
             AT END SET EndOfSimSort TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfSimSort
             IF SimSortMaand NOT = pctMaand
               IF pctMaand > 0
                 PERFORM SchrijfPercentielRegel
               END-IF
               MOVE SimSortMaand TO pctMaand
               MOVE 0 TO pctTeller
             END-IF
             ADD 1 TO pctTeller
             IF pctTeller = pctRang10
               MOVE SimSortVermogen TO pctP10
             END-IF
             IF pctTeller = pctRang50
               MOVE SimSortVermogen TO pctP50
             END-IF
             IF pctTeller = pctRang90
               MOVE SimSortVermogen TO pctP90
             END-IF
             RETURN SimSortFile
               AT END SET EndOfSimSort TO TRUE
             END-RETURN
           END-PERFORM
           IF pctMaand > 0
             PERFORM SchrijfPercentielRegel
           END-IF
           IF simDoel > 0
             COMPUTE simKans ROUNDED =
                     simDoelGehaald * 100 / simAantalRuns
             MOVE simKans      TO simKansEP
             MOVE simDoel      TO doelVermogenEP
             MOVE huidigeHorizon TO maandEP
             MOVE SPACES TO ScenarioOutLine
             STRING "Kans op ten minste " doelVermogenEP
                    " in maand " maandEP ": " simKansEP " %"
                    DELIMITED BY SIZE INTO ScenarioOutLine
             WRITE ScenarioOutLine
           END-IF.

       SchrijfPercentielRegel.
           DIVIDE pctMaand BY 12 GIVING jaarIndex
           MOVE jaarIndex TO jaarIndexEP
           MOVE pctMaand  TO maandEP
           MOVE pctP10    TO pctP10EP
           MOVE pctP50    TO pctP50EP
           MOVE pctP90    TO pctP90EP
           MOVE DetJaarVermogen(jaarIndex) TO vermogenEP
           MOVE SPACES TO ScenarioOutLine
           STRING "  " jaarIndexEP "  " maandEP "  " pctP10EP
                  "  " pctP50EP "  " pctP90EP "    " vermogenEP
                  DELIMITED BY SIZE INTO ScenarioOutLine
           WRITE ScenarioOutLine.

      *> De jaaropgave zelf: dezelfde kwartaalmechaniek als de
      *> hoofdlus, stil doorgerekend, met per kwartaal de
      *> ingehouden dividendbelasting apart geteld (bruto dividend
           END-IF
           MOVE startJaarMaand(1:4) TO startJaar
           MOVE startJaarMaand(5:2) TO startMaandNr
           ACCEPT jaarScenarioNaam FROM ENVIRONMENT "BELEGGENSCENARIO"
           IF jaarScenarioNaam = SPACES AND NOT RunningUnattended
             DISPLAY "Scenario uit BeleggenScenarios.dat (leeg = "
                     "zelf invoeren): " WITH NO ADVANCING
             ACCEPT jaarScenarioNaam
           END-IF
           IF jaarScenarioNaam = SPACES
             PERFORM AcceptInputs
             COMPUTE dividendFactorNetto =
                     1 + dividend * (1 - dividendBelasting)
             ADD 1.00 TO koersstijging GIVING koersstijgingFactor
             ADD 1.00 TO inflatie GIVING inflatieFactor
            ELSE
             PERFORM ZoekJaarScenario
           END-IF
           PERFORM LaadActueleWaarden

           OPEN OUTPUT JaaropgaveFile
           IF JaaropgaveStatus NOT EQUAL TO "00"
             DISPLAY "Kon BeleggenJaaropgave.prt niet aanmaken, "
           MOVE 0 TO maand
           MOVE "N" TO JaarOpen
           MOVE "Y" TO EerstePagina
           IF fondsAantal > 0
             PERFORM InitFondsen
           END-IF
           PERFORM UNTIL maand > jaaropgaveEinde
             IF JaarScenarioGevonden
               PERFORM KiesTariefPeriode
               MOVE schedDividend(actieveEntry) TO dividend
               IF fondsAantal > 0
                 PERFORM BepaalDoelAllocatie
               END-IF
             END-IF
             COMPUTE absMaanden = (startMaandNr - 1) + maand
             DIVIDE absMaanden BY 12 GIVING kalJaar
                    REMAINDER kalMaandNr
               MOVE 0 TO jaarInleg
               MOVE 0 TO jaarOnttrekking
               MOVE 0 TO jaarBelasting
               PERFORM VARYING fondsIndex FROM 1 BY 1
                       UNTIL fondsIndex > fondsAantal
                 MOVE fondsWaarde(fondsIndex) TO
                      fondsJanWaarde(fondsIndex)
                 MOVE 0 TO fondsKostenJaar(fondsIndex)
               END-PERFORM
             END-IF
             DIVIDE maand BY 3 GIVING quotient REMAINDER rem
             IF rem EQUAL TO 0
               IF fondsAantal > 0
                 PERFORM FondsKwartaal
                 MOVE fondsTotaal TO vermogen
                ELSE
                 COMPUTE kwartaalBelasting =
                         vermogen * dividend * dividendBelasting
                 MULTIPLY vermogen BY dividendFactorNetto
                         GIVING vermogen
                 MULTIPLY vermogen BY koersstijgingFactor
                         GIVING vermogen
               END-IF
               IF EenJaarLoopt
                 ADD kwartaalBelasting TO jaarBelasting
               END-IF
             END-IF
             IF fondsAantal > 0
               PERFORM FondsJaaropgaveMaand
              ELSE
               PERFORM JaaropgaveStortOfOnttrek
             END-IF
             ADD 1 TO maand
           END-PERFORM
                   "BeleggenJaaropgave.prt."
           MOVE maand TO AuditRecordCount.

      *> Het scenario met de gevraagde naam uit het scenariobestand,
      *> met zijn tariefperiodes, drawdown en fondsen; de jaaropgave
      *> loopt dan tot de horizon van het scenario.
       ZoekJaarScenario.
           OPEN INPUT ScenarioFile
           IF ScenarioFileStatus NOT EQUAL TO "00"
             DISPLAY "Kon BeleggenScenarios.dat niet openen, "
                     "status: " ScenarioFileStatus
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE "N" TO ScenarioGevonden
           READ ScenarioFile
             AT END SET EndOfScenarioFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfScenarioFile OR JaarScenarioGevonden
             IF ScnRecordType = "S" AND ScnName = jaarScenarioNaam
               PERFORM CollectScenario
               MOVE "Y" TO ScenarioGevonden
              ELSE
               READ ScenarioFile
                 AT END SET EndOfScenarioFile TO TRUE
               END-READ
             END-IF
           END-PERFORM
           CLOSE ScenarioFile
           IF NOT JaarScenarioGevonden
             DISPLAY "Scenario " jaarScenarioNaam " staat niet in "
                     "BeleggenScenarios.dat. Geen jaaropgave."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE huidigeHorizon   TO jaaropgaveEinde
           MOVE huidigeInleg     TO inleg
           MOVE huidigeBelasting TO dividendBelasting
           MOVE 0 TO actieveEntry.

      *> Een fondsscenario: herbalanceren, dan de inleg of de
      *> onttrekking over de fondsen, met de bedragen voor de
      *> jaarpagina zoals StortOfOnttrek ze zou boeken.
       FondsJaaropgaveMaand.
           PERFORM FondsHerbalanceer
           IF drawdownStart > 0 AND maand NOT < drawdownStart
             IF EenJaarLoopt
               IF fondsTotaal > drawdownBedrag
                 ADD drawdownBedrag TO jaarOnttrekking
                ELSE
                 ADD fondsTotaal TO jaarOnttrekking
               END-IF
             END-IF
            ELSE
             IF EenJaarLoopt
               ADD huidigeInleg TO jaarInleg
             END-IF
           END-IF
           PERFORM FondsStortOfOnttrek
           MOVE fondsTotaal TO vermogen.

      *> De inleg of onttrekking van een pot, met de bedragen voor
      *> de jaarpagina.
       JaaropgaveStortOfOnttrek.
           MOVE 0 TO maandStortOntrek
           IF drawdownStart > 0 AND maand NOT < drawdownStart
             IF vermogen > drawdownBedrag
               SUBTRACT drawdownBedrag FROM vermogen
               MOVE drawdownBedrag TO maandStortOntrek
               IF EenJaarLoopt
                 ADD maandStortOntrek TO jaarOnttrekking
               END-IF
              ELSE
               IF EenJaarLoopt
                 ADD vermogen TO jaarOnttrekking
               END-IF
               MOVE 0 TO vermogen
             END-IF
            ELSE
             ADD inleg TO vermogen
             IF EenJaarLoopt
               ADD inleg TO jaarInleg
             END-IF
           END-IF.

      *> kalJaar is bij aanroep net het NIEUWE jaar; de pagina gaat
      *> over het jaar ervoor (of, bij de slotaanroep, over kalJaar
      *> zelf -- vandaar de vlag).
       SchrijfJaarPagina.
           IF maand > jaaropgaveEinde
             CONTINUE
            ELSE
             SUBTRACT 1 FROM kalJaar
           END-IF
           MOVE SPACES TO JaaropgaveLine
           IF JaarScenarioGevonden
             STRING "JAAROPGAVE " kalJaar
                    "  (vermogensopbouwplan, nominaal)  scenario "
                    jaarScenarioNaam
                    DELIMITED BY SIZE INTO JaaropgaveLine
            ELSE
             STRING "JAAROPGAVE " kalJaar
                    "  (vermogensopbouwplan, nominaal)"
                    DELIMITED BY SIZE INTO JaaropgaveLine
           END-IF
           IF IsEerstePagina
             WRITE JaaropgaveLine
             MOVE "N" TO EerstePagina
           STRING "Ingehouden dividendbelasting:    " geldEP
                  DELIMITED BY SIZE INTO JaaropgaveLine
           WRITE JaaropgaveLine
           IF fondsAantal > 0
             PERFORM SchrijfJaarFondsen
           END-IF
           IF maand > jaaropgaveEinde
             CONTINUE
            ELSE
             ADD 1 TO kalJaar
           END-IF.

      *> Box 3 kijkt per bezitting: de waarde van ieder fonds per
      *> 1 januari, en de fondskosten die het jaar kostte.
       SchrijfJaarFondsen.
           MOVE SPACES TO JaaropgaveLine
           WRITE JaaropgaveLine
           MOVE "Per fonds, waarde per 1 januari:" TO JaaropgaveLine
           WRITE JaaropgaveLine
           MOVE 0 TO fondsKostenInJaar
           PERFORM VARYING fondsIndex FROM 1 BY 1
                   UNTIL fondsIndex > fondsAantal
             MOVE fondsJanWaarde(fondsIndex) TO fondsWaardeEP
             MOVE fondsKostenJaar(fondsIndex) TO fondsKostenEP
             ADD fondsKostenJaar(fondsIndex) TO fondsKostenInJaar
             MOVE SPACES TO JaaropgaveLine
             STRING "  " fondsNaam(fondsIndex) "  " fondsWaardeEP
                    "  (fondskosten in het jaar " fondsKostenEP ")"
                    DELIMITED BY SIZE INTO JaaropgaveLine
             WRITE JaaropgaveLine
           END-PERFORM
           MOVE fondsKostenInJaar TO fondsKostenEP
           MOVE SPACES TO JaaropgaveLine
           STRING "Fondskosten in het jaar:       " fondsKostenEP
                  DELIMITED BY SIZE INTO JaaropgaveLine
           WRITE JaaropgaveLine.

      *> De vastgelegde actuele waarden per projectiemaand, zodat
      *> de jaaropgave naast het plan ook de werkelijkheid toont
      *> zodra die is ingevoerd.
