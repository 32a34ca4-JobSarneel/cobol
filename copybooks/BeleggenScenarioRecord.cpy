      *> Shared BeleggenScenarios.dat record layouts -- COPY this
      *> into the FD of a program's own ScenarioFile (ORGANIZATION
      *> LINE SEQUENTIAL). Beleggen projects every scenario in the
      *> file; Hypotheek invests in one of them when it compares
      *> extra aflossen with beleggen. Column layout is fixed-format
      *> safe (code starts at column 8) so this COPYs cleanly into
      *> both fixed- and free-format programs.
      *> Named-scenario definitions, one "S" record per scenario:
      *>   col 1     "S"
      *>   col 2-21  scenario name (also names the output file)
      *>   col 22-28 inleg per maand     9(5)V99
      *>   col 29-34 dividend/kwartaal   99V9999
      *>   col 35-40 koersstijging/kw    99V9999
      *>   col 41-46 inflatie/kwartaal   99V9999
      *>   col 47-52 dividendbelasting   99V9999
      *>   col 53-55 horizon in maanden  (000 = 360)
       01  ScenarioRecord.
           88 EndOfScenarioFile                       VALUE
                                                      HIGH-VALUES.
           02 ScnRecordType        PIC X.
           02 ScnName              PIC X(20).
           02 ScnInleg             PIC 9(5)V99.
           02 ScnDividend          PIC 99V9999.
           02 ScnKoersstijging     PIC 99V9999.
           02 ScnInflatie          PIC 99V9999.
           02 ScnBelasting         PIC 99V9999.
           02 ScnHorizon           PIC 9(3).

      *> Optional rate-schedule records following an "S" record: each
      *> "R" gives the quarter rates that apply FROM a month onward
      *> (say, optimistic first decade, conservative thereafter).
      *> The S record's own rates cover the months before the first
      *> "R". Implicitly redefines ScenarioRecord, as extra 01s
      *> under an FD do.
       01  RateRecord.
           02 RateRecordType       PIC X.
           02 RateVanMaand         PIC 9(3).
           02 RateDividend         PIC 99V9999.
           02 RateKoersstijging    PIC 99V9999.
           02 RateInflatie         PIC 99V9999.

      *> Optional drawdown record for a scenario: "D" + the month the
      *> contributions stop + the amount withdrawn every month from
      *> then on, while growth and inflation keep compounding.
       01  DrawdownRecord.
           02 DrawRecordType       PIC X.
           02 DrawVanMaand         PIC 9(3).
           02 DrawBedrag           PIC 9(5)V99.

      *> Optional simulation record for a scenario: "M" + the
      *> volatility of the quarterly koersstijging (the spread of the
      *> draws around the scenario's own rate), the number of runs
      *> (0000 = 500), the doelvermogen to report the chance of (0 =
      *> none) and the random seed (0 = one from the clock). The seed
      *> used is written to the output, so a plan run with it again
      *> gives exactly the same bands.
       01  SimulatieRecord.
           02 StochRecordType      PIC X.
           02 StochVolatiliteit    PIC 99V9999.
           02 StochAantalRuns      PIC 9(4).
           02 StochDoel            PIC 9(9)V99.
           02 StochSeed            PIC 9(9).

      *> Optional fund records: a scenario with "F" records splits
      *> its inleg over up to five funds instead of one pot on the S
      *> record's rates (the S record still gives inleg, inflatie,
      *> belasting and horizon). Per fund:
      *>   col 1     "F"
      *>   col 2-13  fund name
      *>   col 14-18 target allocation        9V9999 (0.6000 = 60%)
      *>   col 19-24 dividend/kwartaal        99V9999
      *>   col 25-30 koersstijging/kwartaal   99V9999
      *>   col 31-36 fondskosten per jaar     99V9999
      *>   col 37-41 allocation at horizon    9V9999 (glide path)
      *>   col 42-47 volatility/kwartaal      99V9999 (0 = the M
      *>             record's, for the simulation)
       01  FondsRecord.
           02 FndRecordType        PIC X.
           02 FndNaam              PIC X(12).
           02 FndAllocatie         PIC 9V9999.
           02 FndDividend          PIC 99V9999.
           02 FndKoersstijging     PIC 99V9999.
           02 FndKosten            PIC 99V9999.
           02 FndEindAllocatie     PIC 9V9999.
           02 FndVolatiliteit      PIC 99V9999.

      *> Optional rebalancing record for a fund scenario: "H" + the
      *> rule ("J" yearly, "B" whenever a fund drifts more than the
      *> band from its target weight, "N" never -- new inleg still
      *> follows the targets), the band (0.0500 = 5 points), and the
      *> month the glide path starts (000 = none): from then on the
      *> targets move in a straight line to each fund's allocation
      *> at the horizon.
       01  HerbalanceerRecord.
           02 HerRecordType        PIC X.
           02 HerRegel             PIC X.
           02 HerBand              PIC 9V9999.
           02 HerGlideVanMaand     PIC 9(3).
