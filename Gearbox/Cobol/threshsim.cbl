      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: What-if simulatie van een THRESHTAB-voorstel
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: een hertuning van de grenzen hoeft
      *            niet meer een week productienachten af te wachten
      *            (zoals de AB12-hertuning). THRESHVST bevat het
      *            voorstel in de THRESHTRN-layout, een regel per
      *            voertuig, en wordt gekeurd als in Threshtab-
      *            onderhoud maar niet toegepast. Voor elke TELEOUT-
      *            generatie in het bereik uit SIMPARM worden de
      *            sessies van die voertuigen opgezocht en hun
      *            gearchiveerde D- en P-regels uit SPDMAST (samen
      *            precies de numerieke metingen in volgorde) twee keer
      *            afgespeeld met dezelfde plausibiliteit, band-
      *            indeling en schakeltellers als Car-versnellingen:
      *            eens met de THRESHTAB-versie die op de generatie-
      *            datum gold en eens met het voorstel. SIMRPT zet per
      *            voertuig en per bestuurder de verdeling over de
      *            banden, de quarantaine (met hoeveel metingen er
      *            nieuw in zouden gaan of uit zouden komen), de
      *            schakeltellers en de gemiddelde rijstijl-score met
      *            de gewichten uit SCORPARM naast elkaar. Er wordt
      *            alleen gelezen: SPDMAST, DRVHIST, SCOREMST en
      *            THRESHTAB blijven ongemoeid. De goedgekeurde
      *            voorstelregels staan als A-transacties met een
      *            ingangsdatum in de toekomst in SIMTRN, klaar om als
      *            THRESHTRN aan Threshtab-onderhoud te geven. SPDMAST
      *            kent geen tijdstippen, dus tijd in versnelling,
      *            afstand en overspeed vallen buiten de simulatie.
      * 15-10-2026 Een voertuig of bestuurder zonder sessies in het
      *            bereik brak het rapport af; de volgende blokken en
      *            de totalen komen nu weer mee.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Threshtab-simulatie.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------Het voorstel: grenzen per voertuig, THRESHTRN------*
      *--------------layout, wordt niet toegepast--------------------------*
           SELECT THRESHVST-FILE ASSIGN TO "THRESHVST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-threshvst-status.

      *--------------Parameters: bereik en ingangsdatum------------------*
           SELECT SIMPARM-FILE ASSIGN TO "SIMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-simparm-status.

      *--------------Versnelling-grenzen per voertuigcode, in versies----*
      *--------------met een ingangsdatum (alleen gelezen)----------------*
           SELECT THRESHTAB-FILE ASSIGN TO "THRESHTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-KEY
               FILE STATUS IS ws-threshtab-status.

      *--------------Een gedateerde TELEOUT-generatie uit het bereik-----*
           SELECT TELEOUT-FILE ASSIGN TO ws-teleout-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-teleout-status.

      *--------------Cumulatief archief, sleutel sessie/bestuurder/volg--*
           SELECT SPDMAST-FILE ASSIGN TO "SPDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS ws-spdmast-status.

      *--------------Parameters: gewichten per teller---------------------*
           SELECT SCORPARM-FILE ASSIGN TO "SCORPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-scorparm-status.

      *--------------Simulatierapport--------------------------------------*
           SELECT SIMRPT-FILE ASSIGN TO "SIMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-simrpt-status.

      *--------------Klaargezette A-transacties voor Threshtab-onderhoud-*
           SELECT SIMTRN-FILE ASSIGN TO "SIMTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-simtrn-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  THRESHVST-FILE.
       01  THRESHVST-RECORD          PIC X(64).

       FD  SIMPARM-FILE.
       01  SIMPARM-RECORD.
      *--------------Bereik van generatiedatums; leeg = de laatste 28----*
      *--------------dagen----------------------------------------------*
           05  SI-FROM-DATE          PIC 9(8).
           05  SI-TO-DATE            PIC 9(8).
      *--------------Ingangsdatum voor de transacties; leeg = morgen.-----*
      *--------------Een gevulde ingangsdatum op de voorstelregel gaat---*
      *--------------voor------------------------------------------------*
           05  SI-EFF-DATE           PIC 9(8).

       FD  THRESHTAB-FILE.
       COPY THRESHRC.

       FD  TELEOUT-FILE.
       COPY TELEREC.

       FD  SPDMAST-FILE.
       COPY SPDMASTR.

       FD  SCORPARM-FILE.
       01  SCORPARM-RECORD.
      *--------------Gewichten in de volgorde opschakelen,----------------*
      *--------------terugschakelen, overslaan, pendelen, laag-toeren-----*
           05  SP-GEWICHT            PIC 9(3) OCCURS 5 TIMES.

       FD  SIMRPT-FILE.
       01  SIMRPT-RECORD             PIC X(100).

      *--------------Het voorstel wordt in dit record gelezen en------------*
      *--------------gekeurd; dezelfde layout gaat er als A-transactie uit-*
       FD  SIMTRN-FILE.
       COPY THRESHTRR.

       WORKING-STORAGE SECTION.
      *------------------De gearchiveerde SPEEDLOG-regel, om snelheid-----*
      *------------------en soort uit AR-LOG-DATA te halen-----------------*
       COPY SPDLOGRC.

      *------------------File status codes-------------------------------*
       01 ws-threshvst-status PIC X(2) value spaces.
       01 ws-simparm-status   PIC X(2) value spaces.
       01 ws-threshtab-status PIC X(2) value spaces.
       01 ws-teleout-status   PIC X(2) value spaces.
       01 ws-spdmast-status   PIC X(2) value spaces.
       01 ws-scorparm-status  PIC X(2) value spaces.
       01 ws-simrpt-status    PIC X(2) value spaces.
       01 ws-simtrn-status    PIC X(2) value spaces.

      *------------------Besturing van de loops----------------------------*
       01 ws-vst-eof           PIC X(1) value 'N'.
           88 ws-vst-eof-yes           value 'Y'.
       01 ws-tele-eof          PIC X(1) value 'N'.
           88 ws-tele-eof-yes          value 'Y'.
       01 ws-mast-eof          PIC X(1) value 'N'.
           88 ws-mast-eof-yes          value 'Y'.
       01 ws-thresh-eof        PIC X(1) value 'N'.
           88 ws-thresh-eof-yes        value 'Y'.
       01 ws-tx-valid          PIC X(1) value 'N'.
           88 ws-tx-valid-yes          value 'Y'.
       01 ws-entry-found       PIC X(1) value 'N'.
           88 ws-entry-found-yes       value 'Y'.
       01 ws-bound-idx         PIC 9(2) value 0.

      *------------------Datums: vandaag, het bereik, de generatie--------*
       01 ws-today             PIC 9(8) value 0.
       01 ws-tomorrow          PIC 9(8) value 0.
       01 ws-from-date         PIC 9(8) value 0.
       01 ws-to-date           PIC 9(8) value 0.
       01 ws-default-eff       PIC 9(8) value 0.
       01 ws-date-int          PIC 9(7) value 0.
       01 ws-gen-int           PIC 9(7) value 0.
       01 ws-to-int            PIC 9(7) value 0.
       01 ws-gen-date          PIC 9(8) value 0.
       01 ws-teleout-name      PIC X(30) value spaces.

      *------------------Reden van afwijzing van een voorstelregel--------*
       01 ws-reject-reason     PIC X(35) value spaces.

      *------------------Gewichten (standaard als in Rijstijl-score)------*
       01 SCORE-WEIGHTS.
           05  ws-gewicht        PIC 9(3) OCCURS 5 TIMES.
       01 ws-w-idx             PIC 9(1) value 0.
       01 ws-penalty           PIC 9(7) value 0.
       01 ws-pen-work          PIC 9(7) value 0.

      *------------------Het voorstel, met per voertuig de versie die----*
      *------------------op de lopende generatiedatum gold en de----------*
      *------------------opgetelde cijfers; kolom 1 = huidige versie,-----*
      *------------------kolom 2 = voorstel---------------------------------*
       01 ws-pv-max            PIC 9(2) value 20.
       01 ws-pv-cnt            PIC 9(2) value 0.
       01 ws-pv-idx            PIC 9(2) value 0.
       01 PROPOSAL-TABLE.
           05  PROPOSAL-ENTRY OCCURS 20 TIMES.
               10  PV-VEHICLE-CODE   PIC X(4).
               10  PV-TRN-REC        PIC X(64).
               10  PV-EFF-DATE       PIC 9(8).
               10  PV-BOUND          PIC S9(3) OCCURS 8 TIMES.
               10  PV-MAX-DELTA      PIC S9(3).
      *> 'N' als de versie al in THRESHTAB staat: dan gaat de regel
      *> niet naar SIMTRN, Threshtab-onderhoud zou hem toch weigeren.
               10  PV-UITVOER        PIC X(1).
               10  PV-CUR-DATE       PIC 9(8).
               10  PV-CUR-FOUND      PIC X(1).
               10  PV-CUR-BOUND      PIC S9(3) OCCURS 8 TIMES.
               10  PV-CUR-DELTA      PIC S9(3).
               10  PV-STATS.
                   15  PV-SESSIES    PIC 9(5).
                   15  PV-NAAR-Q     PIC 9(7).
                   15  PV-VRIJ       PIC 9(7).
                   15  PV-KOLOM OCCURS 2 TIMES.
                       20  PV-FIG        PIC 9(7) OCCURS 14 TIMES.
                       20  PV-SCORE-SOM  PIC 9(9).

      *------------------Dezelfde cijfers per bestuurder-------------------*
       01 ws-wd-max            PIC 9(3) value 200.
       01 ws-wd-cnt            PIC 9(3) value 0.
       01 ws-wd-idx            PIC 9(3) value 0.
       01 DRIVER-TABLE.
           05  DRIVER-ENTRY OCCURS 200 TIMES.
               10  WD-DRIVER-ID      PIC X(6).
               10  WD-STATS.
                   15  WD-SESSIES    PIC 9(5).
                   15  WD-NAAR-Q     PIC 9(7).
                   15  WD-VRIJ       PIC 9(7).
                   15  WD-KOLOM OCCURS 2 TIMES.
                       20  WD-FIG        PIC 9(7) OCCURS 14 TIMES.
                       20  WD-SCORE-SOM  PIC 9(9).

      *------------------Af te drukken blok (voertuig of bestuurder),-----*
      *------------------zelfde indeling als PV-STATS en WD-STATS----------*
       01 PRINT-STATS.
           05  PS-SESSIES            PIC 9(5).
           05  PS-NAAR-Q             PIC 9(7).
           05  PS-VRIJ               PIC 9(7).
           05  PS-KOLOM OCCURS 2 TIMES.
               10  PS-FIG            PIC 9(7) OCCURS 14 TIMES.
               10  PS-SCORE-SOM      PIC 9(9).

      *------------------Afspelen van een sessie, per kolom de grenzen-----*
      *------------------en de lopende stand zoals Car-versnellingen------*
      *------------------die bijhoudt. Cijfers 1-7 de banden, 8 metingen--*
      *------------------in het gemiddelde, 9 quarantaine, 10-14 op,------*
      *------------------terug, overgeslagen, pendelen, laag-toeren--------*
       01 SESSION-STATE.
           05  SS-KOLOM OCCURS 2 TIMES.
               10  SS-BAND OCCURS 7 TIMES.
                   15  SS-LOW        PIC S9(3).
                   15  SS-HIGH       PIC S9(3).
               10  SS-MAX-DELTA      PIC S9(3).
               10  SS-PREV-SNELHEID  PIC S9(3)V99.
               10  SS-HAVE-PREV      PIC X(1).
               10  SS-SPIKE          PIC X(1).
               10  SS-BAND-NO        PIC 9(2).
               10  SS-LUG-RUN        PIC 9(3).
               10  SS-LUG-BAND       PIC 9(2).
               10  SS-LAST-SHIFT-DIR PIC X(1).
               10  SS-SINCE-SHIFT    PIC 9(3).
               10  SS-SHIFT-PREV-BAND PIC 9(2).
               10  SS-SHIFT-HAVE-PREV PIC X(1).
               10  SS-FIG            PIC 9(5) OCCURS 14 TIMES.
               10  SS-SCORE          PIC S9(5).
       01 ws-sess-naar-q       PIC 9(5) value 0.
       01 ws-sess-vrij         PIC 9(5) value 0.
       01 ws-sess-lines        PIC 9(5) value 0.
       01 ws-kol               PIC 9(1) value 0.
       01 ws-fig-idx           PIC 9(2) value 0.
       01 ws-band-idx          PIC 9(2) value 0.
       01 ws-teller-idx        PIC 9(2) value 0.
       01 ws-fig-cnt           PIC 9(2) value 14.

      *------------------Grenzen waarmee een kolom gevuld wordt-----------*
       01 BOUND-WORK.
           05  ws-bnd            PIC S9(3) OCCURS 8 TIMES.
       01 ws-bnd-delta         PIC S9(3) value 0.

      *------------------Een meting en de schakel-administratie------------*
       01 ws-snelheid          PIC S9(3)V99 value 0.
       01 ws-delta             PIC S9(3)V99 value 0.
       01 ws-band-diff         PIC S9(2) value 0.
      *> zelfde vensters als Car-versnellingen
       01 ws-hunt-window       PIC 9(3) value 2.
       01 ws-lug-limit         PIC 9(3) value 5.
       01 ws-gear-afwijking    PIC X(1) value 'N'.
           88 ws-gear-afwijking-yes    value 'Y'.

      *------------------Tellingen voor de verantwoording------------------*
       01 ws-vst-read          PIC 9(5) value 0.
       01 ws-vst-rejected      PIC 9(5) value 0.
       01 ws-gen-read          PIC 9(5) value 0.
       01 ws-gen-missing       PIC 9(5) value 0.
       01 ws-sess-replayed     PIC 9(7) value 0.
       01 ws-sess-no-mast      PIC 9(7) value 0.
       01 ws-sess-no-version   PIC 9(7) value 0.
       01 ws-sess-afwijkend    PIC 9(7) value 0.
       01 ws-trn-written       PIC 9(5) value 0.
       01 ws-table-full        PIC X(1) value 'N'.
           88 ws-table-full-yes        value 'Y'.

      *------------------Omschrijving van de cijfers------------------------*
       01 FIGURE-LABELS.
           05  FILLER            PIC X(30) value "BAND ACHTERUIT".
           05  FILLER            PIC X(30) value "BAND VRIJ".
           05  FILLER            PIC X(30) value "BAND 1E VERSNELLING".
           05  FILLER            PIC X(30) value "BAND 2E VERSNELLING".
           05  FILLER            PIC X(30) value "BAND 3E VERSNELLING".
           05  FILLER            PIC X(30) value "BAND 4E VERSNELLING".
           05  FILLER            PIC X(30) value "BAND 5E VERSNELLING".
           05  FILLER            PIC X(30) value
               "METINGEN IN GEMIDDELDE".
           05  FILLER            PIC X(30) value
               "METINGEN IN QUARANTAINE".
           05  FILLER            PIC X(30) value "OPSCHAKELINGEN".
           05  FILLER            PIC X(30) value "TERUGSCHAKELINGEN".
           05  FILLER            PIC X(30) value
               "OVERGESLAGEN VERSNELLINGEN".
           05  FILLER            PIC X(30) value "PENDELEN".
           05  FILLER            PIC X(30) value "LAAG-TOEREN BOVENIN".
       01 FIGURE-LABEL-TABLE REDEFINES FIGURE-LABELS.
           05  FIG-LABEL         PIC X(30) OCCURS 14 TIMES.

      *------------------Rapportregels--------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(40) value
               "THRESHTAB WHAT-IF SIMULATIE".
       01 ws-range-line.
           05  FILLER            PIC X(20) value
               "GENERATIES:         ".
           05  rpt-from-date     PIC 9(8).
           05  FILLER            PIC X(6) value " T/M  ".
           05  rpt-to-date       PIC 9(8).
       01 ws-weight-line.
           05  FILLER            PIC X(37) value
               "GEWICHTEN (OP/TERUG/OVER/PEND/LAAG): ".
           05  rpt-gewicht-entry OCCURS 5 TIMES.
               10  rpt-gewicht   PIC ZZ9.
               10  FILLER        PIC X(1) value space.
       01 ws-separator-line     PIC X(100) value ALL "=".
       01 ws-proposal-columns.
           05  FILLER            PIC X(60) value
               "VOORSTEL CODE INGANGSDT RESULTAAT   OPMERKING".
       01 ws-proposal-detail.
           05  FILLER            PIC X(9) value spaces.
           05  rpt-pv-vehicle    PIC X(4).
           05  FILLER            PIC X(1) value space.
           05  rpt-pv-effdate    PIC 9(8).
           05  FILLER            PIC X(2) value spaces.
           05  rpt-pv-status     PIC X(11).
           05  FILLER            PIC X(1) value space.
           05  rpt-pv-reason     PIC X(35).
       01 ws-block-line.
           05  rpt-block-soort   PIC X(11).
           05  rpt-block-key     PIC X(6).
           05  FILLER            PIC X(11) value "   SESSIES ".
           05  rpt-block-sessies PIC Z(4)9.
       01 ws-figure-columns.
           05  FILLER            PIC X(31) value spaces.
           05  FILLER            PIC X(30) value
               "  HUIDIG VOORSTEL  VERSCHIL".
       01 ws-figure-detail.
           05  rpt-label         PIC X(30).
           05  FILLER            PIC X(1) value space.
           05  rpt-huidig        PIC Z(7)9.
           05  FILLER            PIC X(1) value space.
           05  rpt-voorstel      PIC Z(7)9.
           05  FILLER            PIC X(1) value space.
           05  rpt-verschil      PIC -(8)9.
       01 ws-quarantine-line.
           05  FILLER            PIC X(31) value
               "  NIEUW IN QUARANTAINE".
           05  rpt-naar-q        PIC Z(7)9.
           05  FILLER            PIC X(16) value
               "   VRIJGEGEVEN ".
           05  rpt-vrij          PIC Z(7)9.
       01 ws-score-detail.
           05  FILLER            PIC X(31) value
               "GEM. RIJSTIJL-SCORE".
           05  FILLER            PIC X(2) value spaces.
           05  rpt-score-huidig  PIC ZZ9.99.
           05  FILLER            PIC X(3) value spaces.
           05  rpt-score-vrst    PIC ZZ9.99.
           05  FILLER            PIC X(3) value spaces.
           05  rpt-score-versch  PIC -ZZ9.99.
       01 SCORE-AVERAGES.
           05  ws-score-avg      PIC 9(3)V99 OCCURS 2 TIMES.
       01 ws-score-diff        PIC S9(3)V99 value 0.
       01 ws-fig-diff          PIC S9(8) value 0.
       01 ws-report-total.
           05  rpt-total-text    PIC X(40).
           05  rpt-total-count   PIC Z(6)9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainSimulation.
           PERFORM LoadParameters.
           PERFORM LoadWeights.
           PERFORM OpenFiles.
           PERFORM LoadProposal THRU LoadProposal-Exit
               UNTIL ws-vst-eof-yes.
           CLOSE THRESHVST-FILE.
           if ws-pv-cnt = 0
               DISPLAY "Geen geldige voorstelregels in THRESHVST"
               MOVE 8 TO RETURN-CODE
           else
               MOVE FUNCTION INTEGER-OF-DATE(ws-from-date)
                   TO ws-gen-int
               MOVE FUNCTION INTEGER-OF-DATE(ws-to-date) TO ws-to-int
               PERFORM ReplayOneGeneration THRU
                   ReplayOneGeneration-Exit
                   UNTIL ws-gen-int GREATER THAN ws-to-int
               PERFORM WriteVehicleBlocks
               PERFORM WriteDriverBlocks
               PERFORM WriteTransactions
           end-if.
           PERFORM WriteTotals.
           PERFORM CloseFiles.
           stop RUN.

      *--------------Bereik en ingangsdatum uit SIMPARM; zonder bestand---*
      *--------------de laatste 28 dagen en morgen---------------------------*
       LoadParameters.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(ws-today) TO ws-date-int.
           ADD 1 TO ws-date-int.
           MOVE FUNCTION DATE-OF-INTEGER(ws-date-int) TO ws-tomorrow.
           OPEN INPUT SIMPARM-FILE.
           if ws-simparm-status = "00"
               READ SIMPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       if SI-FROM-DATE IS NUMERIC AND
                           SI-FROM-DATE GREATER THAN 0
                           MOVE SI-FROM-DATE TO ws-from-date
                       end-if
                       if SI-TO-DATE IS NUMERIC AND
                           SI-TO-DATE GREATER THAN 0
                           MOVE SI-TO-DATE TO ws-to-date
                       end-if
                       if SI-EFF-DATE IS NUMERIC AND
                           SI-EFF-DATE GREATER THAN 0
                           MOVE SI-EFF-DATE TO ws-default-eff
                       end-if
               end-read
               CLOSE SIMPARM-FILE
           end-if.
           if ws-to-date = 0
               MOVE ws-today TO ws-to-date
           end-if.
           if ws-from-date = 0
               MOVE FUNCTION INTEGER-OF-DATE(ws-to-date)
                   TO ws-date-int
               SUBTRACT 28 FROM ws-date-int
               MOVE FUNCTION DATE-OF-INTEGER(ws-date-int)
                   TO ws-from-date
           end-if.
           if ws-default-eff = 0
               MOVE ws-tomorrow TO ws-default-eff
           end-if.
           *> een onmogelijke datum zou het bereik stil leeg maken;
           *> dezelfde bewaking als Spdmast-trendrapport.
           if FUNCTION INTEGER-OF-DATE(ws-from-date) = 0 OR
               FUNCTION INTEGER-OF-DATE(ws-to-date) = 0 OR
               ws-from-date GREATER THAN ws-to-date
               DISPLAY "Ongeldig bereik in SIMPARM: "
                   ws-from-date " t/m " ws-to-date
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           *> de transacties gaan naar productie, dus een versie die
           *> vandaag of eerder ingaat zou oude nachten herschrijven.
           if FUNCTION INTEGER-OF-DATE(ws-default-eff) = 0 OR
               ws-default-eff NOT GREATER THAN ws-today
               DISPLAY "Ingangsdatum in SIMPARM niet in de toekomst: "
                   ws-default-eff
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           DISPLAY "Simulatie over generaties: " ws-from-date " t/m "
               ws-to-date.

      *--------------Gewichten uit SCORPARM; zonder bestand gelden--------*
      *--------------de standaarden van Rijstijl-score----------------------*
       LoadWeights.
           MOVE 0 TO ws-gewicht(1).
           MOVE 0 TO ws-gewicht(2).
           MOVE 2 TO ws-gewicht(3).
           MOVE 3 TO ws-gewicht(4).
           MOVE 2 TO ws-gewicht(5).
           OPEN INPUT SCORPARM-FILE.
           if ws-scorparm-status = "00"
               READ SCORPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO ws-w-idx
                       PERFORM TakeOneWeight UNTIL
                           ws-w-idx GREATER THAN 5
               end-read
               CLOSE SCORPARM-FILE
           end-if.

       TakeOneWeight.
           if SP-GEWICHT(ws-w-idx) IS NUMERIC
               MOVE SP-GEWICHT(ws-w-idx) TO ws-gewicht(ws-w-idx)
           end-if.
           ADD 1 TO ws-w-idx.

      *--------------Opent de bestanden; alles behalve rapport en---------*
      *--------------SIMTRN alleen om te lezen------------------------------*
       OpenFiles.
           OPEN INPUT THRESHVST-FILE.
           if ws-threshvst-status NOT = "00"
               DISPLAY "Kan THRESHVST.DAT niet openen, status: "
                   ws-threshvst-status
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           OPEN INPUT THRESHTAB-FILE.
           if ws-threshtab-status NOT = "00"
               DISPLAY "Kan THRESHTAB.DAT niet openen, status: "
                   ws-threshtab-status
               DISPLAY "Zonder huidige grenzen geen vergelijking"
               CLOSE THRESHVST-FILE
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           OPEN INPUT SPDMAST-FILE.
           if ws-spdmast-status NOT = "00"
               DISPLAY "Kan SPDMAST.DAT niet openen, status: "
                   ws-spdmast-status
               CLOSE THRESHVST-FILE
               CLOSE THRESHTAB-FILE
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           OPEN OUTPUT SIMTRN-FILE.
           OPEN OUTPUT SIMRPT-FILE.
           WRITE SIMRPT-RECORD FROM ws-report-heading.
           MOVE ws-from-date TO rpt-from-date.
           MOVE ws-to-date TO rpt-to-date.
           WRITE SIMRPT-RECORD FROM ws-range-line.
           MOVE 1 TO ws-w-idx.
           PERFORM ShowOneWeight UNTIL ws-w-idx GREATER THAN 5.
           WRITE SIMRPT-RECORD FROM ws-weight-line.
           WRITE SIMRPT-RECORD FROM ws-separator-line.
           WRITE SIMRPT-RECORD FROM ws-proposal-columns.

       ShowOneWeight.
           MOVE ws-gewicht(ws-w-idx) TO rpt-gewicht(ws-w-idx).
           ADD 1 TO ws-w-idx.

      *--------------Leest en keurt een voorstelregel; het record komt---*
      *--------------in de SIMTRN-layout terecht om de velden te lezen----*
       LoadProposal.
           READ THRESHVST-FILE INTO THRESHTRN-RECORD
               AT END
                   set ws-vst-eof-yes to true
           end-read.
           if ws-vst-eof-yes
               GO TO LoadProposal-Exit.
           ADD 1 TO ws-vst-read.
           MOVE spaces TO ws-reject-reason.

           *> een voorstel is een nieuwe versie; een D heeft geen
           *> grenzen om door te rekenen.
           if TX-ACTION NOT = "A" AND TX-ACTION NOT = "C" AND
               TX-ACTION NOT = space
               MOVE "ALLEEN A-REGELS ZIJN EEN VOORSTEL"
                   TO ws-reject-reason
               GO TO LoadProposal-Reject.

           *> Threshtab-onderhoud weigert een transactie zonder
           *> operator, dus hier al.
           if TX-OPERATOR = spaces
               MOVE "OPERATOR-ID LEEG" TO ws-reject-reason
               GO TO LoadProposal-Reject.

           PERFORM ValidateBounds THRU ValidateBounds-Exit.
           if NOT ws-tx-valid-yes
               GO TO LoadProposal-Reject.

           *> een gevulde ingangsdatum op de regel moet in de toekomst
           *> liggen; leeg of nul neemt die uit SIMPARM (of morgen).
           if TX-EFF-DATE IS NUMERIC AND TX-EFF-DATE GREATER THAN 0
               if FUNCTION INTEGER-OF-DATE(TX-EFF-DATE) = 0
                   MOVE "INGANGSDATUM ONGELDIG" TO ws-reject-reason
                   GO TO LoadProposal-Reject
               end-if
               if TX-EFF-DATE NOT GREATER THAN ws-today
                   MOVE "INGANGSDATUM NIET IN DE TOEKOMST"
                       TO ws-reject-reason
                   GO TO LoadProposal-Reject
               end-if
           else
               MOVE ws-default-eff TO TX-EFF-DATE
           end-if.

           MOVE "N" TO ws-entry-found.
           MOVE 1 TO ws-pv-idx.
           PERFORM FindOneProposal UNTIL ws-entry-found-yes OR
               ws-pv-idx GREATER THAN ws-pv-cnt.
           if ws-entry-found-yes
               MOVE "VOERTUIG DUBBEL IN VOORSTEL" TO ws-reject-reason
               GO TO LoadProposal-Reject.

           if ws-pv-cnt NOT LESS THAN ws-pv-max
               DISPLAY "PROPOSAL-TABLE vol, overgeslagen: "
                   TX-VEHICLE-CODE
               set ws-table-full-yes to true
               MOVE "VOORSTEL TE GROOT, REGEL OVERGESLAGEN"
                   TO ws-reject-reason
               GO TO LoadProposal-Reject.

           PERFORM AddProposal.
           MOVE "A" TO TX-ACTION.
           MOVE TX-VEHICLE-CODE TO rpt-pv-vehicle.
           MOVE TX-EFF-DATE TO rpt-pv-effdate.
           MOVE "GESIMULEERD" TO rpt-pv-status.
           if PV-UITVOER(ws-pv-idx) = "N"
               MOVE "VERSIE BESTAAT AL, NIET NAAR SIMTRN"
                   TO rpt-pv-reason
           else
               MOVE spaces TO rpt-pv-reason
           end-if.
           WRITE SIMRPT-RECORD FROM ws-proposal-detail.
           GO TO LoadProposal-Exit.

       LoadProposal-Reject.
           ADD 1 TO ws-vst-rejected.
           MOVE TX-VEHICLE-CODE TO rpt-pv-vehicle.
           if TX-EFF-DATE IS NUMERIC
               MOVE TX-EFF-DATE TO rpt-pv-effdate
           else
               MOVE 0 TO rpt-pv-effdate
           end-if.
           MOVE "AFGEWEZEN" TO rpt-pv-status.
           MOVE ws-reject-reason TO rpt-pv-reason.
           WRITE SIMRPT-RECORD FROM ws-proposal-detail.

       LoadProposal-Exit.
           EXIT.

       FindOneProposal.
           if PV-VEHICLE-CODE(ws-pv-idx) = TX-VEHICLE-CODE
               MOVE "Y" TO ws-entry-found
           else
               ADD 1 TO ws-pv-idx
           end-if.

      *--------------Zet een gekeurde voorstelregel in de tabel-----------*
       AddProposal.
           ADD 1 TO ws-pv-cnt.
           MOVE ws-pv-cnt TO ws-pv-idx.
           INITIALIZE PROPOSAL-ENTRY(ws-pv-idx).
           MOVE TX-VEHICLE-CODE TO PV-VEHICLE-CODE(ws-pv-idx).
           MOVE THRESHTRN-RECORD TO PV-TRN-REC(ws-pv-idx).
           MOVE TX-EFF-DATE TO PV-EFF-DATE(ws-pv-idx).
           MOVE 1 TO ws-bound-idx.
           PERFORM TakeOneProposalBound UNTIL
               ws-bound-idx GREATER THAN 8.
           MOVE TX-MAX-DELTA TO PV-MAX-DELTA(ws-pv-idx).
           MOVE "N" TO PV-CUR-FOUND(ws-pv-idx).
           *> bestaat de versie al, dan zou Threshtab-onderhoud de
           *> A-transactie weigeren; doorrekenen kan wel.
           MOVE "Y" TO PV-UITVOER(ws-pv-idx).
           MOVE TX-VEHICLE-CODE TO TT-VEHICLE-CODE.
           MOVE TX-EFF-DATE TO TT-EFF-DATE.
           READ THRESHTAB-FILE KEY IS TT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO PV-UITVOER(ws-pv-idx)
           end-read.

       TakeOneProposalBound.
           MOVE TX-BOUND(ws-bound-idx) TO
               PV-BOUND(ws-pv-idx, ws-bound-idx).
           ADD 1 TO ws-bound-idx.

      *--------------Zelfde keuring als Threshtab-onderhoud: numeriek,---*
      *--------------oplopend en aansluitend-------------------------------*
       ValidateBounds.
           MOVE "Y" TO ws-tx-valid.

           MOVE 1 TO ws-bound-idx.
           PERFORM CheckBoundNumeric UNTIL
               ws-bound-idx GREATER THAN 8 OR NOT ws-tx-valid-yes.
           if NOT ws-tx-valid-yes
               MOVE "GRENZEN NIET NUMERIEK" TO ws-reject-reason
               GO TO ValidateBounds-Exit.

           MOVE 2 TO ws-bound-idx.
           PERFORM CheckBoundAscending UNTIL
               ws-bound-idx GREATER THAN 8 OR NOT ws-tx-valid-yes.
           if NOT ws-tx-valid-yes
               MOVE "GRENZEN NIET OPLOPEND" TO ws-reject-reason
               GO TO ValidateBounds-Exit.

           if TX-BOUND(3) NOT = TX-BOUND(2) + 1
               MOVE "N" TO ws-tx-valid
               MOVE "1E GRENS MOET VRIJ + 1 ZIJN" TO ws-reject-reason
               GO TO ValidateBounds-Exit.

           if TX-MAX-DELTA NOT NUMERIC
               MOVE "N" TO ws-tx-valid
               MOVE "MAX-DELTA NIET NUMERIEK" TO ws-reject-reason
               GO TO ValidateBounds-Exit.

           if TX-MAX-DELTA NOT GREATER THAN 0
               MOVE "N" TO ws-tx-valid
               MOVE "MAX-DELTA MOET POSITIEF ZIJN" TO ws-reject-reason
               GO TO ValidateBounds-Exit.

           *> de overspeed-kolommen rekent de simulatie niet door,
           *> maar ze gaan wel mee naar SIMTRN en moeten dus door de
           *> keuring van Threshtab-onderhoud komen.
           if TX-OVERSPEED-X = spaces
               MOVE 0 TO TX-OVERSPEED
           end-if.
           if TX-OVERSPEED-SEC-X = spaces
               MOVE 0 TO TX-OVERSPEED-SEC
           end-if.
           if TX-OVERSPEED NOT NUMERIC OR TX-OVERSPEED-SEC NOT NUMERIC
               MOVE "N" TO ws-tx-valid
               MOVE "OVERSPEED NIET NUMERIEK" TO ws-reject-reason
               GO TO ValidateBounds-Exit.

           if TX-OVERSPEED GREATER THAN 0 AND TX-OVERSPEED-SEC = 0
               MOVE "N" TO ws-tx-valid
               MOVE "OVERSPEED ZONDER MINIMALE DUUR" TO ws-reject-reason
           end-if.

       ValidateBounds-Exit.
           EXIT.

       CheckBoundNumeric.
           if TX-BOUND(ws-bound-idx) NOT NUMERIC
               MOVE "N" TO ws-tx-valid
           end-if.
           ADD 1 TO ws-bound-idx.

       CheckBoundAscending.
           if TX-BOUND(ws-bound-idx) NOT GREATER THAN
               TX-BOUND(ws-bound-idx - 1)
               MOVE "N" TO ws-tx-valid
           end-if.
           ADD 1 TO ws-bound-idx.

      *--------------Een generatiedatum uit het bereik: alle sessies van---*
      *--------------de voertuigen uit het voorstel afspelen; een dag------*
      *--------------zonder generatie (geen nachtrun) wordt overgeslagen---*
       ReplayOneGeneration.
           MOVE FUNCTION DATE-OF-INTEGER(ws-gen-int) TO ws-gen-date.
           ADD 1 TO ws-gen-int.
           MOVE spaces TO ws-teleout-name.
           STRING "TELEOUT." ws-gen-date ".DAT"
               DELIMITED BY SIZE INTO ws-teleout-name.
           OPEN INPUT TELEOUT-FILE.
           if ws-teleout-status NOT = "00"
               ADD 1 TO ws-gen-missing
               GO TO ReplayOneGeneration-Exit.
           ADD 1 TO ws-gen-read.
           MOVE "N" TO ws-tele-eof.
           PERFORM ReplayOneSession THRU ReplayOneSession-Exit
               UNTIL ws-tele-eof-yes.
           CLOSE TELEOUT-FILE.

       ReplayOneGeneration-Exit.
           EXIT.

      *--------------Een sessie uit de generatie: alleen voor de----------*
      *--------------voertuigen uit het voorstel----------------------------*
       ReplayOneSession.
           READ TELEOUT-FILE
               AT END
                   set ws-tele-eof-yes to true
           end-read.
           if ws-tele-eof-yes
               GO TO ReplayOneSession-Exit.

           MOVE "N" TO ws-entry-found.
           MOVE 1 TO ws-pv-idx.
           PERFORM FindSessionVehicle UNTIL ws-entry-found-yes OR
               ws-pv-idx GREATER THAN ws-pv-cnt.
           if NOT ws-entry-found-yes
               GO TO ReplayOneSession-Exit.

           *> de huidige kant rekent met de versie die op de
           *> generatiedatum gold, net als LoadThresholds in
           *> Car-versnellingen die nacht deed.
           PERFORM LoadCurrentVersion.
           if PV-CUR-FOUND(ws-pv-idx) NOT = "Y"
               ADD 1 TO ws-sess-no-version
               GO TO ReplayOneSession-Exit.

           PERFORM StartSession.

           MOVE TL-SESSION-ID TO AR-SESSION-ID.
           MOVE TL-DRIVER-ID TO AR-DRIVER-ID.
           MOVE 0 TO AR-SEQ.
           MOVE "N" TO ws-mast-eof.
           START SPDMAST-FILE KEY NOT LESS THAN AR-KEY
               INVALID KEY
                   set ws-mast-eof-yes to true
           end-start.
           if ws-spdmast-status NOT = "00"
               set ws-mast-eof-yes to true
           end-if.
           PERFORM ReplayOneReading THRU ReplayOneReading-Exit
               UNTIL ws-mast-eof-yes.

           *> nog niet gearchiveerd (of al opgeschoond): er valt niets
           *> te vergelijken.
           if ws-sess-lines = 0
               ADD 1 TO ws-sess-no-mast
               GO TO ReplayOneSession-Exit.

           ADD 1 TO ws-sess-replayed.
           PERFORM FinishSession.
           PERFORM CheckAgainstTeleout.
           PERFORM AddSessionToVehicle.
           PERFORM AddSessionToDriver THRU AddSessionToDriver-Exit.

       ReplayOneSession-Exit.
           EXIT.

       FindSessionVehicle.
           if PV-VEHICLE-CODE(ws-pv-idx) = TL-VEHICLE-CODE
               MOVE "Y" TO ws-entry-found
           else
               ADD 1 TO ws-pv-idx
           end-if.

      *--------------De THRESHTAB-versie op de generatiedatum; per---------*
      *--------------voertuig bewaard zolang de datum niet wisselt----------*
       LoadCurrentVersion.
           if PV-CUR-DATE(ws-pv-idx) NOT = ws-gen-date
               MOVE ws-gen-date TO PV-CUR-DATE(ws-pv-idx)
               MOVE "N" TO PV-CUR-FOUND(ws-pv-idx)
               MOVE "N" TO ws-thresh-eof
               MOVE PV-VEHICLE-CODE(ws-pv-idx) TO TT-VEHICLE-CODE
               MOVE 0 TO TT-EFF-DATE
               START THRESHTAB-FILE KEY NOT LESS THAN TT-KEY
                   INVALID KEY
                       set ws-thresh-eof-yes to true
               end-start
               if ws-threshtab-status NOT = "00"
                   set ws-thresh-eof-yes to true
               end-if
               PERFORM ReadOneCurrentVersion UNTIL ws-thresh-eof-yes
           end-if.

      *--------------Een stap door de versies; de laatste die al gold------*
      *--------------blijft staan--------------------------------------------*
       ReadOneCurrentVersion.
           READ THRESHTAB-FILE NEXT RECORD
               AT END
                   set ws-thresh-eof-yes to true
           end-read.
           if NOT ws-thresh-eof-yes
               if ws-threshtab-status NOT = "00" AND
                   ws-threshtab-status NOT = "02"
                   set ws-thresh-eof-yes to true
               else
                   if TT-VEHICLE-CODE NOT = PV-VEHICLE-CODE(ws-pv-idx)
                       OR TT-EFF-DATE GREATER THAN ws-gen-date
                       set ws-thresh-eof-yes to true
                   else
                       PERFORM TakeCurrentVersion
                   end-if
               end-if
           end-if.

       TakeCurrentVersion.
           MOVE TT-BOUND-REV TO PV-CUR-BOUND(ws-pv-idx, 1).
           MOVE TT-BOUND-VRIJ TO PV-CUR-BOUND(ws-pv-idx, 2).
           MOVE TT-BOUND-1E TO PV-CUR-BOUND(ws-pv-idx, 3).
           MOVE TT-BOUND-2E TO PV-CUR-BOUND(ws-pv-idx, 4).
           MOVE TT-BOUND-3E TO PV-CUR-BOUND(ws-pv-idx, 5).
           MOVE TT-BOUND-4E TO PV-CUR-BOUND(ws-pv-idx, 6).
           MOVE TT-BOUND-5E TO PV-CUR-BOUND(ws-pv-idx, 7).
           MOVE TT-BOUND-MAX TO PV-CUR-BOUND(ws-pv-idx, 8).
           *> zelfde terugval als BuildThresholdTable
           if TT-MAX-DELTA IS NUMERIC AND TT-MAX-DELTA GREATER THAN 0
               MOVE TT-MAX-DELTA TO PV-CUR-DELTA(ws-pv-idx)
           else
               MOVE 40 TO PV-CUR-DELTA(ws-pv-idx)
           end-if.
           MOVE "Y" TO PV-CUR-FOUND(ws-pv-idx).

      *--------------Begint een sessie: kolom 1 de huidige versie,---------*
      *--------------kolom 2 het voorstel, beide met een schone stand------*
       StartSession.
           MOVE 0 TO ws-sess-naar-q.
           MOVE 0 TO ws-sess-vrij.
           MOVE 0 TO ws-sess-lines.
           MOVE 1 TO ws-bound-idx.
           PERFORM TakeCurrentBound UNTIL ws-bound-idx GREATER THAN 8.
           MOVE PV-CUR-DELTA(ws-pv-idx) TO ws-bnd-delta.
           MOVE 1 TO ws-kol.
           PERFORM ResetKolom.
           MOVE 1 TO ws-bound-idx.
           PERFORM TakeProposedBound UNTIL ws-bound-idx GREATER THAN 8.
           MOVE PV-MAX-DELTA(ws-pv-idx) TO ws-bnd-delta.
           MOVE 2 TO ws-kol.
           PERFORM ResetKolom.

       TakeCurrentBound.
           MOVE PV-CUR-BOUND(ws-pv-idx, ws-bound-idx) TO
               ws-bnd(ws-bound-idx).
           ADD 1 TO ws-bound-idx.

       TakeProposedBound.
           MOVE PV-BOUND(ws-pv-idx, ws-bound-idx) TO
               ws-bnd(ws-bound-idx).
           ADD 1 TO ws-bound-idx.

      *--------------Banden uit de grenzen zoals BuildThresholdTable-------*
      *--------------ze opbouwt, en de lopende stand op nul-----------------*
       ResetKolom.
           MOVE 1 TO ws-band-idx.
           PERFORM SetOneBand UNTIL ws-band-idx GREATER THAN 7.
           MOVE ws-bnd-delta TO SS-MAX-DELTA(ws-kol).
           MOVE 0 TO SS-PREV-SNELHEID(ws-kol).
           MOVE "N" TO SS-HAVE-PREV(ws-kol).
           MOVE "N" TO SS-SPIKE(ws-kol).
           MOVE 0 TO SS-BAND-NO(ws-kol).
           MOVE 0 TO SS-LUG-RUN(ws-kol).
           MOVE 0 TO SS-LUG-BAND(ws-kol).
           MOVE space TO SS-LAST-SHIFT-DIR(ws-kol).
           MOVE 0 TO SS-SINCE-SHIFT(ws-kol).
           MOVE 0 TO SS-SHIFT-PREV-BAND(ws-kol).
           MOVE "N" TO SS-SHIFT-HAVE-PREV(ws-kol).
           MOVE 0 TO SS-SCORE(ws-kol).
           MOVE 1 TO ws-fig-idx.
           PERFORM ClearOneSessionFigure UNTIL
               ws-fig-idx GREATER THAN ws-fig-cnt.

       SetOneBand.
           MOVE ws-bnd(ws-band-idx) TO SS-LOW(ws-kol, ws-band-idx).
           if ws-band-idx = 2
               MOVE ws-bnd(2) TO SS-HIGH(ws-kol, ws-band-idx)
           else
               if ws-band-idx = 7
                   MOVE ws-bnd(8) TO SS-HIGH(ws-kol, ws-band-idx)
               else
                   SUBTRACT 1 FROM ws-bnd(ws-band-idx + 1)
                       GIVING SS-HIGH(ws-kol, ws-band-idx)
               end-if
           end-if.
           ADD 1 TO ws-band-idx.

       ClearOneSessionFigure.
           MOVE 0 TO SS-FIG(ws-kol, ws-fig-idx).
           ADD 1 TO ws-fig-idx.

      *--------------Een gearchiveerde regel van de sessie: D en P samen---*
      *--------------zijn de numerieke metingen in de oorspronkelijke------*
      *--------------volgorde; T- en C-regels doen niet mee-----------------*
       ReplayOneReading.
           READ SPDMAST-FILE NEXT RECORD
               AT END
                   set ws-mast-eof-yes to true
           end-read.
           if ws-mast-eof-yes
               GO TO ReplayOneReading-Exit.
           if ws-spdmast-status NOT = "00" AND
               ws-spdmast-status NOT = "02"
               set ws-mast-eof-yes to true
               GO TO ReplayOneReading-Exit.
           if AR-SESSION-ID NOT = TL-SESSION-ID OR
               AR-DRIVER-ID NOT = TL-DRIVER-ID
               set ws-mast-eof-yes to true
               GO TO ReplayOneReading-Exit.

           MOVE AR-LOG-DATA TO SPEEDLOG-RECORD.
           if SL-REC-TYPE NOT = "D" AND SL-REC-TYPE NOT = "P"
               GO TO ReplayOneReading-Exit.
           if SL-SNELHEID NOT NUMERIC
               GO TO ReplayOneReading-Exit.
           ADD 1 TO ws-sess-lines.
           MOVE SL-SNELHEID TO ws-snelheid.

           MOVE 1 TO ws-kol.
           PERFORM ApplyReading THRU ApplyReading-Exit.
           MOVE 2 TO ws-kol.
           PERFORM ApplyReading THRU ApplyReading-Exit.

           if SS-SPIKE(1) = "N" AND SS-SPIKE(2) = "Y"
               ADD 1 TO ws-sess-naar-q
           end-if.
           if SS-SPIKE(1) = "Y" AND SS-SPIKE(2) = "N"
               ADD 1 TO ws-sess-vrij
           end-if.

       ReplayOneReading-Exit.
           EXIT.

      *--------------Een meting in een kolom, in de volgorde van Main------*
      *--------------in Car-versnellingen: plausibiliteit, gemiddelde,-----*
      *--------------band, schakelgedrag-------------------------------------*
       ApplyReading.
           MOVE "N" TO SS-SPIKE(ws-kol).
           MOVE 0 TO SS-BAND-NO(ws-kol).
           if SS-HAVE-PREV(ws-kol) = "Y"
               SUBTRACT SS-PREV-SNELHEID(ws-kol) FROM ws-snelheid
                   GIVING ws-delta
               if ws-delta LESS THAN 0
                   MULTIPLY ws-delta BY -1 GIVING ws-delta
               end-if
               if ws-delta GREATER THAN SS-MAX-DELTA(ws-kol)
                   MOVE "Y" TO SS-SPIKE(ws-kol)
                   ADD 1 TO SS-FIG(ws-kol, 9)
                   GO TO ApplyReading-Exit
               end-if
           end-if.

           if ws-snelheid NOT LESS THAN SS-LOW(ws-kol, 1) AND
               ws-snelheid NOT GREATER THAN SS-HIGH(ws-kol, 7)
               ADD 1 TO SS-FIG(ws-kol, 8)
               MOVE ws-snelheid TO SS-PREV-SNELHEID(ws-kol)
               MOVE "Y" TO SS-HAVE-PREV(ws-kol)
           end-if.

           if ws-snelheid GREATER THAN SS-HIGH(ws-kol, 7)
               GO TO ApplyReading-Exit.
           MOVE 1 TO ws-band-idx.
           PERFORM FindBand UNTIL SS-BAND-NO(ws-kol) GREATER THAN 0
               OR ws-band-idx GREATER THAN 7.
           if SS-BAND-NO(ws-kol) = 0
               GO TO ApplyReading-Exit.
           ADD 1 TO SS-FIG(ws-kol, SS-BAND-NO(ws-kol)).
           PERFORM TrackShifts.

       ApplyReading-Exit.
           EXIT.

       FindBand.
           if ws-snelheid NOT LESS THAN SS-LOW(ws-kol, ws-band-idx) AND
               ws-snelheid NOT GREATER THAN SS-HIGH(ws-kol, ws-band-idx)
               MOVE ws-band-idx TO SS-BAND-NO(ws-kol)
           else
               ADD 1 TO ws-band-idx
           end-if.

      *--------------Schakelgedrag als TrackShiftEvents: cijfer 10 op,-----*
      *--------------11 terug, 12 overgeslagen, 13 pendelen, 14 laag--------*
       TrackShifts.
           if SS-SHIFT-HAVE-PREV(ws-kol) = "Y"
               SUBTRACT SS-SHIFT-PREV-BAND(ws-kol) FROM
                   SS-BAND-NO(ws-kol) GIVING ws-band-diff
               if ws-band-diff GREATER THAN 0
                   ADD 1 TO SS-FIG(ws-kol, 10)
                   if ws-band-diff GREATER THAN 1
                       ADD 1 TO SS-FIG(ws-kol, 12)
                   end-if
                   if SS-LAST-SHIFT-DIR(ws-kol) = 'D' AND
                       SS-SINCE-SHIFT(ws-kol) NOT GREATER THAN
                       ws-hunt-window
                       ADD 1 TO SS-FIG(ws-kol, 13)
                   end-if
                   MOVE 'U' TO SS-LAST-SHIFT-DIR(ws-kol)
                   MOVE 0 TO SS-SINCE-SHIFT(ws-kol)
               else
                   if ws-band-diff LESS THAN 0
                       ADD 1 TO SS-FIG(ws-kol, 11)
                       if ws-band-diff LESS THAN -1
                           ADD 1 TO SS-FIG(ws-kol, 12)
                       end-if
                       if SS-LAST-SHIFT-DIR(ws-kol) = 'U' AND
                           SS-SINCE-SHIFT(ws-kol) NOT GREATER THAN
                           ws-hunt-window
                           ADD 1 TO SS-FIG(ws-kol, 13)
                       end-if
                       MOVE 'D' TO SS-LAST-SHIFT-DIR(ws-kol)
                       MOVE 0 TO SS-SINCE-SHIFT(ws-kol)
                   else
                       ADD 1 TO SS-SINCE-SHIFT(ws-kol)
                   end-if
               end-if
           end-if.

           if SS-BAND-NO(ws-kol) GREATER THAN 2 AND
               SS-BAND-NO(ws-kol) LESS THAN 7 AND
               ws-snelheid NOT LESS THAN
               SS-HIGH(ws-kol, SS-BAND-NO(ws-kol)) - 2
               if SS-BAND-NO(ws-kol) = SS-LUG-BAND(ws-kol)
                   ADD 1 TO SS-LUG-RUN(ws-kol)
               else
                   MOVE SS-BAND-NO(ws-kol) TO SS-LUG-BAND(ws-kol)
                   MOVE 1 TO SS-LUG-RUN(ws-kol)
               end-if
               if SS-LUG-RUN(ws-kol) = ws-lug-limit
                   ADD 1 TO SS-FIG(ws-kol, 14)
               end-if
           else
               MOVE 0 TO SS-LUG-RUN(ws-kol)
               MOVE 0 TO SS-LUG-BAND(ws-kol)
           end-if.

           MOVE SS-BAND-NO(ws-kol) TO SS-SHIFT-PREV-BAND(ws-kol).
           MOVE "Y" TO SS-SHIFT-HAVE-PREV(ws-kol).

      *--------------Rijstijl-score per kolom als in Rijstijl-score:-------*
      *--------------100 min de gewogen tellers, niet onder nul------------*
       FinishSession.
           MOVE 1 TO ws-kol.
           PERFORM ScoreKolom.
           MOVE 2 TO ws-kol.
           PERFORM ScoreKolom.

       ScoreKolom.
           MOVE 0 TO ws-penalty.
           MOVE 1 TO ws-w-idx.
           PERFORM AddOnePenalty UNTIL ws-w-idx GREATER THAN 5.
           MOVE 100 TO SS-SCORE(ws-kol).
           SUBTRACT ws-penalty FROM SS-SCORE(ws-kol).
           if SS-SCORE(ws-kol) LESS THAN 0
               MOVE 0 TO SS-SCORE(ws-kol)
           end-if.

       AddOnePenalty.
           ADD 9 TO ws-w-idx GIVING ws-teller-idx.
           MULTIPLY SS-FIG(ws-kol, ws-teller-idx) BY
               ws-gewicht(ws-w-idx) GIVING ws-pen-work.
           ADD ws-pen-work TO ws-penalty.
           ADD 1 TO ws-w-idx.

      *--------------De huidige kant hoort de banden uit TELEOUT terug-----*
      *--------------te geven; een geaccepteerde dispositie (C-regel)------*
      *--------------telt daar wel mee en hier niet--------------------------*
       CheckAgainstTeleout.
           MOVE "N" TO ws-gear-afwijking.
           MOVE 1 TO ws-band-idx.
           PERFORM CheckOneTeleBand UNTIL ws-band-idx GREATER THAN 7.
           if ws-gear-afwijking-yes
               ADD 1 TO ws-sess-afwijkend
           end-if.

       CheckOneTeleBand.
           if TL-GEAR-COUNTS(ws-band-idx) IS NUMERIC
               if TL-GEAR-COUNTS(ws-band-idx) NOT =
                   SS-FIG(1, ws-band-idx)
                   set ws-gear-afwijking-yes to true
               end-if
           end-if.
           ADD 1 TO ws-band-idx.

      *--------------Telt de sessie bij het voertuig op---------------------*
       AddSessionToVehicle.
           ADD 1 TO PV-SESSIES(ws-pv-idx).
           ADD ws-sess-naar-q TO PV-NAAR-Q(ws-pv-idx).
           ADD ws-sess-vrij TO PV-VRIJ(ws-pv-idx).
           MOVE 1 TO ws-kol.
           PERFORM AddVehicleKolom.
           MOVE 2 TO ws-kol.
           PERFORM AddVehicleKolom.

       AddVehicleKolom.
           ADD SS-SCORE(ws-kol) TO PV-SCORE-SOM(ws-pv-idx, ws-kol).
           MOVE 1 TO ws-fig-idx.
           PERFORM AddOneVehicleFigure UNTIL
               ws-fig-idx GREATER THAN ws-fig-cnt.

       AddOneVehicleFigure.
           ADD SS-FIG(ws-kol, ws-fig-idx) TO
               PV-FIG(ws-pv-idx, ws-kol, ws-fig-idx).
           ADD 1 TO ws-fig-idx.

      *--------------Telt de sessie bij de bestuurder op--------------------*
       AddSessionToDriver.
           MOVE "N" TO ws-entry-found.
           MOVE 1 TO ws-wd-idx.
           PERFORM FindOneDriver UNTIL ws-entry-found-yes OR
               ws-wd-idx GREATER THAN ws-wd-cnt.
           if NOT ws-entry-found-yes
               if ws-wd-cnt NOT LESS THAN ws-wd-max
                   DISPLAY "DRIVER-TABLE vol, overgeslagen: "
                       TL-DRIVER-ID
                   set ws-table-full-yes to true
                   GO TO AddSessionToDriver-Exit
               end-if
               ADD 1 TO ws-wd-cnt
               MOVE ws-wd-cnt TO ws-wd-idx
               INITIALIZE DRIVER-ENTRY(ws-wd-idx)
               MOVE TL-DRIVER-ID TO WD-DRIVER-ID(ws-wd-idx)
           end-if.
           ADD 1 TO WD-SESSIES(ws-wd-idx).
           ADD ws-sess-naar-q TO WD-NAAR-Q(ws-wd-idx).
           ADD ws-sess-vrij TO WD-VRIJ(ws-wd-idx).
           MOVE 1 TO ws-kol.
           PERFORM AddDriverKolom.
           MOVE 2 TO ws-kol.
           PERFORM AddDriverKolom.

       AddSessionToDriver-Exit.
           EXIT.

       FindOneDriver.
           if WD-DRIVER-ID(ws-wd-idx) = TL-DRIVER-ID
               MOVE "Y" TO ws-entry-found
           else
               ADD 1 TO ws-wd-idx
           end-if.

       AddDriverKolom.
           ADD SS-SCORE(ws-kol) TO WD-SCORE-SOM(ws-wd-idx, ws-kol).
           MOVE 1 TO ws-fig-idx.
           PERFORM AddOneDriverFigure UNTIL
               ws-fig-idx GREATER THAN ws-fig-cnt.

       AddOneDriverFigure.
           ADD SS-FIG(ws-kol, ws-fig-idx) TO
               WD-FIG(ws-wd-idx, ws-kol, ws-fig-idx).
           ADD 1 TO ws-fig-idx.

      *--------------Blok per voertuig uit het voorstel----------------------*
       WriteVehicleBlocks.
           MOVE 1 TO ws-pv-idx.
           PERFORM WriteOneVehicleBlock UNTIL
               ws-pv-idx GREATER THAN ws-pv-cnt.

       WriteOneVehicleBlock.
           WRITE SIMRPT-RECORD FROM ws-separator-line.
           MOVE "VOERTUIG   " TO rpt-block-soort.
           MOVE PV-VEHICLE-CODE(ws-pv-idx) TO rpt-block-key.
           MOVE PV-STATS(ws-pv-idx) TO PRINT-STATS.
           PERFORM WriteStatsBlock THRU WriteStatsBlock-Exit.
           ADD 1 TO ws-pv-idx.

      *--------------Blok per bestuurder met sessies op die voertuigen-----*
       WriteDriverBlocks.
           MOVE 1 TO ws-wd-idx.
           PERFORM WriteOneDriverBlock UNTIL
               ws-wd-idx GREATER THAN ws-wd-cnt.

       WriteOneDriverBlock.
           WRITE SIMRPT-RECORD FROM ws-separator-line.
           MOVE "BESTUURDER " TO rpt-block-soort.
           MOVE WD-DRIVER-ID(ws-wd-idx) TO rpt-block-key.
           MOVE WD-STATS(ws-wd-idx) TO PRINT-STATS.
           PERFORM WriteStatsBlock THRU WriteStatsBlock-Exit.
           ADD 1 TO ws-wd-idx.

      *--------------Huidig naast voorstel, met het verschil----------------*
       WriteStatsBlock.
           MOVE PS-SESSIES TO rpt-block-sessies.
           WRITE SIMRPT-RECORD FROM ws-block-line.
           if PS-SESSIES = 0
               GO TO WriteStatsBlock-Exit.
           WRITE SIMRPT-RECORD FROM ws-figure-columns.
           MOVE 1 TO ws-fig-idx.
           PERFORM WriteOneFigureLine UNTIL
               ws-fig-idx GREATER THAN ws-fig-cnt.
           MOVE PS-NAAR-Q TO rpt-naar-q.
           MOVE PS-VRIJ TO rpt-vrij.
           WRITE SIMRPT-RECORD FROM ws-quarantine-line.
           DIVIDE PS-SCORE-SOM(1) BY PS-SESSIES
               GIVING ws-score-avg(1) ROUNDED.
           DIVIDE PS-SCORE-SOM(2) BY PS-SESSIES
               GIVING ws-score-avg(2) ROUNDED.
           SUBTRACT ws-score-avg(1) FROM ws-score-avg(2)
               GIVING ws-score-diff.
           MOVE ws-score-avg(1) TO rpt-score-huidig.
           MOVE ws-score-avg(2) TO rpt-score-vrst.
           MOVE ws-score-diff TO rpt-score-versch.
           WRITE SIMRPT-RECORD FROM ws-score-detail.

       WriteStatsBlock-Exit.
           EXIT.

       WriteOneFigureLine.
           MOVE FIG-LABEL(ws-fig-idx) TO rpt-label.
           MOVE PS-FIG(1, ws-fig-idx) TO rpt-huidig.
           MOVE PS-FIG(2, ws-fig-idx) TO rpt-voorstel.
           SUBTRACT PS-FIG(1, ws-fig-idx) FROM PS-FIG(2, ws-fig-idx)
               GIVING ws-fig-diff.
           MOVE ws-fig-diff TO rpt-verschil.
           WRITE SIMRPT-RECORD FROM ws-figure-detail.
           ADD 1 TO ws-fig-idx.

      *--------------De voorstelregels als A-transacties met hun-----------*
      *--------------ingangsdatum, klaar voor Threshtab-onderhoud-----------*
       WriteTransactions.
           MOVE 1 TO ws-pv-idx.
           PERFORM WriteOneTransaction UNTIL
               ws-pv-idx GREATER THAN ws-pv-cnt.

       WriteOneTransaction.
           if PV-UITVOER(ws-pv-idx) = "Y"
               MOVE PV-TRN-REC(ws-pv-idx) TO THRESHTRN-RECORD
               MOVE "A" TO TX-ACTION
               MOVE PV-EFF-DATE(ws-pv-idx) TO TX-EFF-DATE
               WRITE THRESHTRN-RECORD
               ADD 1 TO ws-trn-written
           end-if.
           ADD 1 TO ws-pv-idx.

      *--------------Totalen onderaan het rapport---------------------------*
       WriteTotals.
           WRITE SIMRPT-RECORD FROM ws-separator-line.
           MOVE "VOORSTELREGELS GELEZEN                : "
               TO rpt-total-text.
           MOVE ws-vst-read TO rpt-total-count.
           WRITE SIMRPT-RECORD FROM ws-report-total.
           MOVE "VOORSTELREGELS AFGEWEZEN              : "
               TO rpt-total-text.
           MOVE ws-vst-rejected TO rpt-total-count.
           WRITE SIMRPT-RECORD FROM ws-report-total.
           MOVE "GENERATIES GELEZEN                    : "
               TO rpt-total-text.
           MOVE ws-gen-read TO rpt-total-count.
           WRITE SIMRPT-RECORD FROM ws-report-total.
           MOVE "DAGEN ZONDER GENERATIE                : "
               TO rpt-total-text.
           MOVE ws-gen-missing TO rpt-total-count.
           WRITE SIMRPT-RECORD FROM ws-report-total.
           MOVE "SESSIES AFGESPEELD                    : "
               TO rpt-total-text.
           MOVE ws-sess-replayed TO rpt-total-count.
           WRITE SIMRPT-RECORD FROM ws-report-total.
           MOVE "SESSIES NIET IN SPDMAST               : "
               TO rpt-total-text.
           MOVE ws-sess-no-mast TO rpt-total-count.
           WRITE SIMRPT-RECORD FROM ws-report-total.
           MOVE "SESSIES ZONDER THRESHTAB-VERSIE       : "
               TO rpt-total-text.
           MOVE ws-sess-no-version TO rpt-total-count.
           WRITE SIMRPT-RECORD FROM ws-report-total.
           MOVE "HUIDIG AFWIJKEND VAN TELEOUT (DISP.)  : "
               TO rpt-total-text.
           MOVE ws-sess-afwijkend TO rpt-total-count.
           WRITE SIMRPT-RECORD FROM ws-report-total.
           MOVE "A-TRANSACTIES NAAR SIMTRN             : "
               TO rpt-total-text.
           MOVE ws-trn-written TO rpt-total-count.
           WRITE SIMRPT-RECORD FROM ws-report-total.
           DISPLAY "Voorstelregels     : " ws-vst-read.
           DISPLAY "Sessies afgespeeld : " ws-sess-replayed.
           DISPLAY "A-transacties      : " ws-trn-written.
           *> een afgewezen voorstelregel of een volle tabel is een
           *> waarschuwing: het rapport is dan niet het hele voorstel.
           if RETURN-CODE LESS THAN 4
               if ws-vst-rejected GREATER THAN 0 OR ws-table-full-yes
                   MOVE 4 TO RETURN-CODE
               end-if
           end-if.

      *--------------Sluit alle bestanden----------------------------------*
       CloseFiles.
           CLOSE THRESHTAB-FILE.
           CLOSE SPDMAST-FILE.
           CLOSE SIMRPT-FILE.
           CLOSE SIMTRN-FILE.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Threshtab-simulatie.
