      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: Sessiedossier: alles wat over een sessie bekend is
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: bij een betwiste sessie hoeven de
      *            bestanden niet meer met de hand nagelopen te worden.
      *            DOSSEL noemt per regel een bestuurder en een sessie,
      *            of een bestuurder met een van/tot-datum (dan komen
      *            alle sessies van de bestuurder uit TELEIDX en SPDMAST
      *            in dat bereik mee). Per sessie print DOSRPT een
      *            dossier: de generatie uit TELEIDX, het TELE-RECORD
      *            uit die TELEOUT-generatie (of de lopende TELEOUT)
      *            met de kopgegevens, banden, afstand en schakel-
      *            tellers, de strafpunten en rijstijl-score met de
      *            gewichten uit SCORPARM, de THRESHTAB-versie die op
      *            TL-PROC-DATE gold, alle D/P/T/C-regels uit SPDMAST
      *            met hun tekst, de open quarantaine uit SPEEDEXC, de
      *            disposities op EXCDRPT, een afkeuring op CTLREPT en
      *            de ack-status uit TELEACK. Staat de sessie in het
      *            ene bestand en ontbreekt ze in het andere, dan
      *            volgt een duidelijke signalering met ***.
      * 15-10-2026 Stond de sensor van het voertuig op TL-PROC-DATE op
      *            verdacht (SENSHLTH, dagvak of anders de laatste
      *            status, zoals Rijstijl-score), dan staat naast de
      *            score NIET GESCOORD. Zonder SENSHLTH geen markering.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Sessie-dossier.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------Selectie: bestuurder en sessie, of bestuurder------*
      *--------------met een van- en tot-datum---------------------------*
           SELECT DOSSEL-FILE ASSIGN TO "DOSSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dossel-status.

      *--------------Index van de verzonden sessies per generatie--------*
           SELECT TELEIDX-FILE ASSIGN TO "TELEIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS ws-teleidx-status.

      *--------------Een gedateerde TELEOUT-generatie of de lopende-----*
           SELECT TELEOUT-FILE ASSIGN TO ws-teleout-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-teleout-status.

      *--------------Cumulatief archief, sleutel sessie/bestuurder/volg--*
           SELECT SPDMAST-FILE ASSIGN TO "SPDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS ws-spdmast-status.

      *--------------Open quarantaine-metingen----------------------------*
           SELECT SPEEDEXC-FILE ASSIGN TO "SPEEDEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-speedexc-status.

      *--------------Dispositierapport van Speedexc-dispositie-----------*
           SELECT EXCDRPT-FILE ASSIGN TO "EXCDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excdrpt-status.

      *--------------Controlerapport met afgekeurde sessies---------------*
           SELECT CTLREPT-FILE ASSIGN TO "CTLREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ctlrept-status.

      *--------------Acknowledgments van het telemetriesysteem-----------*
           SELECT TELEACK-FILE ASSIGN TO "TELEACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-teleack-status.

      *--------------Versnelling-grenzen per voertuigcode, in versies----*
      *--------------met een ingangsdatum---------------------------------*
           SELECT THRESHTAB-FILE ASSIGN TO "THRESHTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-KEY
               FILE STATUS IS ws-threshtab-status.

      *--------------Stamgegevens per bestuurder--------------------------*
           SELECT DRVMAST-FILE ASSIGN TO "DRVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DRIVER-ID
               FILE STATUS IS ws-drvmast-status.

      *--------------Parameters: gewichten per teller---------------------*
           SELECT SCORPARM-FILE ASSIGN TO "SCORPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-scorparm-status.

      *--------------Sensorgezondheid per voertuig (Sensor-bewaking)----*
           SELECT SENSHLTH-FILE ASSIGN TO "SENSHLTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-VEHICLE-CODE
               FILE STATUS IS ws-senshlth-status.

      *--------------Dossierrapport----------------------------------------*
           SELECT DOSRPT-FILE ASSIGN TO "DOSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dosrpt-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DOSSEL-FILE.
       01  DOSSEL-RECORD.
           05  DS-DRIVER-ID          PIC X(6).
      *--------------Leeg = alle sessies van de bestuurder in het--------*
      *--------------datumbereik------------------------------------------*
           05  DS-SESSION-ID         PIC X(6).
           05  DS-FROM-DATE          PIC 9(8).
           05  DS-TO-DATE            PIC 9(8).

       FD  TELEIDX-FILE.
       COPY TELEIDXR.

       FD  TELEOUT-FILE.
       01  TELEOUT-RECORD            PIC X(151).

       FD  SPDMAST-FILE.
       COPY SPDMASTR.

       FD  SPEEDEXC-FILE.
       COPY SPDEXCRC.

      *--------------Alleen de detailregels van het dispositierapport----*
      *--------------hebben bestuurder en sessie op deze posities---------*
       FD  EXCDRPT-FILE.
       01  EXCDRPT-RECORD.
           05  ED-ACTION             PIC X(1).
           05  FILLER                PIC X(2).
           05  ED-DRIVER-ID          PIC X(6).
           05  FILLER                PIC X(1).
           05  ED-SESSION-ID         PIC X(6).
           05  FILLER                PIC X(1).
           05  ED-SNELHEID           PIC X(7).
           05  FILLER                PIC X(2).
           05  ED-VERDICT            PIC X(15).
           05  FILLER                PIC X(1).
           05  ED-REASON             PIC X(25).
           05  FILLER                PIC X(13).

       FD  CTLREPT-FILE.
       01  CTLREPT-RECORD.
           05  FILLER                PIC X(7).
           05  CR-SESSION-ID         PIC X(6).
           05  FILLER                PIC X(13).
           05  CR-DRIVER-ID          PIC X(6).
           05  FILLER                PIC X(13).
           05  CR-REASON             PIC X(30).
           05  FILLER                PIC X(8).
           05  CR-DEPOT              PIC X(3).
           05  FILLER                PIC X(4).

       FD  TELEACK-FILE.
       01  TELEACK-RECORD.
           05  AK-DRIVER-ID          PIC X(6).
           05  AK-SESSION-ID         PIC X(6).
           05  AK-STATUS             PIC X(1).
               88 ak-accepted               value 'A'.
               88 ak-rejected               value 'R'.
           05  AK-REASON             PIC X(20).

       FD  THRESHTAB-FILE.
       COPY THRESHRC.

       FD  DRVMAST-FILE.
       COPY DRVMASTR.

       FD  SENSHLTH-FILE.
       COPY SENSHLTR.

       FD  SCORPARM-FILE.
       01  SCORPARM-RECORD.
      *--------------Gewichten in de volgorde opschakelen,----------------*
      *--------------terugschakelen, overslaan, pendelen, laag-toeren-----*
           05  SP-GEWICHT            PIC 9(3) OCCURS 5 TIMES.

       FD  DOSRPT-FILE.
       01  DOSRPT-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-dossel-status    PIC X(2) value spaces.
       01 ws-teleidx-status   PIC X(2) value spaces.
       01 ws-teleout-status   PIC X(2) value spaces.
       01 ws-spdmast-status   PIC X(2) value spaces.
       01 ws-speedexc-status  PIC X(2) value spaces.
       01 ws-excdrpt-status   PIC X(2) value spaces.
       01 ws-ctlrept-status   PIC X(2) value spaces.
       01 ws-teleack-status   PIC X(2) value spaces.
       01 ws-threshtab-status PIC X(2) value spaces.
       01 ws-drvmast-status   PIC X(2) value spaces.
       01 ws-scorparm-status  PIC X(2) value spaces.
       01 ws-senshlth-status  PIC X(2) value spaces.
       01 ws-dosrpt-status    PIC X(2) value spaces.

      *------------------Het TELE-RECORD en de SPEEDLOG-regel binnen-----*
      *------------------AR-LOG-DATA----------------------------------------*
       COPY TELEREC.
       COPY SPDLOGRC.

      *------------------Welk TELEOUT-bestand wordt gelezen---------------*
       01 ws-teleout-name      PIC X(30) value spaces.

      *------------------Welke sleutelbestanden er zijn-------------------*
       01 ws-teleidx-avail     PIC X(1) value 'N'.
           88 ws-teleidx-avail-yes     value 'Y'.
       01 ws-spdmast-avail     PIC X(1) value 'N'.
           88 ws-spdmast-avail-yes     value 'Y'.
       01 ws-threshtab-avail   PIC X(1) value 'N'.
           88 ws-threshtab-avail-yes   value 'Y'.
       01 ws-drvmast-avail     PIC X(1) value 'N'.
           88 ws-drvmast-avail-yes     value 'Y'.
      *> zonder SENSHLTH wordt geen score als niet gescoord gemarkeerd
       01 ws-senshlth-avail    PIC X(1) value 'N'.
           88 ws-senshlth-avail-yes    value 'Y'.

      *------------------Sensorstatus op de dag van de sessie-------------*
       01 ws-sensor-status     PIC X(1) value space.
       01 ws-slot-int          PIC 9(7) value 0.
       01 ws-slot-quot         PIC 9(7) value 0.
       01 ws-slot-rest         PIC 9(2) value 0.
       01 ws-slot-idx          PIC 9(2) value 0.

      *------------------Besturing van de loops----------------------------*
       01 ws-sel-eof           PIC X(1) value 'N'.
           88 ws-sel-eof-yes           value 'Y'.
       01 ws-file-eof          PIC X(1) value 'N'.
           88 ws-file-eof-yes          value 'Y'.
       01 ws-key-eof           PIC X(1) value 'N'.
           88 ws-key-eof-yes           value 'Y'.

      *------------------Selectie------------------------------------------*
       01 ws-from-date         PIC 9(8) value 0.
       01 ws-to-date           PIC 9(8) value 99999999.
       01 ws-last-session      PIC X(6) value spaces.
       01 ws-sel-read          PIC 9(5) value 0.

      *------------------Te tonen sessies (een inzage betreft een---------*
      *------------------handvol sessies, 200 is ruim)----------------------*
       01 ws-ses-max           PIC 9(3) value 200.
       01 ws-ses-cnt           PIC 9(3) value 0.
       01 ws-ses-idx           PIC 9(3) value 0.
       01 ws-add-driver        PIC X(6) value spaces.
       01 ws-add-session       PIC X(6) value spaces.
       01 ws-ses-found         PIC X(1) value 'N'.
           88 ws-ses-found-yes         value 'Y'.
       01 SESSION-TABLE.
           05  SESSION-ENTRY OCCURS 200 TIMES.
               10  SE-DRIVER-ID      PIC X(6).
               10  SE-SESSION-ID     PIC X(6).

      *------------------Het lopende dossier-------------------------------*
       01 ws-cur-driver        PIC X(6) value spaces.
       01 ws-cur-session       PIC X(6) value spaces.
       01 ws-gen-date          PIC 9(8) value 0.
       01 ws-ar-run-date       PIC 9(8) value 0.
       01 ws-thr-date          PIC 9(8) value 0.
       01 ws-thr-eff           PIC 9(8) value 0.
       01 ws-in-teleidx        PIC X(1) value 'N'.
           88 ws-in-teleidx-yes        value 'Y'.
       01 ws-in-teleout        PIC X(1) value 'N'.
           88 ws-in-teleout-yes        value 'Y'.
       01 ws-in-current        PIC X(1) value 'N'.
           88 ws-in-current-yes        value 'Y'.
       01 ws-in-spdmast        PIC X(1) value 'N'.
           88 ws-in-spdmast-yes        value 'Y'.
       01 ws-in-ctlrept        PIC X(1) value 'N'.
           88 ws-in-ctlrept-yes        value 'Y'.
       01 ws-in-teleack        PIC X(1) value 'N'.
           88 ws-in-teleack-yes        value 'Y'.
       01 ws-thr-found         PIC X(1) value 'N'.
           88 ws-thr-found-yes         value 'Y'.
       01 ws-ack-status        PIC X(1) value spaces.
       01 ws-ack-reason        PIC X(20) value spaces.
       01 ws-d-cnt             PIC 9(5) value 0.
       01 ws-p-cnt             PIC 9(5) value 0.
       01 ws-c-cnt             PIC 9(5) value 0.
       01 ws-t-cnt             PIC 9(5) value 0.
       01 ws-exc-open-cnt      PIC 9(5) value 0.
       01 ws-disp-cnt          PIC 9(5) value 0.
       01 ws-disp-accept-cnt   PIC 9(5) value 0.
       01 ws-flag-cnt          PIC 9(3) value 0.

      *------------------Gewichten en strafpunten (zelfde standaarden-----*
      *------------------en berekening als Rijstijl-score)----------------*
       01 SCORE-WEIGHTS.
           05  ws-gewicht        PIC 9(3) OCCURS 5 TIMES.
       01 ws-w-idx             PIC 9(1) value 0.
       01 ws-teller            PIC 9(3) value 0.
       01 ws-pen-work          PIC 9(7) value 0.
       01 ws-penalty           PIC 9(7) value 0.
       01 ws-score             PIC S9(5) value 0.
       01 TELLER-NAMEN.
           05  FILLER            PIC X(14) value "OPSCHAKELEN   ".
           05  FILLER            PIC X(14) value "TERUGSCHAKELEN".
           05  FILLER            PIC X(14) value "OVERSLAAN     ".
           05  FILLER            PIC X(14) value "PENDELEN      ".
           05  FILLER            PIC X(14) value "LAAG-TOEREN   ".
       01 TELLER-NAAM-TABEL REDEFINES TELLER-NAMEN.
           05  ws-teller-naam    PIC X(14) OCCURS 5 TIMES.

      *------------------Namen van de banden--------------------------------*
       01 BAND-NAMEN.
           05  FILLER            PIC X(10) value "ACHTERUIT".
           05  FILLER            PIC X(10) value "VRIJ".
           05  FILLER            PIC X(10) value "EERSTE".
           05  FILLER            PIC X(10) value "TWEEDE".
           05  FILLER            PIC X(10) value "DERDE".
           05  FILLER            PIC X(10) value "VIERDE".
           05  FILLER            PIC X(10) value "VIJFDE".
       01 BAND-NAAM-TABEL REDEFINES BAND-NAMEN.
           05  ws-band-naam      PIC X(10) OCCURS 7 TIMES.
       01 ws-band-idx          PIC 9(1) value 0.

      *------------------Opmaak van getallen in een tekstregel-------------*
       01 ws-edit-date         PIC 9(8).
       01 ws-edit-num          PIC Z(6)9.

      *------------------Telling voor het rapport--------------------------*
       01 ws-dossiers          PIC 9(5) value 0.
       01 ws-dossiers-flagged  PIC 9(5) value 0.

      *------------------Rapportregels--------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(30) value
               "SESSIEDOSSIER - INZAGE".
       01 ws-selection-line.
           05  FILLER            PIC X(22) value
               "SELECTIE: BESTUURDER ".
           05  rpt-sel-driver    PIC X(6).
           05  FILLER            PIC X(9) value "  SESSIE ".
           05  rpt-sel-session   PIC X(6).
           05  FILLER            PIC X(6) value "  VAN ".
           05  rpt-sel-from      PIC 9(8).
           05  FILLER            PIC X(5) value " T/M ".
           05  rpt-sel-to        PIC 9(8).
       01 ws-separator-line     PIC X(100) value ALL "=".
       01 ws-dossier-head.
           05  FILLER            PIC X(15) value "DOSSIER SESSIE ".
           05  rpt-session-id    PIC X(6).
           05  FILLER            PIC X(13) value "  BESTUURDER ".
           05  rpt-driver-id     PIC X(6).
           05  FILLER            PIC X(1) value space.
           05  rpt-naam          PIC X(25).
           05  FILLER            PIC X(8) value "  DEPOT ".
           05  rpt-depot         PIC X(3).
       01 ws-section-line.
           05  FILLER            PIC X(4) value "--- ".
           05  rpt-section       PIC X(60).
       01 ws-status-line.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-stat-label    PIC X(10).
           05  FILLER            PIC X(2) value ": ".
           05  rpt-stat-text     PIC X(80).
       01 ws-head-line-1.
           05  FILLER            PIC X(12) value "  VOERTUIG: ".
           05  rpt-vehicle       PIC X(4).
           05  FILLER            PIC X(12) value "  VERWERKT: ".
           05  rpt-proc-date     PIC 9(8).
           05  FILLER            PIC X(14) value "  GEMIDDELDE: ".
           05  rpt-average       PIC -ZZ9.99.
           05  FILLER            PIC X(12) value "  METINGEN: ".
           05  rpt-aantal        PIC ZZ9.
       01 ws-head-line-2.
           05  FILLER            PIC X(8) value "  DUUR: ".
           05  rpt-duur          PIC Z(6)9.
           05  FILLER            PIC X(15) value " SEC  AFSTAND: ".
           05  rpt-afstand       PIC ZZZZ9.99.
           05  FILLER            PIC X(3) value " KM".
       01 ws-band-columns.
           05  FILLER            PIC X(28) value
               "  BAND       AANTAL SECONDEN".
       01 ws-band-line.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-band-naam     PIC X(10).
           05  FILLER            PIC X(2) value spaces.
           05  rpt-band-count    PIC ZZZZ9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-band-sec      PIC Z(6)9.
       01 ws-penalty-columns.
           05  FILLER            PIC X(46) value
               "  TELLER          AANTAL  GEWICHT  STRAFPUNTEN".
       01 ws-penalty-line.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-teller-naam   PIC X(14).
           05  FILLER            PIC X(2) value spaces.
           05  rpt-teller        PIC Z(5)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-gewicht       PIC Z(6)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-straf         PIC Z(10)9.
       01 ws-score-line.
           05  FILLER            PIC X(22) value
               "  STRAFPUNTEN TOTAAL: ".
           05  rpt-penalty       PIC Z(6)9.
           05  FILLER            PIC X(18) value
               "  RIJSTIJL-SCORE: ".
           05  rpt-score         PIC ZZ9.
           05  rpt-score-sensor  PIC X(50).
       01 ws-thr-line-1.
           05  FILLER            PIC X(16) value "  VERSIE VANAF: ".
           05  rpt-thr-eff       PIC 9(8).
           05  FILLER            PIC X(13) value "  GELDIG OP: ".
           05  rpt-thr-date      PIC 9(8).
       01 ws-thr-line-2.
           05  FILLER            PIC X(30) value
               "  GRENZEN (R/V/1/2/3/4/5/MAX):".
           05  rpt-bound-entry   OCCURS 8 TIMES.
               10  FILLER        PIC X(1) value space.
               10  rpt-bound     PIC -ZZ9.
       01 ws-thr-line-3.
           05  FILLER            PIC X(16) value "  MAX. SPRONG: ".
           05  rpt-thr-delta     PIC -ZZ9.
           05  FILLER            PIC X(13) value "  OVERSPEED: ".
           05  rpt-thr-ovs       PIC ZZ9.
           05  FILLER            PIC X(1) value "/".
           05  rpt-thr-ovs-sec   PIC ZZZ9.
           05  FILLER            PIC X(4) value " SEC".
       01 ws-reading-columns.
           05  FILLER            PIC X(10) value "  VOLGNR  ".
           05  FILLER            PIC X(10) value "TYPE".
           05  FILLER            PIC X(10) value "SNELHEID  ".
           05  FILLER            PIC X(36) value "TEKST".
           05  FILLER            PIC X(8) value "AANTAL  ".
           05  FILLER            PIC X(10) value "GEMIDDELDE".
       01 ws-reading-line.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-seq           PIC Z(5)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-type          PIC X(10).
           05  rpt-snelheid      PIC -ZZZ9.99.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-gear-text     PIC X(35).
           05  FILLER            PIC X(1) value space.
           05  rpt-r-aantal      PIC -ZZZZ9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-r-average     PIC -ZZZZZ9.99.
       01 ws-exc-line.
           05  FILLER            PIC X(20) value
               "  OPEN QUARANTAINE: ".
           05  FILLER            PIC X(9) value "SNELHEID ".
           05  rpt-exc-snelheid  PIC -ZZ9.99.
           05  FILLER            PIC X(8) value "  VORIG ".
           05  rpt-exc-prev      PIC -ZZ9.99.
           05  FILLER            PIC X(9) value "  SPRONG ".
           05  rpt-exc-delta     PIC -ZZ9.99.
       01 ws-disp-line.
           05  FILLER            PIC X(14) value "  DISPOSITIE: ".
           05  rpt-disp-action   PIC X(1).
           05  FILLER            PIC X(9) value "  METING ".
           05  rpt-disp-snelheid PIC X(7).
           05  FILLER            PIC X(2) value spaces.
           05  rpt-disp-verdict  PIC X(15).
           05  FILLER            PIC X(1) value space.
           05  rpt-disp-reason   PIC X(25).
       01 ws-flag-line.
           05  FILLER            PIC X(6) value "  *** ".
           05  rpt-flag-text     PIC X(80).
       01 ws-total-line.
           05  rpt-total-text    PIC X(30).
           05  rpt-total-count   PIC Z(4)9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainDossier.
           PERFORM LoadWeights.
           PERFORM OpenFiles.
           PERFORM LoadSelection.
           MOVE 1 TO ws-ses-idx.
           PERFORM BuildDossier UNTIL ws-ses-idx GREATER THAN
               ws-ses-cnt.
           PERFORM WriteTotals.
           PERFORM CloseFiles.
           stop RUN.

      *--------------Gewichten uit SCORPARM, met dezelfde standaarden-----*
      *--------------als Rijstijl-score----------------------------------------*
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

      *--------------Opent de sleutelbestanden; wat ontbreekt wordt-------*
      *--------------in elk dossier als ontbrekend gesignaleerd-----------*
       OpenFiles.
           OPEN INPUT TELEIDX-FILE.
           if ws-teleidx-status = "00"
               set ws-teleidx-avail-yes to true
           else
               DISPLAY "Kan TELEIDX.DAT niet openen, status: "
                   ws-teleidx-status
           end-if.
           OPEN INPUT SPDMAST-FILE.
           if ws-spdmast-status = "00"
               set ws-spdmast-avail-yes to true
           else
               DISPLAY "Kan SPDMAST.DAT niet openen, status: "
                   ws-spdmast-status
           end-if.
           OPEN INPUT THRESHTAB-FILE.
           if ws-threshtab-status = "00"
               set ws-threshtab-avail-yes to true
           else
               DISPLAY "Kan THRESHTAB.DAT niet openen, status: "
                   ws-threshtab-status
           end-if.
           OPEN INPUT DRVMAST-FILE.
           if ws-drvmast-status = "00"
               set ws-drvmast-avail-yes to true
           else
               DISPLAY "Kan DRVMAST.DAT niet openen, status: "
                   ws-drvmast-status
           end-if.
           OPEN INPUT SENSHLTH-FILE.
           if ws-senshlth-status = "00"
               set ws-senshlth-avail-yes to true
           else
               DISPLAY "Kan SENSHLTH.DAT niet openen, status: "
                   ws-senshlth-status
           end-if.
           OPEN OUTPUT DOSRPT-FILE.
           WRITE DOSRPT-RECORD FROM ws-report-heading.

      *--------------Leest de selectie en bouwt de sessielijst------------*
       LoadSelection.
           OPEN INPUT DOSSEL-FILE.
           if ws-dossel-status NOT = "00"
               DISPLAY "Kan DOSSEL.DAT niet openen, status: "
                   ws-dossel-status
               set ws-sel-eof-yes to true
           end-if.
           PERFORM LoadOneSelection UNTIL ws-sel-eof-yes.
           if ws-dossel-status = "00" OR ws-dossel-status = "10"
               CLOSE DOSSEL-FILE
           end-if.
           WRITE DOSRPT-RECORD FROM ws-separator-line.

       LoadOneSelection.
           READ DOSSEL-FILE
               AT END
                   set ws-sel-eof-yes to true
               NOT AT END
                   ADD 1 TO ws-sel-read
                   PERFORM ApplySelection THRU ApplySelection-Exit
           end-read.

       ApplySelection.
           if DS-DRIVER-ID = spaces
               GO TO ApplySelection-Exit.
           MOVE DS-DRIVER-ID TO rpt-sel-driver.
           MOVE DS-SESSION-ID TO rpt-sel-session.
           MOVE 0 TO ws-from-date.
           MOVE 99999999 TO ws-to-date.
           if DS-FROM-DATE IS NUMERIC AND DS-FROM-DATE GREATER THAN 0
               MOVE DS-FROM-DATE TO ws-from-date
           end-if.
           if DS-TO-DATE IS NUMERIC AND DS-TO-DATE GREATER THAN 0
               MOVE DS-TO-DATE TO ws-to-date
           end-if.
           MOVE ws-from-date TO rpt-sel-from.
           MOVE ws-to-date TO rpt-sel-to.
           WRITE DOSRPT-RECORD FROM ws-selection-line.

           if DS-SESSION-ID NOT = spaces
               MOVE DS-DRIVER-ID TO ws-add-driver
               MOVE DS-SESSION-ID TO ws-add-session
               PERFORM AddSession
               GO TO ApplySelection-Exit.

           *> een bestuurder zonder sessie: alle verzonden sessies uit
           *> TELEIDX en alle gearchiveerde uit SPDMAST in het bereik
           MOVE DS-DRIVER-ID TO ws-add-driver.
           if ws-teleidx-avail-yes
               PERFORM CollectFromTeleidx
           end-if.
           if ws-spdmast-avail-yes
               PERFORM CollectFromSpdmast
           end-if.

       ApplySelection-Exit.
           EXIT.

      *--------------TELEIDX: de sleutel begint met de bestuurder---------*
       CollectFromTeleidx.
           MOVE "N" TO ws-key-eof.
           MOVE ws-add-driver TO TI-DRIVER-ID.
           MOVE LOW-VALUES TO TI-SESSION-ID.
           START TELEIDX-FILE KEY NOT LESS THAN TI-KEY
               INVALID KEY
                   set ws-key-eof-yes to true
           end-start.
           if ws-teleidx-status NOT = "00"
               set ws-key-eof-yes to true
           end-if.
           PERFORM CollectOneTeleidx UNTIL ws-key-eof-yes.

       CollectOneTeleidx.
           READ TELEIDX-FILE NEXT RECORD
               AT END
                   set ws-key-eof-yes to true
           end-read.
           if NOT ws-key-eof-yes
               if TI-DRIVER-ID NOT = ws-add-driver
                   set ws-key-eof-yes to true
               else
                   if TI-PROC-DATE NOT LESS THAN ws-from-date AND
                       TI-PROC-DATE NOT GREATER THAN ws-to-date
                       MOVE TI-SESSION-ID TO ws-add-session
                       PERFORM AddSession
                   end-if
               end-if
           end-if.

      *--------------SPDMAST: de sleutel begint met de sessie, dus het-----*
      *--------------hele archief door (zoals Spdmast-trendrapport)------*
       CollectFromSpdmast.
           MOVE "N" TO ws-key-eof.
           MOVE spaces TO ws-last-session.
           MOVE LOW-VALUES TO AR-KEY.
           START SPDMAST-FILE KEY NOT LESS THAN AR-KEY
               INVALID KEY
                   set ws-key-eof-yes to true
           end-start.
           if ws-spdmast-status NOT = "00"
               set ws-key-eof-yes to true
           end-if.
           PERFORM CollectOneArchive UNTIL ws-key-eof-yes.

       CollectOneArchive.
           READ SPDMAST-FILE NEXT RECORD
               AT END
                   set ws-key-eof-yes to true
           end-read.
           if NOT ws-key-eof-yes
               if AR-DRIVER-ID = ws-add-driver AND
                   AR-SESSION-ID NOT = ws-last-session AND
                   AR-RUN-DATE NOT LESS THAN ws-from-date AND
                   AR-RUN-DATE NOT GREATER THAN ws-to-date
                   MOVE AR-SESSION-ID TO ws-last-session
                   MOVE AR-SESSION-ID TO ws-add-session
                   PERFORM AddSession
               end-if
           end-if.

      *--------------Zet een sessie in de lijst, eenmaal--------------------*
       AddSession.
           MOVE "N" TO ws-ses-found.
           MOVE 1 TO ws-ses-idx.
           PERFORM FindOneSession UNTIL ws-ses-found-yes OR
               ws-ses-idx GREATER THAN ws-ses-cnt.
           if NOT ws-ses-found-yes
               if ws-ses-cnt LESS THAN ws-ses-max
                   ADD 1 TO ws-ses-cnt
                   MOVE ws-add-driver TO SE-DRIVER-ID(ws-ses-cnt)
                   MOVE ws-add-session TO SE-SESSION-ID(ws-ses-cnt)
               else
                   *> tabel vol: luid melden, niet stil inslikken
                   DISPLAY "SESSION-TABLE vol, sessie overgeslagen: "
                       ws-add-driver " " ws-add-session
               end-if
           end-if.

       FindOneSession.
           if SE-DRIVER-ID(ws-ses-idx) = ws-add-driver AND
               SE-SESSION-ID(ws-ses-idx) = ws-add-session
               set ws-ses-found-yes to true
           else
               ADD 1 TO ws-ses-idx
           end-if.

      *--------------Een dossier: alle bronnen langs, dan de---------------*
      *--------------signaleringen------------------------------------------*
       BuildDossier.
           MOVE SE-DRIVER-ID(ws-ses-idx) TO ws-cur-driver.
           MOVE SE-SESSION-ID(ws-ses-idx) TO ws-cur-session.
           ADD 1 TO ws-dossiers.
           PERFORM ResetDossier.
           PERFORM WriteDossierHead.

           MOVE "VERZENDING EN ACKNOWLEDGMENT" TO rpt-section.
           WRITE DOSRPT-RECORD FROM ws-section-line.
           PERFORM LookupTeleidx.
           PERFORM LookupTeleout.
           PERFORM LookupTeleack.
           PERFORM LookupCtlrept.

           MOVE "KOPGEGEVENS, SCHAKELGEDRAG EN RIJSTIJL (TELE-RECORD)"
               TO rpt-section.
           WRITE DOSRPT-RECORD FROM ws-section-line.
           if ws-in-teleout-yes
               PERFORM WriteHeaderData
               PERFORM WritePenalty
           else
               MOVE "TELE-RECORD" TO rpt-stat-label
               MOVE "NIET GEVONDEN" TO rpt-stat-text
               WRITE DOSRPT-RECORD FROM ws-status-line
           end-if.

           PERFORM WriteReadings.

           MOVE "GRENZEN (THRESHTAB)" TO rpt-section.
           WRITE DOSRPT-RECORD FROM ws-section-line.
           PERFORM WriteThresholdVersion.

           MOVE "QUARANTAINE EN DISPOSITIE (SPEEDEXC, EXCDRPT)" TO
               rpt-section.
           WRITE DOSRPT-RECORD FROM ws-section-line.
           PERFORM LookupSpeedexc.
           PERFORM LookupExcdrpt.
           if ws-exc-open-cnt = 0 AND ws-disp-cnt = 0
               MOVE "SPEEDEXC" TO rpt-stat-label
               MOVE "GEEN OPEN QUARANTAINE OF DISPOSITIE" TO
                   rpt-stat-text
               WRITE DOSRPT-RECORD FROM ws-status-line
           end-if.

           MOVE "SIGNALERINGEN" TO rpt-section.
           WRITE DOSRPT-RECORD FROM ws-section-line.
           PERFORM CheckConsistency THRU CheckConsistency-Exit.
           if ws-flag-cnt = 0
               MOVE "GEEN" TO rpt-stat-label
               MOVE "DE BESTANDEN ZIJN MET ELKAAR IN OVEREENSTEMMING"
                   TO rpt-stat-text
               WRITE DOSRPT-RECORD FROM ws-status-line
           else
               ADD 1 TO ws-dossiers-flagged
           end-if.
           WRITE DOSRPT-RECORD FROM ws-separator-line.
           ADD 1 TO ws-ses-idx.

       ResetDossier.
           MOVE 0 TO ws-gen-date.
           MOVE 0 TO ws-ar-run-date.
           MOVE 0 TO ws-thr-date.
           MOVE "N" TO ws-in-teleidx.
           MOVE "N" TO ws-in-teleout.
           MOVE "N" TO ws-in-current.
           MOVE "N" TO ws-in-spdmast.
           MOVE "N" TO ws-in-ctlrept.
           MOVE "N" TO ws-in-teleack.
           MOVE "N" TO ws-thr-found.
           MOVE spaces TO ws-ack-status.
           MOVE spaces TO ws-ack-reason.
           MOVE 0 TO ws-d-cnt.
           MOVE 0 TO ws-p-cnt.
           MOVE 0 TO ws-c-cnt.
           MOVE 0 TO ws-t-cnt.
           MOVE 0 TO ws-exc-open-cnt.
           MOVE 0 TO ws-disp-cnt.
           MOVE 0 TO ws-disp-accept-cnt.
           MOVE 0 TO ws-flag-cnt.
           INITIALIZE TELE-RECORD.

      *--------------Kop van het dossier met naam en depot uit DRVMAST-----*
       WriteDossierHead.
           MOVE ws-cur-session TO rpt-session-id.
           MOVE ws-cur-driver TO rpt-driver-id.
           MOVE "** GEEN STAMRECORD **" TO rpt-naam.
           MOVE "???" TO rpt-depot.
           if ws-drvmast-avail-yes
               MOVE ws-cur-driver TO DM-DRIVER-ID
               READ DRVMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-NAAM TO rpt-naam
                       MOVE DM-DEPOT-CODE TO rpt-depot
               end-read
           end-if.
           WRITE DOSRPT-RECORD FROM ws-dossier-head.

      *--------------TELEIDX: in welke generatie ging de sessie uit?------*
       LookupTeleidx.
           MOVE "TELEIDX" TO rpt-stat-label.
           MOVE spaces TO rpt-stat-text.
           if NOT ws-teleidx-avail-yes
               MOVE "BESTAND NIET BESCHIKBAAR" TO rpt-stat-text
           else
               MOVE ws-cur-driver TO TI-DRIVER-ID
               MOVE ws-cur-session TO TI-SESSION-ID
               READ TELEIDX-FILE KEY IS TI-KEY
                   INVALID KEY
                       MOVE "NIET VERZONDEN (GEEN INDEXREGEL)" TO
                           rpt-stat-text
                   NOT INVALID KEY
                       set ws-in-teleidx-yes to true
                       MOVE TI-PROC-DATE TO ws-gen-date
                       MOVE TI-PROC-DATE TO ws-edit-date
                       STRING "VERZONDEN IN GENERATIE " ws-edit-date
                           DELIMITED BY SIZE INTO rpt-stat-text
               end-read
           end-if.
           WRITE DOSRPT-RECORD FROM ws-status-line.

      *--------------TELEOUT: de generatie uit TELEIDX, anders de----------*
      *--------------lopende TELEOUT (nog niet afgesloten)------------------*
       LookupTeleout.
           MOVE spaces TO ws-teleout-name.
           if ws-in-teleidx-yes
               STRING "TELEOUT." ws-gen-date ".DAT"
                   DELIMITED BY SIZE INTO ws-teleout-name
           else
               MOVE "TELEOUT.DAT" TO ws-teleout-name
           end-if.
           MOVE "N" TO ws-file-eof.
           OPEN INPUT TELEOUT-FILE.
           if ws-teleout-status NOT = "00"
               set ws-file-eof-yes to true
           end-if.
           PERFORM ScanOneTeleRecord UNTIL ws-file-eof-yes.
           if ws-teleout-status = "00" OR ws-teleout-status = "10"
               CLOSE TELEOUT-FILE
           end-if.
           if ws-in-teleout-yes AND NOT ws-in-teleidx-yes
               set ws-in-current-yes to true
           end-if.
           MOVE "TELEOUT" TO rpt-stat-label.
           MOVE spaces TO rpt-stat-text.
           if ws-in-teleout-yes
               if ws-in-current-yes
                   STRING "IN DE LOPENDE " ws-teleout-name
                       DELIMITED BY SPACE
                       " (NOG NIET AFGESLOTEN)" DELIMITED BY SIZE
                       INTO rpt-stat-text
               else
                   STRING "GEVONDEN IN " ws-teleout-name
                       DELIMITED BY SPACE INTO rpt-stat-text
               end-if
           else
               STRING "NIET GEVONDEN IN " ws-teleout-name
                   DELIMITED BY SPACE INTO rpt-stat-text
           end-if.
           WRITE DOSRPT-RECORD FROM ws-status-line.

       ScanOneTeleRecord.
           READ TELEOUT-FILE INTO TELE-RECORD
               AT END
                   set ws-file-eof-yes to true
               NOT AT END
                   if TL-DRIVER-ID = ws-cur-driver AND
                       TL-SESSION-ID = ws-cur-session
                       set ws-in-teleout-yes to true
                       set ws-file-eof-yes to true
                   end-if
           end-read.
           if NOT ws-in-teleout-yes AND ws-file-eof-yes
               INITIALIZE TELE-RECORD
           end-if.

      *--------------TELEACK: antwoord van het telemetriesysteem-----------*
       LookupTeleack.
           MOVE "N" TO ws-file-eof.
           OPEN INPUT TELEACK-FILE.
           if ws-teleack-status NOT = "00"
               set ws-file-eof-yes to true
           end-if.
           PERFORM ScanOneAck UNTIL ws-file-eof-yes.
           if ws-teleack-status = "00" OR ws-teleack-status = "10"
               CLOSE TELEACK-FILE
           end-if.
           MOVE "TELEACK" TO rpt-stat-label.
           MOVE spaces TO rpt-stat-text.
           if ws-in-teleack-yes
               if ws-ack-status = "R"
                   STRING "AFGEWEZEN: " ws-ack-reason
                       DELIMITED BY SIZE INTO rpt-stat-text
               else
                   MOVE "BEVESTIGD" TO rpt-stat-text
               end-if
           else
               MOVE "GEEN ACK IN DE HUIDIGE TELEACK" TO rpt-stat-text
           end-if.
           WRITE DOSRPT-RECORD FROM ws-status-line.

       ScanOneAck.
           READ TELEACK-FILE
               AT END
                   set ws-file-eof-yes to true
               NOT AT END
                   if AK-DRIVER-ID = ws-cur-driver AND
                       AK-SESSION-ID = ws-cur-session
                       set ws-in-teleack-yes to true
                       MOVE AK-STATUS TO ws-ack-status
                       MOVE AK-REASON TO ws-ack-reason
                   end-if
           end-read.

      *--------------CTLREPT: is de kop van de sessie afgekeurd?-----------*
       LookupCtlrept.
           MOVE "N" TO ws-file-eof.
           OPEN INPUT CTLREPT-FILE.
           if ws-ctlrept-status NOT = "00"
               set ws-file-eof-yes to true
           end-if.
           PERFORM ScanOneControlLine UNTIL ws-file-eof-yes.
           if ws-ctlrept-status = "00" OR ws-ctlrept-status = "10"
               CLOSE CTLREPT-FILE
           end-if.
           if NOT ws-in-ctlrept-yes
               MOVE "CTLREPT" TO rpt-stat-label
               MOVE "NIET AFGEKEURD" TO rpt-stat-text
               WRITE DOSRPT-RECORD FROM ws-status-line
           end-if.

       ScanOneControlLine.
           READ CTLREPT-FILE
               AT END
                   set ws-file-eof-yes to true
               NOT AT END
                   if CR-DRIVER-ID = ws-cur-driver AND
                       CR-SESSION-ID = ws-cur-session
                       set ws-in-ctlrept-yes to true
                       MOVE "CTLREPT" TO rpt-stat-label
                       MOVE spaces TO rpt-stat-text
                       STRING "AFGEKEURD: " CR-REASON " DEPOT "
                           CR-DEPOT DELIMITED BY SIZE
                           INTO rpt-stat-text
                       WRITE DOSRPT-RECORD FROM ws-status-line
                   end-if
           end-read.

      *--------------Kopgegevens en banden uit het TELE-RECORD-------------*
       WriteHeaderData.
           MOVE TL-VEHICLE-CODE TO rpt-vehicle.
           MOVE TL-PROC-DATE TO rpt-proc-date.
           MOVE TL-AVERAGE TO rpt-average.
           MOVE TL-AANTAL TO rpt-aantal.
           WRITE DOSRPT-RECORD FROM ws-head-line-1.
           MOVE TL-DUUR-SEC TO rpt-duur.
           MOVE TL-AFSTAND-KM TO rpt-afstand.
           WRITE DOSRPT-RECORD FROM ws-head-line-2.
           WRITE DOSRPT-RECORD FROM ws-band-columns.
           MOVE 1 TO ws-band-idx.
           PERFORM WriteOneBand UNTIL ws-band-idx GREATER THAN 7.

       WriteOneBand.
           MOVE ws-band-naam(ws-band-idx) TO rpt-band-naam.
           MOVE TL-GEAR-COUNTS(ws-band-idx) TO rpt-band-count.
           MOVE TL-GEAR-SECONDS(ws-band-idx) TO rpt-band-sec.
           WRITE DOSRPT-RECORD FROM ws-band-line.
           ADD 1 TO ws-band-idx.

      *--------------Schakeltellers, strafpunten en rijstijl-score---------*
      *--------------zoals Rijstijl-score ze berekent------------------------*
       WritePenalty.
           WRITE DOSRPT-RECORD FROM ws-penalty-columns.
           MOVE 0 TO ws-penalty.
           MOVE 1 TO ws-w-idx.
           PERFORM WriteOnePenalty UNTIL ws-w-idx GREATER THAN 5.
           MOVE 100 TO ws-score.
           SUBTRACT ws-penalty FROM ws-score.
           if ws-score LESS THAN 0
               MOVE 0 TO ws-score
           end-if.
           MOVE ws-penalty TO rpt-penalty.
           MOVE ws-score TO rpt-score.
           *> Rijstijl-score slaat zo'n sessie over: de bestuurder kan
           *> niets aan een kapotte sensor doen.
           MOVE spaces TO rpt-score-sensor.
           PERFORM LookupSensorStatus.
           if ws-sensor-status = "V"
               MOVE "  NIET GESCOORD - SENSOR VAN HET VOERTUIG VERDACHT"
                   TO rpt-score-sensor
           end-if.
           WRITE DOSRPT-RECORD FROM ws-score-line.

       WriteOnePenalty.
           if ws-w-idx = 1
               MOVE TL-UPSHIFTS TO ws-teller
           end-if.
           if ws-w-idx = 2
               MOVE TL-DOWNSHIFTS TO ws-teller
           end-if.
           if ws-w-idx = 3
               MOVE TL-SKIPPED TO ws-teller
           end-if.
           if ws-w-idx = 4
               MOVE TL-HUNTING TO ws-teller
           end-if.
           if ws-w-idx = 5
               MOVE TL-LUGGING TO ws-teller
           end-if.
           if ws-teller NOT NUMERIC
               MOVE 0 TO ws-teller
           end-if.
           MULTIPLY ws-teller BY ws-gewicht(ws-w-idx)
               GIVING ws-pen-work.
           ADD ws-pen-work TO ws-penalty.
           MOVE ws-teller-naam(ws-w-idx) TO rpt-teller-naam.
           MOVE ws-teller TO rpt-teller.
           MOVE ws-gewicht(ws-w-idx) TO rpt-gewicht.
           MOVE ws-pen-work TO rpt-straf.
           WRITE DOSRPT-RECORD FROM ws-penalty-line.
           ADD 1 TO ws-w-idx.

      *--------------Sensorstatus van het voertuig op de dag van de------*
      *--------------sessie: de status uit het dagvak als die dag-------*
      *--------------beoordeeld is, anders de laatste status---------------*
       LookupSensorStatus.
           MOVE space TO ws-sensor-status.
           if ws-senshlth-avail-yes
               MOVE TL-VEHICLE-CODE TO HS-VEHICLE-CODE
               READ SENSHLTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HS-STATUS TO ws-sensor-status
                       PERFORM SensorStatusOnDate
               end-read
           end-if.

       SensorStatusOnDate.
           MOVE 0 TO ws-slot-int.
           if TL-PROC-DATE IS NUMERIC AND TL-PROC-DATE GREATER THAN 0
               MOVE FUNCTION INTEGER-OF-DATE(TL-PROC-DATE)
                   TO ws-slot-int
           end-if.
           if ws-slot-int NOT = 0
               DIVIDE ws-slot-int BY 30 GIVING ws-slot-quot
                   REMAINDER ws-slot-rest
               ADD 1 TO ws-slot-rest GIVING ws-slot-idx
               if HD-DATE(ws-slot-idx) = TL-PROC-DATE AND
                   HD-STATUS(ws-slot-idx) NOT = space
                   MOVE HD-STATUS(ws-slot-idx) TO ws-sensor-status
               end-if
           end-if.

      *--------------Alle archiefregels van de sessie uit SPDMAST----------*
       WriteReadings.
           MOVE "METINGEN IN HET ARCHIEF (SPDMAST)" TO rpt-section.
           WRITE DOSRPT-RECORD FROM ws-section-line.
           if NOT ws-spdmast-avail-yes
               MOVE "SPDMAST" TO rpt-stat-label
               MOVE "BESTAND NIET BESCHIKBAAR" TO rpt-stat-text
               WRITE DOSRPT-RECORD FROM ws-status-line
           else
               WRITE DOSRPT-RECORD FROM ws-reading-columns
               MOVE "N" TO ws-key-eof
               MOVE ws-cur-session TO AR-SESSION-ID
               MOVE ws-cur-driver TO AR-DRIVER-ID
               MOVE 0 TO AR-SEQ
               START SPDMAST-FILE KEY NOT LESS THAN AR-KEY
                   INVALID KEY
                       set ws-key-eof-yes to true
               end-start
               if ws-spdmast-status NOT = "00"
                   set ws-key-eof-yes to true
               end-if
               PERFORM WriteOneReading UNTIL ws-key-eof-yes
               if NOT ws-in-spdmast-yes
                   MOVE "SPDMAST" TO rpt-stat-label
                   MOVE "GEEN ARCHIEFREGELS" TO rpt-stat-text
                   WRITE DOSRPT-RECORD FROM ws-status-line
               end-if
           end-if.

       WriteOneReading.
           READ SPDMAST-FILE NEXT RECORD
               AT END
                   set ws-key-eof-yes to true
           end-read.
           if ws-key-eof-yes
               CONTINUE
           else
               if AR-SESSION-ID NOT = ws-cur-session OR
                   AR-DRIVER-ID NOT = ws-cur-driver
                   set ws-key-eof-yes to true
               else
                   set ws-in-spdmast-yes to true
                   MOVE AR-RUN-DATE TO ws-ar-run-date
                   MOVE AR-LOG-DATA TO SPEEDLOG-RECORD
                   PERFORM FormatReading
                   WRITE DOSRPT-RECORD FROM ws-reading-line
               end-if
           end-if.

       FormatReading.
           MOVE AR-SEQ TO rpt-seq.
           MOVE SL-SNELHEID TO rpt-snelheid.
           MOVE SL-GEAR-TEXT TO rpt-gear-text.
           MOVE SL-AANTAL TO rpt-r-aantal.
           MOVE SL-AVERAGE TO rpt-r-average.
           MOVE SL-REC-TYPE TO rpt-type.
           if SL-REC-TYPE = "D"
               ADD 1 TO ws-d-cnt
               MOVE "METING" TO rpt-type
           end-if.
           if SL-REC-TYPE = "P"
               ADD 1 TO ws-p-cnt
               MOVE "QUARANT." TO rpt-type
           end-if.
           if SL-REC-TYPE = "C"
               ADD 1 TO ws-c-cnt
               MOVE "CORRECTIE" TO rpt-type
           end-if.
           if SL-REC-TYPE = "T"
               ADD 1 TO ws-t-cnt
               MOVE "TRAILER" TO rpt-type
               MOVE 0 TO rpt-snelheid
               MOVE SL-DUUR-SEC TO ws-edit-num
               MOVE spaces TO rpt-gear-text
               STRING "SESSIEDUUR " ws-edit-num " SEC"
                   DELIMITED BY SIZE INTO rpt-gear-text
           end-if.

      *--------------THRESHTAB-versie die gold op TL-PROC-DATE (zolang----*
      *--------------die nul is: de generatie of de archiefdatum)---------*
       WriteThresholdVersion.
           if TL-PROC-DATE IS NUMERIC AND TL-PROC-DATE GREATER THAN 0
               MOVE TL-PROC-DATE TO ws-thr-date
           else
               if ws-gen-date GREATER THAN 0
                   MOVE ws-gen-date TO ws-thr-date
               else
                   MOVE ws-ar-run-date TO ws-thr-date
               end-if
           end-if.
           if ws-thr-date = 0
               ACCEPT ws-thr-date FROM DATE YYYYMMDD
           end-if.
           MOVE "THRESHTAB" TO rpt-stat-label.
           MOVE spaces TO rpt-stat-text.
           if NOT ws-in-teleout-yes
               MOVE "VOERTUIG ONBEKEND (GEEN TELE-RECORD)" TO
                   rpt-stat-text
               WRITE DOSRPT-RECORD FROM ws-status-line
           else
               if NOT ws-threshtab-avail-yes
                   MOVE "BESTAND NIET BESCHIKBAAR" TO rpt-stat-text
                   WRITE DOSRPT-RECORD FROM ws-status-line
               else
                   PERFORM FindThresholdVersion
               end-if
           end-if.

       FindThresholdVersion.
           MOVE "N" TO ws-key-eof.
           MOVE TL-VEHICLE-CODE TO TT-VEHICLE-CODE.
           MOVE 0 TO TT-EFF-DATE.
           START THRESHTAB-FILE KEY NOT LESS THAN TT-KEY
               INVALID KEY
                   set ws-key-eof-yes to true
           end-start.
           if ws-threshtab-status NOT = "00"
               set ws-key-eof-yes to true
           end-if.
           *> de versies staan oplopend op ingangsdatum: de laatste die
           *> op de datum al gold is de juiste.
           PERFORM ReadOneThreshVersion UNTIL ws-key-eof-yes.
           if NOT ws-thr-found-yes
               STRING "GEEN VERSIE VOOR " TL-VEHICLE-CODE
                   " OP " ws-thr-date
                   " (STANDAARDGRENZEN)" DELIMITED BY SIZE
                   INTO rpt-stat-text
               WRITE DOSRPT-RECORD FROM ws-status-line
           else
               MOVE TL-VEHICLE-CODE TO TT-VEHICLE-CODE
               MOVE ws-thr-eff TO TT-EFF-DATE
               READ THRESHTAB-FILE KEY IS TT-KEY
                   INVALID KEY
                       CONTINUE
               end-read
               PERFORM WriteThresholdLines
           end-if.

       ReadOneThreshVersion.
           READ THRESHTAB-FILE NEXT RECORD
               AT END
                   set ws-key-eof-yes to true
           end-read.
           if NOT ws-key-eof-yes
               if TT-VEHICLE-CODE NOT = TL-VEHICLE-CODE OR
                   TT-EFF-DATE GREATER THAN ws-thr-date
                   set ws-key-eof-yes to true
               else
                   set ws-thr-found-yes to true
                   MOVE TT-EFF-DATE TO ws-thr-eff
               end-if
           end-if.

       WriteThresholdLines.
           MOVE ws-thr-eff TO rpt-thr-eff.
           MOVE ws-thr-date TO rpt-thr-date.
           WRITE DOSRPT-RECORD FROM ws-thr-line-1.
           MOVE TT-BOUND-REV TO rpt-bound(1).
           MOVE TT-BOUND-VRIJ TO rpt-bound(2).
           MOVE TT-BOUND-1E TO rpt-bound(3).
           MOVE TT-BOUND-2E TO rpt-bound(4).
           MOVE TT-BOUND-3E TO rpt-bound(5).
           MOVE TT-BOUND-4E TO rpt-bound(6).
           MOVE TT-BOUND-5E TO rpt-bound(7).
           MOVE TT-BOUND-MAX TO rpt-bound(8).
           WRITE DOSRPT-RECORD FROM ws-thr-line-2.
           MOVE TT-MAX-DELTA TO rpt-thr-delta.
           MOVE 0 TO rpt-thr-ovs.
           MOVE 0 TO rpt-thr-ovs-sec.
           if TT-OVERSPEED IS NUMERIC AND TT-OVERSPEED-SEC IS NUMERIC
               MOVE TT-OVERSPEED TO rpt-thr-ovs
               MOVE TT-OVERSPEED-SEC TO rpt-thr-ovs-sec
           end-if.
           WRITE DOSRPT-RECORD FROM ws-thr-line-3.

      *--------------SPEEDEXC: nog open quarantaine van de sessie----------*
       LookupSpeedexc.
           MOVE "N" TO ws-file-eof.
           OPEN INPUT SPEEDEXC-FILE.
           if ws-speedexc-status NOT = "00"
               set ws-file-eof-yes to true
           end-if.
           PERFORM ScanOneException UNTIL ws-file-eof-yes.
           if ws-speedexc-status = "00" OR ws-speedexc-status = "10"
               CLOSE SPEEDEXC-FILE
           end-if.

       ScanOneException.
           READ SPEEDEXC-FILE
               AT END
                   set ws-file-eof-yes to true
               NOT AT END
                   if EX-DRIVER-ID = ws-cur-driver AND
                       EX-SESSION-ID = ws-cur-session
                       ADD 1 TO ws-exc-open-cnt
                       MOVE EX-SNELHEID TO rpt-exc-snelheid
                       MOVE EX-PREV-SNELHEID TO rpt-exc-prev
                       MOVE EX-DELTA TO rpt-exc-delta
                       WRITE DOSRPT-RECORD FROM ws-exc-line
                   end-if
           end-read.

      *--------------EXCDRPT: afgehandelde quarantaine van de sessie-------*
       LookupExcdrpt.
           MOVE "N" TO ws-file-eof.
           OPEN INPUT EXCDRPT-FILE.
           if ws-excdrpt-status NOT = "00"
               set ws-file-eof-yes to true
           end-if.
           PERFORM ScanOneDisposition UNTIL ws-file-eof-yes.
           if ws-excdrpt-status = "00" OR ws-excdrpt-status = "10"
               CLOSE EXCDRPT-FILE
           end-if.

       ScanOneDisposition.
           READ EXCDRPT-FILE
               AT END
                   set ws-file-eof-yes to true
               NOT AT END
                   if ED-DRIVER-ID = ws-cur-driver AND
                       ED-SESSION-ID = ws-cur-session AND
                       (ED-ACTION = "A" OR ED-ACTION = "R")
                       ADD 1 TO ws-disp-cnt
                       if ED-VERDICT = "GEACCEPTEERD"
                           ADD 1 TO ws-disp-accept-cnt
                       end-if
                       MOVE ED-ACTION TO rpt-disp-action
                       MOVE ED-SNELHEID TO rpt-disp-snelheid
                       MOVE ED-VERDICT TO rpt-disp-verdict
                       MOVE ED-REASON TO rpt-disp-reason
                       WRITE DOSRPT-RECORD FROM ws-disp-line
                   end-if
           end-read.

      *--------------Signaleert een sessie die in het ene bestand wel----*
      *--------------en in het andere niet staat----------------------------*
       CheckConsistency.
           if NOT ws-in-teleidx-yes AND NOT ws-in-teleout-yes AND
               NOT ws-in-spdmast-yes AND NOT ws-in-ctlrept-yes AND
               NOT ws-in-teleack-yes AND ws-exc-open-cnt = 0 AND
               ws-disp-cnt = 0
               MOVE "SESSIE IN GEEN ENKEL BESTAND GEVONDEN" TO
                   rpt-flag-text
               PERFORM WriteFlag
               GO TO CheckConsistency-Exit.

           *> een afgekeurde kop gaat niet verder de nacht in: dan
           *> horen TELEOUT en SPDMAST de sessie niet te hebben.
           if ws-in-ctlrept-yes
               if ws-in-spdmast-yes AND NOT ws-in-teleidx-yes
                   MOVE "AFGEKEURD OP CTLREPT, TOCH REGELS IN SPDMAST"
                       TO rpt-flag-text
                   PERFORM WriteFlag
               end-if
           else
               if ws-in-teleidx-yes AND NOT ws-in-teleout-yes
                   MOVE spaces TO rpt-flag-text
                   STRING "TELEIDX NOEMT GENERATIE " ws-gen-date
                       " MAAR DE SESSIE ONTBREEKT IN "
                       ws-teleout-name DELIMITED BY SIZE
                       INTO rpt-flag-text
                   PERFORM WriteFlag
               end-if
               if NOT ws-in-teleidx-yes AND NOT ws-in-teleout-yes
                   MOVE "NIET IN TELEIDX EN TELEOUT: NIET VERZONDEN"
                       TO rpt-flag-text
                   PERFORM WriteFlag
               end-if
               if NOT ws-in-spdmast-yes
                   MOVE "ONTBREEKT IN SPDMAST: GEEN ARCHIEFREGELS"
                       TO rpt-flag-text
                   PERFORM WriteFlag
               end-if
               if ws-in-spdmast-yes AND ws-t-cnt = 0
                   MOVE "GEEN T-TRAILER IN SPDMAST" TO rpt-flag-text
                   PERFORM WriteFlag
               end-if
           end-if.

           if ws-exc-open-cnt GREATER THAN 0 OR
               ws-disp-cnt GREATER THAN 0
               if ws-p-cnt = 0
                   MOVE "QUARANTAINE MAAR GEEN P-REGEL IN SPDMAST" TO
                       rpt-flag-text
                   PERFORM WriteFlag
               end-if
           end-if.
           if ws-disp-accept-cnt GREATER THAN ws-c-cnt
               MOVE "GEACCEPTEERDE DISPOSITIE ZONDER C-REGEL IN SPDMAST"
                   TO rpt-flag-text
               PERFORM WriteFlag
           end-if.

           if ws-in-teleack-yes
               if NOT ws-in-teleidx-yes AND NOT ws-in-teleout-yes
                   MOVE "ACK IN TELEACK VOOR EEN NIET VERZONDEN SESSIE"
                       TO rpt-flag-text
                   PERFORM WriteFlag
               end-if
               if ws-ack-status = "R"
                   MOVE spaces TO rpt-flag-text
                   STRING "AFGEWEZEN DOOR TELEMETRIE: " ws-ack-reason
                       DELIMITED BY SIZE INTO rpt-flag-text
                   PERFORM WriteFlag
               end-if
           else
               if ws-in-teleidx-yes
                   MOVE "VERZONDEN MAAR GEEN ACK IN DE HUIDIGE TELEACK"
                       TO rpt-flag-text
                   PERFORM WriteFlag
               end-if
           end-if.

       CheckConsistency-Exit.
           EXIT.

       WriteFlag.
           ADD 1 TO ws-flag-cnt.
           WRITE DOSRPT-RECORD FROM ws-flag-line.

      *--------------Totalen onderaan het rapport--------------------------*
       WriteTotals.
           MOVE "SELECTIEREGELS GELEZEN      : " TO rpt-total-text.
           MOVE ws-sel-read TO rpt-total-count.
           WRITE DOSRPT-RECORD FROM ws-total-line.
           MOVE "DOSSIERS                    : " TO rpt-total-text.
           MOVE ws-dossiers TO rpt-total-count.
           WRITE DOSRPT-RECORD FROM ws-total-line.
           MOVE "DOSSIERS MET SIGNALERINGEN  : " TO rpt-total-text.
           MOVE ws-dossiers-flagged TO rpt-total-count.
           WRITE DOSRPT-RECORD FROM ws-total-line.
           DISPLAY "Dossiers            : " ws-dossiers.
           DISPLAY "Met signaleringen   : " ws-dossiers-flagged.

      *--------------Sluit alle bestanden----------------------------------*
       CloseFiles.
           if ws-teleidx-avail-yes
               CLOSE TELEIDX-FILE
           end-if.
           if ws-spdmast-avail-yes
               CLOSE SPDMAST-FILE
           end-if.
           if ws-threshtab-avail-yes
               CLOSE THRESHTAB-FILE
           end-if.
           if ws-drvmast-avail-yes
               CLOSE DRVMAST-FILE
           end-if.
           if ws-senshlth-avail-yes
               CLOSE SENSHLTH-FILE
           end-if.
           CLOSE DOSRPT-FILE.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Sessie-dossier.
