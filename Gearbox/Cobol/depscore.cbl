      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: Maandelijkse scorekaart per depot uit DEPSTAT
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: telt de dagcijfers in de blijvende
      *            depotstatistiek DEPSTAT (bijgeschreven door
      *            Speedin-samenvoeging, Car-versnellingen, Speedexc-
      *            dispositie en Teleout-reconciliatie) op tot een
      *            maand en zet per depot de leveringen (ontvangen,
      *            te laat, afgewezen), de samengevoegde en dubbele
      *            sessies, de CTLREPT-afkeuringen per reden, de
      *            quarantaine, de disposities, de afgewezen
      *            telemetrie en de gereden km naast de vorige maand,
      *            met het verschil en de procentuele wijziging, en
      *            daaronder hetzelfde voor de hele vloot. De maand
      *            komt uit DEPSPARM, standaard de vorige
      *            kalendermaand.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Depot-scorekaart.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------Parameters: de maand van de scorekaart--------------*
           SELECT DEPSPARM-FILE ASSIGN TO "DEPSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-depsparm-status.

      *--------------Blijvende depotstatistiek per depot en dag----------*
           SELECT DEPSTAT-FILE ASSIGN TO "DEPSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DT-KEY
               FILE STATUS IS ws-depstat-status.

      *--------------De scorekaart------------------------------------------*
           SELECT DEPSRPT-FILE ASSIGN TO "DEPSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-depsrpt-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DEPSPARM-FILE.
       01  DEPSPARM-RECORD.
      *--------------JJJJMM; leeg = de vorige kalendermaand-------------*
           05  SK-MONTH              PIC 9(6).

       FD  DEPSTAT-FILE.
       COPY DEPSTATR.

       FD  DEPSRPT-FILE.
       01  DEPSRPT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-depsparm-status  PIC X(2) value spaces.
       01 ws-depstat-status   PIC X(2) value spaces.
       01 ws-depsrpt-status   PIC X(2) value spaces.

      *------------------Rundatum, de maand en de maand ervoor-----------*
       01 ws-run-date          PIC 9(8) value 0.
       01 ws-run-date-parts REDEFINES ws-run-date.
           05  ws-run-yyyy       PIC 9(4).
           05  ws-run-mm         PIC 9(2).
           05  FILLER            PIC 9(2).
       01 ws-score-month       PIC 9(6) value 0.
       01 ws-score-month-parts REDEFINES ws-score-month.
           05  ws-score-yyyy     PIC 9(4).
           05  ws-score-mm       PIC 9(2).
       01 ws-prev-month        PIC 9(6) value 0.
       01 ws-prev-month-parts REDEFINES ws-prev-month.
           05  ws-prev-yyyy      PIC 9(4).
           05  ws-prev-mm        PIC 9(2).
       01 ws-rec-date          PIC 9(8) value 0.
       01 ws-rec-date-parts REDEFINES ws-rec-date.
           05  ws-rec-month      PIC 9(6).
           05  FILLER            PIC 9(2).

      *------------------Besturing van de loops----------------------------*
       01 ws-stat-eof          PIC X(1) value 'N'.
           88 ws-stat-eof-yes          value 'Y'.
       01 ws-dep-found         PIC X(1) value 'N'.
           88 ws-dep-found-yes         value 'Y'.

      *------------------De cijfers van de scorekaart, in deze volgorde:--*
      *------------------1-5 samenvoeging, 6-15 CTLREPT-redenen (zelfde---*
      *------------------volgorde als CTLREDNR), 16 quarantaine, 17-18----*
      *------------------disposities, 19 telemetrie, 20 km---------------*
       01 FIGURE-LABELS.
           05  FILLER                PIC X(42) value
               "LEVERINGEN ONTVANGEN".
           05  FILLER                PIC X(42) value
               "  WAARVAN TE LAAT".
           05  FILLER                PIC X(42) value
               "LEVERINGEN AFGEWEZEN".
           05  FILLER                PIC X(42) value
               "SESSIES SAMENGEVOEGD".
           05  FILLER                PIC X(42) value
               "DUBBELE SESSIES OVERGESLAGEN".
           05  FILLER                PIC X(42) value spaces.
           05  FILLER                PIC X(42) value spaces.
           05  FILLER                PIC X(42) value spaces.
           05  FILLER                PIC X(42) value spaces.
           05  FILLER                PIC X(42) value spaces.
           05  FILLER                PIC X(42) value spaces.
           05  FILLER                PIC X(42) value spaces.
           05  FILLER                PIC X(42) value spaces.
           05  FILLER                PIC X(42) value spaces.
           05  FILLER                PIC X(42) value spaces.
           05  FILLER                PIC X(42) value
               "METINGEN IN QUARANTAINE".
           05  FILLER                PIC X(42) value
               "DISPOSITIES GEACCEPTEERD".
           05  FILLER                PIC X(42) value
               "DISPOSITIES AFGEWEZEN".
           05  FILLER                PIC X(42) value
               "TELEMETRIE AFGEWEZEN (TELEACK)".
           05  FILLER                PIC X(42) value
               "KM GEREDEN".
       01 FIGURE-LABEL-TABLE REDEFINES FIGURE-LABELS.
           05  FIG-LABEL             PIC X(42) OCCURS 20 TIMES.
       01 ws-fig-cnt           PIC 9(2) value 20.
       01 ws-fig-idx           PIC 9(2) value 0.
      *> eerste en laatste cijfer van de CTLREPT-redenen
       01 ws-fig-reden-1       PIC 9(2) value 6.
       01 ws-fig-reden-n       PIC 9(2) value 15.
       COPY CTLREDNR.
       01 ws-reden-idx         PIC 9(2) value 0.

      *------------------Cijfers per depot: kolom 1 de maand, kolom 2----*
      *------------------de maand ervoor-------------------------------------*
       01 ws-dep-max           PIC 9(2) value 50.
       01 ws-dep-cnt           PIC 9(2) value 0.
       01 ws-dep-idx           PIC 9(2) value 0.
       01 ws-kolom             PIC 9(1) value 0.
       01 DEPOT-TABLE.
           05  DEPOT-ENTRY OCCURS 50 TIMES.
               10  KD-DEPOT-CODE     PIC X(3).
               10  KD-KOLOM OCCURS 2 TIMES.
                   15  KD-FIG        PIC 9(9)V99 OCCURS 20 TIMES.
       01 FLEET-TABLE.
           05  FL-KOLOM OCCURS 2 TIMES.
               10  FL-FIG            PIC 9(9)V99 OCCURS 20 TIMES.

      *------------------Het af te drukken cijfer--------------------------*
       01 ws-huidig            PIC 9(9)V99 value 0.
       01 ws-vorig             PIC 9(9)V99 value 0.
       01 ws-verschil          PIC S9(9)V99 value 0.
       01 ws-pct               PIC S9(7) value 0.
       01 ws-pct-work          PIC S9(11)V99 value 0.
       01 ws-pct-group.
           05  ws-pct-edit       PIC -(5)9.
           05  FILLER            PIC X(1) value "%".

      *------------------Tellingen--------------------------------------------*
       01 ws-rec-cnt           PIC 9(7) value 0.
       01 ws-used-cnt          PIC 9(7) value 0.

      *------------------Rapportregels--------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(40) value
               "DEPOT-SCOREKAART".
       01 ws-param-line.
           05  FILLER            PIC X(7) value "MAAND: ".
           05  rpt-month         PIC 9(6).
           05  FILLER            PIC X(17) value "  VORIGE MAAND: ".
           05  rpt-prev-month    PIC 9(6).
       01 ws-separator-line     PIC X(100) value ALL "=".
       01 ws-depot-line.
           05  FILLER            PIC X(7) value "DEPOT: ".
           05  rpt-depot         PIC X(3).
           05  FILLER            PIC X(1) value space.
           05  rpt-depot-note    PIC X(30).
       01 ws-report-columns.
           05  FILLER            PIC X(43) value spaces.
           05  FILLER            PIC X(41) value
               "   HUIDIG      VORIG   VERSCHIL  WIJZ.".
       01 ws-report-detail.
           05  rpt-label         PIC X(42).
           05  FILLER            PIC X(1) value space.
           05  rpt-huidig        PIC Z(8)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-vorig         PIC Z(8)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-verschil      PIC -(9)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-pct           PIC X(7).
       01 ws-report-total.
           05  rpt-total-text    PIC X(30).
           05  rpt-total-count   PIC Z(6)9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainScorecard.
           PERFORM LoadParameters.
           PERFORM OpenFiles.
           PERFORM ClearFleet.
           PERFORM CollectOneStat THRU CollectOneStat-Exit
               UNTIL ws-stat-eof-yes.
           PERFORM WriteHeading.
           MOVE 1 TO ws-dep-idx.
           PERFORM PrintOneDepot UNTIL ws-dep-idx GREATER THAN
               ws-dep-cnt.
           PERFORM PrintFleet.
           PERFORM WriteTotals.
           PERFORM CloseFiles.
           stop RUN.

      *--------------De maand uit DEPSPARM, standaard de vorige-----------*
      *--------------kalendermaand; de vergelijkingsmaand is die ervoor---*
       LoadParameters.
           ACCEPT ws-run-date FROM DATE YYYYMMDD.
           OPEN INPUT DEPSPARM-FILE.
           if ws-depsparm-status = "00"
               READ DEPSPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       if SK-MONTH IS NUMERIC AND
                           SK-MONTH GREATER THAN 0
                           MOVE SK-MONTH TO ws-score-month
                       end-if
               end-read
               CLOSE DEPSPARM-FILE
           end-if.
           if ws-score-month = 0
               MOVE ws-run-yyyy TO ws-score-yyyy
               MOVE ws-run-mm TO ws-score-mm
               if ws-score-mm = 1
                   SUBTRACT 1 FROM ws-score-yyyy
                   MOVE 12 TO ws-score-mm
               else
                   SUBTRACT 1 FROM ws-score-mm
               end-if
           end-if.
           if ws-score-mm LESS THAN 1 OR ws-score-mm GREATER THAN 12
               DISPLAY "Ongeldige maand in DEPSPARM: " ws-score-month
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           MOVE ws-score-yyyy TO ws-prev-yyyy.
           MOVE ws-score-mm TO ws-prev-mm.
           if ws-prev-mm = 1
               SUBTRACT 1 FROM ws-prev-yyyy
               MOVE 12 TO ws-prev-mm
           else
               SUBTRACT 1 FROM ws-prev-mm
           end-if.
           DISPLAY "Scorekaart over maand: " ws-score-month.

      *--------------Opent de bestanden---------------------------------------*
       OpenFiles.
           OPEN INPUT DEPSTAT-FILE.
           if ws-depstat-status NOT = "00"
               DISPLAY "Kan DEPSTAT.DAT niet openen, status: "
                   ws-depstat-status
               DISPLAY "Geen scorekaart aangemaakt"
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           OPEN OUTPUT DEPSRPT-FILE.

      *--------------Zet de vlootcijfers op nul----------------------------*
       ClearFleet.
           MOVE 1 TO ws-fig-idx.
           PERFORM ClearOneFleetFigure UNTIL
               ws-fig-idx GREATER THAN ws-fig-cnt.

       ClearOneFleetFigure.
           MOVE 0 TO FL-FIG(1, ws-fig-idx).
           MOVE 0 TO FL-FIG(2, ws-fig-idx).
           ADD 1 TO ws-fig-idx.

      *--------------Een dagrecord: telt mee als het in de maand of in-----*
      *--------------de maand ervoor valt-----------------------------------*
       CollectOneStat.
           READ DEPSTAT-FILE NEXT RECORD
               AT END
                   set ws-stat-eof-yes to true
           end-read.
           if ws-stat-eof-yes
               GO TO CollectOneStat-Exit.
           if ws-depstat-status NOT = "00"
               DISPLAY "Leesfout DEPSTAT.DAT, status: "
                   ws-depstat-status
               MOVE 8 TO RETURN-CODE
               set ws-stat-eof-yes to true
               GO TO CollectOneStat-Exit.

           ADD 1 TO ws-rec-cnt.
           MOVE DT-DATE TO ws-rec-date.
           if ws-rec-month = ws-score-month
               MOVE 1 TO ws-kolom
           else
               if ws-rec-month = ws-prev-month
                   MOVE 2 TO ws-kolom
               else
                   GO TO CollectOneStat-Exit
               end-if
           end-if.

           PERFORM FindDepot.
           if NOT ws-dep-found-yes
               if ws-dep-cnt LESS THAN ws-dep-max
                   PERFORM AddDepot
               else
                   *> tabel vol: luid melden, niet stil inslikken
                   DISPLAY "DEPOT-TABLE vol, depot overgeslagen: "
                       DT-DEPOT-CODE
                   GO TO CollectOneStat-Exit
               end-if
           end-if.

           ADD 1 TO ws-used-cnt.
           ADD DT-LEV-ONTVANGEN TO KD-FIG(ws-dep-idx, ws-kolom, 1).
           ADD DT-LEV-LAAT TO KD-FIG(ws-dep-idx, ws-kolom, 2).
           ADD DT-LEV-AFGEWEZEN TO KD-FIG(ws-dep-idx, ws-kolom, 3).
           ADD DT-SES-SAMENGEVOEGD TO KD-FIG(ws-dep-idx, ws-kolom, 4).
           ADD DT-SES-DUBBEL TO KD-FIG(ws-dep-idx, ws-kolom, 5).
           MOVE 1 TO ws-reden-idx.
           MOVE ws-fig-reden-1 TO ws-fig-idx.
           PERFORM AddOneReason UNTIL ws-fig-idx GREATER THAN
               ws-fig-reden-n.
           ADD DT-QUARANTAINE TO KD-FIG(ws-dep-idx, ws-kolom, 16).
           ADD DT-DISP-ACCEPT TO KD-FIG(ws-dep-idx, ws-kolom, 17).
           ADD DT-DISP-AFGEWEZEN TO KD-FIG(ws-dep-idx, ws-kolom, 18).
           ADD DT-ACK-AFGEWEZEN TO KD-FIG(ws-dep-idx, ws-kolom, 19).
           ADD DT-KM TO KD-FIG(ws-dep-idx, ws-kolom, 20).

       CollectOneStat-Exit.
           EXIT.

       AddOneReason.
           ADD DT-CTL-AFGEKEURD(ws-reden-idx) TO
               KD-FIG(ws-dep-idx, ws-kolom, ws-fig-idx).
           ADD 1 TO ws-reden-idx.
           ADD 1 TO ws-fig-idx.

      *--------------Zoekt het depot van het record; DEPSTAT staat op-----*
      *--------------depot, dus meestal is het het laatste----------------*
       FindDepot.
           MOVE "N" TO ws-dep-found.
           MOVE ws-dep-cnt TO ws-dep-idx.
           PERFORM FindOneDepot UNTIL ws-dep-found-yes OR
               ws-dep-idx = 0.

       FindOneDepot.
           if KD-DEPOT-CODE(ws-dep-idx) = DT-DEPOT-CODE
               MOVE "Y" TO ws-dep-found
           else
               SUBTRACT 1 FROM ws-dep-idx
           end-if.

       AddDepot.
           ADD 1 TO ws-dep-cnt.
           MOVE ws-dep-cnt TO ws-dep-idx.
           MOVE DT-DEPOT-CODE TO KD-DEPOT-CODE(ws-dep-idx).
           MOVE 1 TO ws-fig-idx.
           PERFORM ClearOneDepotFigure UNTIL
               ws-fig-idx GREATER THAN ws-fig-cnt.

       ClearOneDepotFigure.
           MOVE 0 TO KD-FIG(ws-dep-idx, 1, ws-fig-idx).
           MOVE 0 TO KD-FIG(ws-dep-idx, 2, ws-fig-idx).
           ADD 1 TO ws-fig-idx.

      *--------------Kop van de scorekaart---------------------------------*
       WriteHeading.
           WRITE DEPSRPT-RECORD FROM ws-report-heading.
           MOVE ws-score-month TO rpt-month.
           MOVE ws-prev-month TO rpt-prev-month.
           WRITE DEPSRPT-RECORD FROM ws-param-line.

      *--------------Blok per depot; telt intussen de vloot op-------------*
       PrintOneDepot.
           WRITE DEPSRPT-RECORD FROM ws-separator-line.
           MOVE KD-DEPOT-CODE(ws-dep-idx) TO rpt-depot.
           if KD-DEPOT-CODE(ws-dep-idx) = spaces
               MOVE "(ZONDER DEPOTCODE)" TO rpt-depot-note
           else
               MOVE spaces TO rpt-depot-note
           end-if.
           WRITE DEPSRPT-RECORD FROM ws-depot-line.
           WRITE DEPSRPT-RECORD FROM ws-report-columns.
           MOVE 1 TO ws-fig-idx.
           PERFORM PrintDepotFigure UNTIL
               ws-fig-idx GREATER THAN ws-fig-cnt.
           ADD 1 TO ws-dep-idx.

       PrintDepotFigure.
           MOVE KD-FIG(ws-dep-idx, 1, ws-fig-idx) TO ws-huidig.
           MOVE KD-FIG(ws-dep-idx, 2, ws-fig-idx) TO ws-vorig.
           ADD ws-huidig TO FL-FIG(1, ws-fig-idx).
           ADD ws-vorig TO FL-FIG(2, ws-fig-idx).
           PERFORM WriteFigureLine.
           ADD 1 TO ws-fig-idx.

      *--------------Blok voor de hele vloot-------------------------------*
       PrintFleet.
           WRITE DEPSRPT-RECORD FROM ws-separator-line.
           MOVE "ALL" TO rpt-depot.
           MOVE "VLOOTTOTAAL" TO rpt-depot-note.
           WRITE DEPSRPT-RECORD FROM ws-depot-line.
           WRITE DEPSRPT-RECORD FROM ws-report-columns.
           MOVE 1 TO ws-fig-idx.
           PERFORM PrintFleetFigure UNTIL
               ws-fig-idx GREATER THAN ws-fig-cnt.

       PrintFleetFigure.
           MOVE FL-FIG(1, ws-fig-idx) TO ws-huidig.
           MOVE FL-FIG(2, ws-fig-idx) TO ws-vorig.
           PERFORM WriteFigureLine.
           ADD 1 TO ws-fig-idx.

      *--------------Een cijferregel: maand, maand ervoor, verschil en----*
      *--------------de procentuele wijziging (NIEUW als er de maand------*
      *--------------ervoor niets was)----------------------------------------*
       WriteFigureLine.
           MOVE FIG-LABEL(ws-fig-idx) TO rpt-label.
           if ws-fig-idx NOT LESS THAN ws-fig-reden-1 AND
               ws-fig-idx NOT GREATER THAN ws-fig-reden-n
               SUBTRACT ws-fig-reden-1 FROM ws-fig-idx
                   GIVING ws-reden-idx
               ADD 1 TO ws-reden-idx
               MOVE spaces TO rpt-label
               STRING "AFGEKEURD: " CTL-REDEN-TEKST(ws-reden-idx)
                   DELIMITED BY SIZE INTO rpt-label
           end-if.
           MOVE ws-huidig TO rpt-huidig.
           MOVE ws-vorig TO rpt-vorig.
           SUBTRACT ws-vorig FROM ws-huidig GIVING ws-verschil.
           MOVE ws-verschil TO rpt-verschil.
           if ws-vorig GREATER THAN 0
               MULTIPLY ws-verschil BY 100 GIVING ws-pct-work
               DIVIDE ws-pct-work BY ws-vorig GIVING ws-pct ROUNDED
               MOVE ws-pct TO ws-pct-edit
               MOVE ws-pct-group TO rpt-pct
           else
               if ws-huidig GREATER THAN 0
                   MOVE "  NIEUW" TO rpt-pct
               else
                   MOVE spaces TO rpt-pct
               end-if
           end-if.
           WRITE DEPSRPT-RECORD FROM ws-report-detail.

      *--------------Totalen onderaan de scorekaart-------------------------*
       WriteTotals.
           WRITE DEPSRPT-RECORD FROM ws-separator-line.
           MOVE "DEPOTS OP DE SCOREKAART     : " TO rpt-total-text.
           MOVE ws-dep-cnt TO rpt-total-count.
           WRITE DEPSRPT-RECORD FROM ws-report-total.
           MOVE "DAGRECORDS GELEZEN          : " TO rpt-total-text.
           MOVE ws-rec-cnt TO rpt-total-count.
           WRITE DEPSRPT-RECORD FROM ws-report-total.
           MOVE "DAGRECORDS IN DE TWEE MAANDEN: " TO rpt-total-text.
           MOVE ws-used-cnt TO rpt-total-count.
           WRITE DEPSRPT-RECORD FROM ws-report-total.
           DISPLAY "Depots         : " ws-dep-cnt.
           DISPLAY "Dagrecords     : " ws-used-cnt.

      *--------------Sluit alle bestanden----------------------------------*
       CloseFiles.
           CLOSE DEPSTAT-FILE.
           CLOSE DEPSRPT-FILE.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Depot-scorekaart.
