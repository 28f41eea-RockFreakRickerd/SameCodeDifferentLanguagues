      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: Nachtelijke bewaking van de snelheidssensor per voertuig
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: een kapotte sensor liet zijn sporen
      *            na op plekken die niemand naast elkaar legde. Deze
      *            nachtstap verzamelt per voertuigcode de niet-
      *            numerieke metingen en de metingen zonder tijdstip
      *            uit SPEEDIN, de quarantaine-metingen ("P"-regels)
      *            uit SPEEDLOG, de sessies die vrijwel geheel in een
      *            band bleven uit TELEOUT en de AFWIJKING-regels van
      *            de laatste Odometer-reconciliatie (ODORPT), en zet
      *            ze in het sleutelbestand SENSHLTH met een rollend
      *            venster van 30 dagen. Op de som over het venster
      *            krijgt elk voertuig de status gezond, let op of
      *            verdacht volgens de drempels in SENSPARM. SENSRPT
      *            noemt de voertuigen waarvan de status deze nacht
      *            veranderde en alle voertuigen die nu verdacht zijn,
      *            zodat de werkplaats de sensor kan vervangen voordat
      *            weken aan slechte data in TELEOUT, DRVHIST en de
      *            ranglijst belanden. Afgekeurde sessies (CTLREPT)
      *            tellen niet mee. Kan SENSHLTH niet open, dan eindigt
      *            de stap met return-code 4 en gaat de nacht door.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Sensor-bewaking.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------Batch input van de snelheidsmetingen---------------*
           SELECT SPEEDIN-FILE ASSIGN TO "SPEEDIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-speedin-status.

      *--------------Audit trail van de sessies---------------------------*
           SELECT SPEEDLOG-FILE ASSIGN TO "SPEEDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-speedlog-status.

      *--------------Interchange-records van de nacht--------------------*
           SELECT TELEOUT-FILE ASSIGN TO "TELEOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-teleout-status.

      *--------------Controlerapport van de vooraf-validatie-------------*
           SELECT CTLREPT-FILE ASSIGN TO "CTLREPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ctlrept-status.

      *--------------Laatste rapport van Odometer-reconciliatie----------*
           SELECT ODORPT-FILE ASSIGN TO "ODORPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-odorpt-status.

      *--------------Parameters: verwerkingsdatum en drempels------------*
           SELECT SENSPARM-FILE ASSIGN TO "SENSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sensparm-status.

      *--------------Sensorgezondheid per voertuig, rollend venster------*
           SELECT SENSHLTH-FILE ASSIGN TO "SENSHLTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-VEHICLE-CODE
               FILE STATUS IS ws-senshlth-status.

      *--------------Rapport voor de werkplaats--------------------------*
           SELECT SENSRPT-FILE ASSIGN TO "SENSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sensrpt-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SPEEDIN-FILE.
       01  SPEEDIN-RECORD            PIC X(23).

       FD  SPEEDLOG-FILE.
       COPY SPDLOGRC.

       FD  TELEOUT-FILE.
       COPY TELEREC.

      *--------------Zelfde indeling als ws-ctl-line in-------------------*
      *--------------Car-versnellingen, alleen de twee sleutels-----------*
       FD  CTLREPT-FILE.
       01  CTLREPT-RECORD.
           05  FILLER                PIC X(7).
           05  CR-SESSION-ID         PIC X(6).
           05  FILLER                PIC X(13).
           05  CR-DRIVER-ID          PIC X(6).
           05  FILLER                PIC X(58).

       FD  ODORPT-FILE.
       01  ODORPT-RECORD             PIC X(80).

       FD  SENSPARM-FILE.
       01  SENSPARM-RECORD.
      *--------------Verwerkingsdatum; leeg = de systeemdatum------------*
           05  SN-PROC-DATE          PIC 9(8).
      *--------------Drempels in de volgorde niet-numeriek, quarantaine,-*
      *--------------zonder tijdstip (procent van de metingen), vaste----*
      *--------------band (procent van de sessies) en km-afwijking-------*
      *--------------(aantal dagen)---------------------------------------*
           05  SN-LET-OP             PIC 9(3) OCCURS 5 TIMES.
           05  SN-VERDACHT           PIC 9(3) OCCURS 5 TIMES.
      *--------------Minimaal aantal metingen en sessies in het venster--*
      *--------------voordat een percentage meetelt----------------------*
           05  SN-MIN-METINGEN       PIC 9(5).
           05  SN-MIN-SESSIES        PIC 9(3).
      *--------------Een sessie zit vast in een band als minstens dit----*
      *--------------percentage van minstens zoveel metingen in een------*
      *--------------band valt---------------------------------------------*
           05  SN-BAND-PCT           PIC 9(3).
           05  SN-BAND-MIN           PIC 9(3).

       FD  SENSHLTH-FILE.
       COPY SENSHLTR.

       FD  SENSRPT-FILE.
       01  SENSRPT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
      *------------------Gelezen SPEEDIN-regel, met header-indeling-------*
       01 SPEEDIN-INPUT-REC         PIC X(23).
       01 SPEEDIN-HEADER-REC REDEFINES SPEEDIN-INPUT-REC.
           05  SH-REC-TYPE           PIC X(1).
               88 sh-header-yes             value 'H'.
           05  SH-DRIVER-ID          PIC X(6).
           05  SH-VEHICLE-CODE       PIC X(4).
           05  SH-SESSION-ID         PIC X(6).
           05  SH-MAX-READINGS       PIC 9(3).
           05  SH-DEPOT-CODE         PIC X(3).
       01 SPEEDIN-READING-REC REDEFINES SPEEDIN-INPUT-REC.
           05  SR-SNELHEID-X         PIC X(3).
           05  FILLER                PIC X(1).
           05  SR-TIJDSTIP           PIC 9(6).
           05  FILLER                PIC X(13).

      *------------------Gelezen ODORPT-regel: de generatieregel en de---*
      *------------------detailregel van Odometer-reconciliatie-----------*
       01 ODORPT-LINE               PIC X(80).
       01 ODORPT-GEN-VIEW REDEFINES ODORPT-LINE.
           05  OL-GEN-LABEL          PIC X(18).
           05  OL-GEN-DATE           PIC 9(8).
           05  FILLER                PIC X(54).
       01 ODORPT-DETAIL-VIEW REDEFINES ODORPT-LINE.
           05  OL-VEHICLE-CODE       PIC X(4).
           05  FILLER                PIC X(43).
           05  OL-VERDICT            PIC X(20).
           05  FILLER                PIC X(13).

      *------------------File status codes-------------------------------*
       01 ws-speedin-status   PIC X(2) value spaces.
       01 ws-speedlog-status  PIC X(2) value spaces.
       01 ws-teleout-status   PIC X(2) value spaces.
       01 ws-ctlrept-status   PIC X(2) value spaces.
       01 ws-odorpt-status    PIC X(2) value spaces.
       01 ws-sensparm-status  PIC X(2) value spaces.
       01 ws-senshlth-status  PIC X(2) value spaces.
       01 ws-sensrpt-status   PIC X(2) value spaces.

      *------------------Besturing van de loops----------------------------*
       01 ws-eof               PIC X(1) value 'N'.
           88 ws-eof-yes               value 'Y'.
       01 ws-entry-found       PIC X(1) value 'N'.
           88 ws-entry-found-yes       value 'Y'.
       01 ws-senshlth-avail    PIC X(1) value 'N'.
           88 ws-senshlth-avail-yes    value 'Y'.
       01 ws-table-full        PIC X(1) value 'N'.
           88 ws-table-full-yes        value 'Y'.
       01 ws-numval-pos        PIC S9(4) value 0.

      *------------------Verwerkingsdatum en het venster-------------------*
       01 ws-proc-date         PIC 9(8) value 0.
       01 ws-proc-int          PIC 9(7) value 0.
       01 ws-window-start      PIC 9(7) value 0.
       01 ws-window-days       PIC 9(2) value 30.
       01 ws-odo-date          PIC 9(8) value 0.
       01 ws-odo-valid         PIC X(1) value 'N'.
           88 ws-odo-valid-yes         value 'Y'.

      *------------------Dagvak in SENSHLTH--------------------------------*
       01 ws-slot-date         PIC 9(8) value 0.
       01 ws-slot-int          PIC 9(7) value 0.
       01 ws-slot-quot         PIC 9(7) value 0.
       01 ws-slot-rest         PIC 9(2) value 0.
       01 ws-slot-idx          PIC 9(2) value 0.
       01 ws-today-slot        PIC 9(2) value 0.
       01 ws-slot-ok           PIC X(1) value 'N'.
           88 ws-slot-ok-yes           value 'Y'.
       01 ws-day-idx           PIC 9(2) value 0.
       01 ws-day-int           PIC 9(7) value 0.

      *------------------Drempels (standaard als SENSPARM ontbreekt)-------*
       01 SENSOR-THRESHOLDS.
           05  ws-let-op         PIC 9(3) OCCURS 5 TIMES.
           05  ws-verdacht       PIC 9(3) OCCURS 5 TIMES.
       01 ws-min-metingen      PIC 9(5) value 100.
       01 ws-min-sessies       PIC 9(3) value 5.
       01 ws-band-pct          PIC 9(3) value 95.
       01 ws-band-min          PIC 9(3) value 20.

      *------------------Lopende sessie tijdens de SPEEDIN-scan------------*
       01 ws-cur-driver        PIC X(6) value spaces.
       01 ws-cur-session       PIC X(6) value spaces.
       01 ws-cur-vehicle       PIC X(4) value spaces.
       01 ws-in-session        PIC X(1) value 'N'.
           88 ws-in-session-yes        value 'Y'.
       01 ws-session-qed       PIC X(1) value 'N'.
           88 ws-session-qed-yes       value 'Y'.

      *------------------Sessies van de nacht uit SPEEDIN (zelfde maat-----*
      *------------------als de sessietabel van Nacht-balans)--------------*
       01 ws-ses-max           PIC 9(3) value 300.
       01 ws-ses-cnt           PIC 9(3) value 0.
       01 ws-ses-idx           PIC 9(3) value 0.
       01 SESSION-TABLE.
           05  SES-ENTRY OCCURS 300 TIMES.
               10  MP-DRIVER-ID      PIC X(6).
               10  MP-SESSION-ID     PIC X(6).
               10  MP-VEHICLE-CODE   PIC X(4).
               10  MP-METINGEN       PIC 9(5).
               10  MP-NIET-NUM       PIC 9(5).
               10  MP-ZONDER-TIJD    PIC 9(5).
               10  MP-QUARANT        PIC 9(5).
               10  MP-REJECTED       PIC X(1).
                   88 mp-rejected-yes       value 'Y'.

      *------------------Cijfers van de nacht per voertuig----------------*
       01 ws-veh-max           PIC 9(3) value 100.
       01 ws-veh-cnt           PIC 9(3) value 0.
       01 ws-veh-idx           PIC 9(3) value 0.
       01 VEHICLE-TABLE.
           05  VEH-ENTRY OCCURS 100 TIMES.
               10  VT-VEHICLE-CODE   PIC X(4).
               10  VT-SESSIES        PIC 9(4).
               10  VT-VASTE-BAND     PIC 9(4).
               10  VT-METINGEN       PIC 9(6).
               10  VT-NIET-NUM       PIC 9(5).
               10  VT-ZONDER-TIJD    PIC 9(5).
               10  VT-QUARANT        PIC 9(5).
               10  VT-ODO-AFW        PIC 9(1).
               10  VT-DONE           PIC X(1).

      *------------------Vaste-band-keuring van een TELEOUT-sessie---------*
       01 ws-gear-idx          PIC 9(2) value 0.
       01 ws-gear-sum          PIC 9(7) value 0.
       01 ws-gear-top          PIC 9(5) value 0.
       01 ws-band-lhs          PIC 9(9) value 0.
       01 ws-band-rhs          PIC 9(9) value 0.

      *------------------Beoordeling over het venster: per indicator------*
      *------------------de telling en de basis (metingen of sessies;-----*
      *------------------nul = absoluut aantal)-----------------------------*
       01 INDICATOR-SUMS.
           05  ws-ind-val        PIC 9(7) OCCURS 5 TIMES.
           05  ws-ind-base       PIC 9(7) OCCURS 5 TIMES.
       01 ws-ind-idx           PIC 9(1) value 0.
       01 ws-sum-metingen      PIC 9(7) value 0.
       01 ws-sum-sessies       PIC 9(7) value 0.
       01 ws-ind-level         PIC 9(1) value 0.
       01 ws-new-level         PIC 9(1) value 0.
       01 ws-new-reden         PIC 9(1) value 0.
       01 ws-lhs               PIC 9(9) value 0.
       01 ws-rhs               PIC 9(9) value 0.
       01 ws-new-status        PIC X(1) value space.
       01 ws-base-status       PIC X(1) value space.
       01 ws-pct               PIC 9(3)V9 value 0.

      *------------------Namen van indicatoren en statussen----------------*
       01 INDICATOR-NAMEN.
           05  FILLER            PIC X(15) value "NIET-NUMERIEK".
           05  FILLER            PIC X(15) value "QUARANTAINE".
           05  FILLER            PIC X(15) value "ZONDER TIJDSTIP".
           05  FILLER            PIC X(15) value "VASTE BAND".
           05  FILLER            PIC X(15) value "KM-AFWIJKING".
       01 INDICATOR-NAAM-TABEL REDEFINES INDICATOR-NAMEN.
           05  ws-ind-naam       PIC X(15) OCCURS 5 TIMES.
       01 STATUS-CODES.
           05  FILLER            PIC X(1) value "G".
           05  FILLER            PIC X(1) value "L".
           05  FILLER            PIC X(1) value "V".
       01 STATUS-CODE-TABEL REDEFINES STATUS-CODES.
           05  ws-status-code    PIC X(1) OCCURS 3 TIMES.
       01 ws-status-in         PIC X(1) value space.
       01 ws-status-text       PIC X(10) value spaces.

      *------------------Verdachte voertuigen voor het tweede blok---------*
       01 ws-vd-max            PIC 9(3) value 100.
       01 ws-vd-cnt            PIC 9(3) value 0.
       01 ws-vd-idx            PIC 9(3) value 0.
       01 SUSPECT-TABLE.
           05  SUSPECT-ENTRY OCCURS 100 TIMES.
               10  VD-VEHICLE-CODE   PIC X(4).
               10  VD-SINCE          PIC 9(8).
               10  VD-REDEN          PIC X(15).

      *------------------Tellingen voor de verantwoording------------------*
       01 ws-night-sessions    PIC 9(5) value 0.
       01 ws-night-rejected    PIC 9(5) value 0.
       01 ws-night-readings    PIC 9(7) value 0.
       01 ws-night-preheader   PIC 9(7) value 0.
       01 ws-night-tele        PIC 9(5) value 0.
       01 ws-night-odo-afw     PIC 9(5) value 0.
       01 ws-veh-judged        PIC 9(5) value 0.
       01 ws-veh-new           PIC 9(5) value 0.
       01 ws-changed-cnt       PIC 9(5) value 0.
       01 ws-let-op-cnt        PIC 9(5) value 0.

      *------------------Rapportregels------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(40) value
               "SENSORGEZONDHEID PER VOERTUIG".
       01 ws-date-line.
           05  FILLER            PIC X(18) value "VERWERKINGSDATUM: ".
           05  rpt-proc-date     PIC 9(8).
           05  FILLER            PIC X(12) value "   VENSTER: ".
           05  rpt-window        PIC Z9.
           05  FILLER            PIC X(26) value
               " DAGEN   ODORPT-GENERATIE:".
           05  FILLER            PIC X(1) value space.
           05  rpt-odo-date      PIC X(8).
       01 ws-threshold-line.
           05  rpt-thr-text      PIC X(17).
           05  rpt-thr-entry OCCURS 5 TIMES.
               10  rpt-thr-naam  PIC X(15).
               10  rpt-thr-val   PIC ZZ9.
               10  FILLER        PIC X(1) value space.
       01 ws-separator-line     PIC X(100) value ALL "=".
       01 ws-section-line       PIC X(60) value spaces.
       01 ws-change-columns.
           05  FILLER            PIC X(42) value
               "VRTG VORIG      NIEUW     NIET-NUM%  QUAR%".
           05  FILLER            PIC X(41) value
               " ZONDER-TIJD%  VASTE-BAND%  KM-AFW  REDEN".
       01 ws-change-detail.
           05  rpt-veh-code      PIC X(4).
           05  FILLER            PIC X(1) value space.
           05  rpt-vorig         PIC X(10).
           05  FILLER            PIC X(1) value space.
           05  rpt-nieuw         PIC X(10).
           05  FILLER            PIC X(4) value spaces.
           05  rpt-pct-nonnum    PIC ZZ9.9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-pct-quar      PIC ZZ9.9.
           05  FILLER            PIC X(8) value spaces.
           05  rpt-pct-tijd      PIC ZZ9.9.
           05  FILLER            PIC X(8) value spaces.
           05  rpt-pct-band      PIC ZZ9.9.
           05  FILLER            PIC X(6) value spaces.
           05  rpt-odo-afw       PIC Z9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-reden         PIC X(15).
       01 ws-suspect-columns.
           05  FILLER            PIC X(40) value
               "VRTG VERDACHT SINDS  REDEN".
       01 ws-suspect-detail.
           05  rpt-vd-vehicle    PIC X(4).
           05  FILLER            PIC X(1) value space.
           05  rpt-vd-since      PIC 9(8).
           05  FILLER            PIC X(8) value spaces.
           05  rpt-vd-reden      PIC X(15).
       01 ws-report-total.
           05  rpt-total-text    PIC X(40).
           05  rpt-total-count   PIC Z(6)9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainSensor.
           PERFORM LoadParameters.
           PERFORM ScanSpeedin.
           PERFORM ScanCtlrept.
           PERFORM ScanSpeedlog.
           PERFORM TallySessions.
           PERFORM ScanTeleout.
           PERFORM ScanOdorpt.
           PERFORM OpenFiles.
           if ws-senshlth-avail-yes
               PERFORM UpdateKnownVehicles
               PERFORM AddNewVehicles
               CLOSE SENSHLTH-FILE
               PERFORM WriteSuspects
           end-if.
           PERFORM WriteTotals.
           CLOSE SENSRPT-FILE.
           *> sensorbewaking is een signaal voor de werkplaats: een
           *> fout hier is een waarschuwing en houdt de nacht niet op.
           if NOT ws-senshlth-avail-yes OR ws-table-full-yes
               MOVE 4 TO RETURN-CODE
           end-if.
           stop RUN.

      *--------------Verwerkingsdatum en drempels uit SENSPARM; zonder----*
      *--------------bestand de systeemdatum en de standaarden-------------*
       LoadParameters.
           MOVE 2 TO ws-let-op(1).
           MOVE 2 TO ws-let-op(2).
           MOVE 10 TO ws-let-op(3).
           MOVE 25 TO ws-let-op(4).
           MOVE 1 TO ws-let-op(5).
           MOVE 10 TO ws-verdacht(1).
           MOVE 5 TO ws-verdacht(2).
           MOVE 50 TO ws-verdacht(3).
           MOVE 50 TO ws-verdacht(4).
           MOVE 2 TO ws-verdacht(5).
           OPEN INPUT SENSPARM-FILE.
           if ws-sensparm-status = "00"
               READ SENSPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TakeParameters
               end-read
               CLOSE SENSPARM-FILE
           end-if.
           if ws-proc-date = 0
               ACCEPT ws-proc-date FROM DATE YYYYMMDD
           end-if.
           *> een onmogelijke datum zou de cijfers in een dagvak
           *> zetten dat niemand terugvindt.
           if FUNCTION INTEGER-OF-DATE(ws-proc-date) = 0
               DISPLAY "Ongeldige verwerkingsdatum in SENSPARM: "
                   ws-proc-date
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           MOVE FUNCTION INTEGER-OF-DATE(ws-proc-date) TO ws-proc-int.
           SUBTRACT ws-window-days FROM ws-proc-int
               GIVING ws-window-start.
           DISPLAY "Sensorbewaking over: " ws-proc-date.

       TakeParameters.
           if SN-PROC-DATE IS NUMERIC AND SN-PROC-DATE GREATER THAN 0
               MOVE SN-PROC-DATE TO ws-proc-date
           end-if.
           MOVE 1 TO ws-ind-idx.
           PERFORM TakeOneThreshold UNTIL ws-ind-idx GREATER THAN 5.
           if SN-MIN-METINGEN IS NUMERIC AND
               SN-MIN-METINGEN GREATER THAN 0
               MOVE SN-MIN-METINGEN TO ws-min-metingen
           end-if.
           if SN-MIN-SESSIES IS NUMERIC AND
               SN-MIN-SESSIES GREATER THAN 0
               MOVE SN-MIN-SESSIES TO ws-min-sessies
           end-if.
           if SN-BAND-PCT IS NUMERIC AND SN-BAND-PCT GREATER THAN 0
               AND SN-BAND-PCT NOT GREATER THAN 100
               MOVE SN-BAND-PCT TO ws-band-pct
           end-if.
           if SN-BAND-MIN IS NUMERIC AND SN-BAND-MIN GREATER THAN 0
               MOVE SN-BAND-MIN TO ws-band-min
           end-if.

       TakeOneThreshold.
           if SN-LET-OP(ws-ind-idx) IS NUMERIC AND
               SN-LET-OP(ws-ind-idx) GREATER THAN 0
               MOVE SN-LET-OP(ws-ind-idx) TO ws-let-op(ws-ind-idx)
           end-if.
           if SN-VERDACHT(ws-ind-idx) IS NUMERIC AND
               SN-VERDACHT(ws-ind-idx) GREATER THAN 0
               MOVE SN-VERDACHT(ws-ind-idx) TO
                   ws-verdacht(ws-ind-idx)
           end-if.
           ADD 1 TO ws-ind-idx.

      *--------------SPEEDIN: metingen per sessie, met het voertuig-------*
      *--------------uit de "H"-header (zelfde regels als Nacht-balans)--*
       ScanSpeedin.
           MOVE "N" TO ws-eof.
           OPEN INPUT SPEEDIN-FILE.
           if ws-speedin-status NOT = "00"
               DISPLAY "Kan SPEEDIN.DAT niet openen, status: "
                   ws-speedin-status
               set ws-eof-yes to true
           end-if.
           PERFORM ScanOneSpeedinLine THRU ScanOneSpeedinLine-Exit
               UNTIL ws-eof-yes.
           if ws-speedin-status = "00" OR ws-speedin-status = "10"
               CLOSE SPEEDIN-FILE
           end-if.

       ScanOneSpeedinLine.
           READ SPEEDIN-FILE INTO SPEEDIN-INPUT-REC
               AT END
                   set ws-eof-yes to true
           end-read.
           if ws-eof-yes
               GO TO ScanOneSpeedinLine-Exit.

           if sh-header-yes
               MOVE SH-DRIVER-ID TO ws-cur-driver
               MOVE SH-SESSION-ID TO ws-cur-session
               MOVE SH-VEHICLE-CODE TO ws-cur-vehicle
               set ws-in-session-yes to true
               MOVE "N" TO ws-session-qed
               PERFORM FindOrAddSession
               GO TO ScanOneSpeedinLine-Exit.

           *> een 'q' sluit de sessie; wat erna komt negeert de
           *> verwerking en dus telt het hier ook niet.
           if SR-SNELHEID-X = "q  "
               set ws-session-qed-yes to true
               GO TO ScanOneSpeedinLine-Exit.

           *> zonder header is er geen voertuig om op te boeken
           if NOT ws-in-session-yes
               ADD 1 TO ws-night-preheader
               GO TO ScanOneSpeedinLine-Exit.
           if ws-session-qed-yes
               GO TO ScanOneSpeedinLine-Exit.

           *> ws-ses-idx wijst nog naar de sessie van de laatste header
           if ws-ses-idx = 0
               GO TO ScanOneSpeedinLine-Exit.
           ADD 1 TO MP-METINGEN(ws-ses-idx).
           *> zelfde numeriek-keuring als de verwerking zelf
           MOVE FUNCTION TEST-NUMVAL(SR-SNELHEID-X)
               TO ws-numval-pos.
           if ws-numval-pos NOT = 0
               ADD 1 TO MP-NIET-NUM(ws-ses-idx)
           else
               *> zonder tijdstip blijven duur en afstand nul
               if SR-TIJDSTIP NOT NUMERIC
                   ADD 1 TO MP-ZONDER-TIJD(ws-ses-idx)
               end-if
           end-if.

       ScanOneSpeedinLine-Exit.
           EXIT.

      *--------------CTLREPT: afgekeurde sessies tellen niet mee; een-----*
      *--------------verkeerde header zou een ander voertuig belasten-----*
       ScanCtlrept.
           MOVE "N" TO ws-eof.
           OPEN INPUT CTLREPT-FILE.
           if ws-ctlrept-status NOT = "00"
               *> geen controlerapport betekent: geen afkeuringen
               set ws-eof-yes to true
           end-if.
           PERFORM ScanOneCtlLine UNTIL ws-eof-yes.
           if ws-ctlrept-status = "00" OR ws-ctlrept-status = "10"
               CLOSE CTLREPT-FILE
           end-if.

       ScanOneCtlLine.
           READ CTLREPT-FILE
               AT END
                   set ws-eof-yes to true
               NOT AT END
                   MOVE CR-DRIVER-ID TO ws-cur-driver
                   MOVE CR-SESSION-ID TO ws-cur-session
                   PERFORM FindSession
                   if ws-ses-idx NOT = 0
                       set mp-rejected-yes(ws-ses-idx) to true
                   end-if
           end-read.

      *--------------SPEEDLOG: quarantaine-metingen ("P"-regels) per------*
      *--------------sessie------------------------------------------------*
       ScanSpeedlog.
           MOVE "N" TO ws-eof.
           OPEN INPUT SPEEDLOG-FILE.
           if ws-speedlog-status NOT = "00"
               DISPLAY "Kan SPEEDLOG.DAT niet openen, status: "
                   ws-speedlog-status
               set ws-eof-yes to true
           end-if.
           PERFORM ScanOneLogLine UNTIL ws-eof-yes.
           if ws-speedlog-status = "00" OR ws-speedlog-status = "10"
               CLOSE SPEEDLOG-FILE
           end-if.

       ScanOneLogLine.
           READ SPEEDLOG-FILE
               AT END
                   set ws-eof-yes to true
               NOT AT END
                   if SL-REC-TYPE = "P"
                       MOVE SL-DRIVER-ID TO ws-cur-driver
                       MOVE SL-SESSION-ID TO ws-cur-session
                       PERFORM FindSession
                       if ws-ses-idx NOT = 0
                           ADD 1 TO MP-QUARANT(ws-ses-idx)
                       end-if
                   end-if
           end-read.

      *--------------Zoekt de sessie-ingang; 0 = niet gevonden--------------*
       FindSession.
           MOVE "N" TO ws-entry-found.
           MOVE 1 TO ws-ses-idx.
           PERFORM FindOneSession UNTIL ws-entry-found-yes OR
               ws-ses-idx GREATER THAN ws-ses-cnt.
           if NOT ws-entry-found-yes
               MOVE 0 TO ws-ses-idx
           end-if.

       FindOneSession.
           if MP-DRIVER-ID(ws-ses-idx) = ws-cur-driver AND
               MP-SESSION-ID(ws-ses-idx) = ws-cur-session
               MOVE "Y" TO ws-entry-found
           else
               ADD 1 TO ws-ses-idx
           end-if.

      *--------------Zoekt of maakt de sessie-ingang------------------------*
       FindOrAddSession.
           PERFORM FindSession.
           if ws-ses-idx = 0
               if ws-ses-cnt LESS THAN ws-ses-max
                   ADD 1 TO ws-ses-cnt
                   MOVE ws-ses-cnt TO ws-ses-idx
                   MOVE ws-cur-driver TO MP-DRIVER-ID(ws-ses-idx)
                   MOVE ws-cur-session TO MP-SESSION-ID(ws-ses-idx)
                   MOVE ws-cur-vehicle TO MP-VEHICLE-CODE(ws-ses-idx)
                   MOVE 0 TO MP-METINGEN(ws-ses-idx)
                   MOVE 0 TO MP-NIET-NUM(ws-ses-idx)
                   MOVE 0 TO MP-ZONDER-TIJD(ws-ses-idx)
                   MOVE 0 TO MP-QUARANT(ws-ses-idx)
                   MOVE "N" TO MP-REJECTED(ws-ses-idx)
               else
                   DISPLAY "SESSION-TABLE vol, sessie overgeslagen: "
                       ws-cur-driver " " ws-cur-session
                   set ws-table-full-yes to true
               end-if
           end-if.

      *--------------Telt de gekeurde sessies op per voertuig---------------*
       TallySessions.
           MOVE 1 TO ws-ses-idx.
           PERFORM TallyOneSession UNTIL ws-ses-idx GREATER THAN
               ws-ses-cnt.

       TallyOneSession.
           if mp-rejected-yes(ws-ses-idx)
               ADD 1 TO ws-night-rejected
           else
               ADD 1 TO ws-night-sessions
               ADD MP-METINGEN(ws-ses-idx) TO ws-night-readings
               MOVE MP-VEHICLE-CODE(ws-ses-idx) TO ws-cur-vehicle
               PERFORM FindOrAddVehicle
               if ws-veh-idx NOT = 0
                   ADD MP-METINGEN(ws-ses-idx) TO
                       VT-METINGEN(ws-veh-idx)
                   ADD MP-NIET-NUM(ws-ses-idx) TO
                       VT-NIET-NUM(ws-veh-idx)
                   ADD MP-ZONDER-TIJD(ws-ses-idx) TO
                       VT-ZONDER-TIJD(ws-veh-idx)
                   ADD MP-QUARANT(ws-ses-idx) TO
                       VT-QUARANT(ws-veh-idx)
               end-if
           end-if.
           ADD 1 TO ws-ses-idx.

      *--------------TELEOUT: afgeronde sessies per voertuig en de----------*
      *--------------sessies die vrijwel geheel in een band bleven---------*
       ScanTeleout.
           MOVE "N" TO ws-eof.
           OPEN INPUT TELEOUT-FILE.
           if ws-teleout-status NOT = "00"
               DISPLAY "Kan TELEOUT.DAT niet openen, status: "
                   ws-teleout-status
               set ws-eof-yes to true
           end-if.
           PERFORM ScanOneTeleRecord UNTIL ws-eof-yes.
           if ws-teleout-status = "00" OR ws-teleout-status = "10"
               CLOSE TELEOUT-FILE
           end-if.

       ScanOneTeleRecord.
           READ TELEOUT-FILE
               AT END
                   set ws-eof-yes to true
               NOT AT END
                   ADD 1 TO ws-night-tele
                   MOVE TL-VEHICLE-CODE TO ws-cur-vehicle
                   PERFORM FindOrAddVehicle
                   if ws-veh-idx NOT = 0
                       ADD 1 TO VT-SESSIES(ws-veh-idx)
                       PERFORM CheckStuckBand
                   end-if
           end-read.

      *--------------Een sessie zit vast als een band minstens het--------*
      *--------------drempelpercentage van genoeg metingen heeft; een-----*
      *--------------hangende sensor geeft steeds dezelfde waarde---------*
       CheckStuckBand.
           MOVE 0 TO ws-gear-sum.
           MOVE 0 TO ws-gear-top.
           MOVE 1 TO ws-gear-idx.
           PERFORM AddOneGearCount UNTIL ws-gear-idx GREATER THAN 7.
           if ws-gear-sum NOT LESS THAN ws-band-min
               MULTIPLY ws-gear-top BY 100 GIVING ws-band-lhs
               MULTIPLY ws-gear-sum BY ws-band-pct GIVING ws-band-rhs
               if ws-band-lhs NOT LESS THAN ws-band-rhs
                   ADD 1 TO VT-VASTE-BAND(ws-veh-idx)
               end-if
           end-if.

       AddOneGearCount.
           if TL-GEAR-COUNTS(ws-gear-idx) IS NUMERIC
               ADD TL-GEAR-COUNTS(ws-gear-idx) TO ws-gear-sum
               if TL-GEAR-COUNTS(ws-gear-idx) GREATER THAN ws-gear-top
                   MOVE TL-GEAR-COUNTS(ws-gear-idx) TO ws-gear-top
               end-if
           end-if.
           ADD 1 TO ws-gear-idx.

      *--------------ODORPT: de AFWIJKING-regels van de laatste-------------*
      *--------------reconciliatie, geboekt op de generatiedatum die-------*
      *--------------bovenaan het rapport staat; elke nacht opnieuw--------*
      *--------------lezen vervangt alleen dat dagvak----------------------*
       ScanOdorpt.
           MOVE "N" TO ws-eof.
           OPEN INPUT ODORPT-FILE.
           if ws-odorpt-status NOT = "00"
               *> nog geen reconciliatie gedraaid
               set ws-eof-yes to true
           end-if.
           PERFORM ScanOneOdoLine UNTIL ws-eof-yes.
           if ws-odorpt-status = "00" OR ws-odorpt-status = "10"
               CLOSE ODORPT-FILE
           end-if.
           if ws-odo-date = 0
               if ws-odorpt-status = "00" OR ws-odorpt-status = "10"
                   DISPLAY "ODORPT zonder generatiedatum, overgeslagen"
               end-if
           else
               *> alleen een generatie binnen het venster telt mee
               if FUNCTION INTEGER-OF-DATE(ws-odo-date) NOT = 0 AND
                   ws-odo-date NOT GREATER THAN ws-proc-date AND
                   FUNCTION INTEGER-OF-DATE(ws-odo-date) GREATER THAN
                   ws-window-start
                   set ws-odo-valid-yes to true
               else
                   DISPLAY "ODORPT-generatie buiten het venster: "
                       ws-odo-date
               end-if
           end-if.
           if NOT ws-odo-valid-yes
               MOVE 0 TO ws-night-odo-afw
               MOVE 1 TO ws-veh-idx
               PERFORM ClearOneOdoMark UNTIL
                   ws-veh-idx GREATER THAN ws-veh-cnt
           end-if.

       ScanOneOdoLine.
           READ ODORPT-FILE INTO ODORPT-LINE
               AT END
                   set ws-eof-yes to true
               NOT AT END
                   if OL-GEN-LABEL = "GENERATIE       : "
                       if OL-GEN-DATE IS NUMERIC
                           MOVE OL-GEN-DATE TO ws-odo-date
                       end-if
                   else
                       if OL-VERDICT = "AFWIJKING" AND
                           OL-VEHICLE-CODE NOT = spaces
                           MOVE OL-VEHICLE-CODE TO ws-cur-vehicle
                           PERFORM FindOrAddVehicle
                           if ws-veh-idx NOT = 0
                               MOVE 1 TO VT-ODO-AFW(ws-veh-idx)
                               ADD 1 TO ws-night-odo-afw
                           end-if
                       end-if
                   end-if
           end-read.

       ClearOneOdoMark.
           MOVE 0 TO VT-ODO-AFW(ws-veh-idx).
           ADD 1 TO ws-veh-idx.

      *--------------Zoekt of maakt de voertuig-ingang; 0 = tabel vol------*
       FindOrAddVehicle.
           MOVE "N" TO ws-entry-found.
           MOVE 1 TO ws-veh-idx.
           PERFORM FindOneVehicle UNTIL ws-entry-found-yes OR
               ws-veh-idx GREATER THAN ws-veh-cnt.
           if NOT ws-entry-found-yes
               if ws-veh-cnt LESS THAN ws-veh-max
                   ADD 1 TO ws-veh-cnt
                   MOVE ws-veh-cnt TO ws-veh-idx
                   INITIALIZE VEH-ENTRY(ws-veh-idx)
                   MOVE ws-cur-vehicle TO VT-VEHICLE-CODE(ws-veh-idx)
                   MOVE "N" TO VT-DONE(ws-veh-idx)
               else
                   DISPLAY "VEHICLE-TABLE vol, overgeslagen: "
                       ws-cur-vehicle
                   set ws-table-full-yes to true
                   MOVE 0 TO ws-veh-idx
               end-if
           end-if.

       FindOneVehicle.
           if VT-VEHICLE-CODE(ws-veh-idx) = ws-cur-vehicle
               MOVE "Y" TO ws-entry-found
           else
               ADD 1 TO ws-veh-idx
           end-if.

      *--------------Opent SENSHLTH en zet de rapportkop; alleen status---*
      *--------------35 maakt een leeg bestand aan-------------------------*
       OpenFiles.
           OPEN OUTPUT SENSRPT-FILE.
           WRITE SENSRPT-RECORD FROM ws-report-heading.
           MOVE ws-proc-date TO rpt-proc-date.
           MOVE ws-window-days TO rpt-window.
           if ws-odo-valid-yes
               MOVE ws-odo-date TO rpt-odo-date
           else
               MOVE "GEEN" TO rpt-odo-date
           end-if.
           WRITE SENSRPT-RECORD FROM ws-date-line.
           MOVE "DREMPEL LET OP : " TO rpt-thr-text.
           MOVE 1 TO ws-ind-idx.
           PERFORM ShowOneLetOp UNTIL ws-ind-idx GREATER THAN 5.
           WRITE SENSRPT-RECORD FROM ws-threshold-line.
           MOVE "DREMPEL VERDACHT:" TO rpt-thr-text.
           MOVE 1 TO ws-ind-idx.
           PERFORM ShowOneVerdacht UNTIL ws-ind-idx GREATER THAN 5.
           WRITE SENSRPT-RECORD FROM ws-threshold-line.
           WRITE SENSRPT-RECORD FROM ws-separator-line.

           OPEN I-O SENSHLTH-FILE.
           if ws-senshlth-status = "35"
               OPEN OUTPUT SENSHLTH-FILE
               CLOSE SENSHLTH-FILE
               OPEN I-O SENSHLTH-FILE
           end-if.
           if ws-senshlth-status = "00"
               set ws-senshlth-avail-yes to true
               MOVE "STATUS GEWIJZIGD" TO ws-section-line
               WRITE SENSRPT-RECORD FROM ws-section-line
               WRITE SENSRPT-RECORD FROM ws-change-columns
           else
               DISPLAY "Kan SENSHLTH.DAT niet openen, status: "
                   ws-senshlth-status
               DISPLAY "Sensorgezondheid niet bijgewerkt"
               MOVE "SENSHLTH NIET TE OPENEN - NIET BIJGEWERKT"
                   TO ws-section-line
               WRITE SENSRPT-RECORD FROM ws-section-line
           end-if.

       ShowOneLetOp.
           MOVE ws-ind-naam(ws-ind-idx) TO rpt-thr-naam(ws-ind-idx).
           MOVE ws-let-op(ws-ind-idx) TO rpt-thr-val(ws-ind-idx).
           ADD 1 TO ws-ind-idx.

       ShowOneVerdacht.
           MOVE ws-ind-naam(ws-ind-idx) TO rpt-thr-naam(ws-ind-idx).
           MOVE ws-verdacht(ws-ind-idx) TO rpt-thr-val(ws-ind-idx).
           ADD 1 TO ws-ind-idx.

      *--------------Elk bekend voertuig: de nacht boeken (nul als er-----*
      *--------------niets was, zodat een herdraai niets laat staan) en---*
      *--------------opnieuw beoordelen; oude dagen vallen zo vanzelf-----*
      *--------------uit het venster---------------------------------------*
       UpdateKnownVehicles.
           MOVE "N" TO ws-eof.
           MOVE LOW-VALUES TO HS-VEHICLE-CODE.
           START SENSHLTH-FILE KEY NOT LESS THAN HS-VEHICLE-CODE
               INVALID KEY
                   set ws-eof-yes to true
           end-start.
           if ws-senshlth-status NOT = "00"
               set ws-eof-yes to true
           end-if.
           PERFORM UpdateOneKnownVehicle UNTIL ws-eof-yes.

       UpdateOneKnownVehicle.
           READ SENSHLTH-FILE NEXT RECORD
               AT END
                   set ws-eof-yes to true
           end-read.
           if NOT ws-eof-yes
               if ws-senshlth-status NOT = "00" AND
                   ws-senshlth-status NOT = "02"
                   set ws-eof-yes to true
               else
                   MOVE HS-VEHICLE-CODE TO ws-cur-vehicle
                   PERFORM FindVehicle
                   PERFORM BookNight
                   PERFORM JudgeVehicle
                   REWRITE SENSHLTH-RECORD
                   if ws-senshlth-status NOT = "00"
                       DISPLAY "SENSHLTH niet bijgewerkt voor "
                           HS-VEHICLE-CODE ", status: "
                           ws-senshlth-status
                   end-if
               end-if
           end-if.

      *--------------Zoekt het voertuig in de nachttabel; 0 = niet---------*
       FindVehicle.
           MOVE "N" TO ws-entry-found.
           MOVE 1 TO ws-veh-idx.
           PERFORM FindOneVehicle UNTIL ws-entry-found-yes OR
               ws-veh-idx GREATER THAN ws-veh-cnt.
           if ws-entry-found-yes
               MOVE "Y" TO VT-DONE(ws-veh-idx)
           else
               MOVE 0 TO ws-veh-idx
           end-if.

      *--------------Voertuigen die voor het eerst cijfers hebben----------*
       AddNewVehicles.
           MOVE 1 TO ws-veh-idx.
           PERFORM AddOneNewVehicle UNTIL ws-veh-idx GREATER THAN
               ws-veh-cnt.

       AddOneNewVehicle.
           if VT-DONE(ws-veh-idx) NOT = "Y" AND
               VT-VEHICLE-CODE(ws-veh-idx) NOT = spaces
               INITIALIZE SENSHLTH-RECORD
               MOVE VT-VEHICLE-CODE(ws-veh-idx) TO HS-VEHICLE-CODE
               *> een nieuw voertuig begint gezond; alleen een
               *> slechtere eerste beoordeling is een wijziging.
               set hs-gezond to true
               MOVE "G" TO HS-VORIGE-STATUS
               MOVE ws-proc-date TO HS-STATUS-DATE
               PERFORM BookNight
               PERFORM JudgeVehicle
               WRITE SENSHLTH-RECORD
               if ws-senshlth-status = "00"
                   ADD 1 TO ws-veh-new
               else
                   DISPLAY "SENSHLTH niet aangemaakt voor "
                       HS-VEHICLE-CODE ", status: " ws-senshlth-status
               end-if
           end-if.
           ADD 1 TO ws-veh-idx.

      *--------------Zet de cijfers van de nacht in het dagvak van de------*
      *--------------verwerkingsdatum en de km-afwijking in het dagvak----*
      *--------------van de ODORPT-generatie (vervangen, niet optellen)---*
       BookNight.
           MOVE ws-proc-date TO ws-slot-date.
           PERFORM SelectSlot.
           MOVE 0 TO ws-today-slot.
           if ws-slot-ok-yes
               MOVE ws-slot-idx TO ws-today-slot
               if ws-veh-idx = 0
                   MOVE 0 TO HD-SESSIES(ws-slot-idx)
                   MOVE 0 TO HD-VASTE-BAND(ws-slot-idx)
                   MOVE 0 TO HD-METINGEN(ws-slot-idx)
                   MOVE 0 TO HD-NIET-NUM(ws-slot-idx)
                   MOVE 0 TO HD-ZONDER-TIJD(ws-slot-idx)
                   MOVE 0 TO HD-QUARANT(ws-slot-idx)
               else
                   MOVE VT-SESSIES(ws-veh-idx) TO
                       HD-SESSIES(ws-slot-idx)
                   MOVE VT-VASTE-BAND(ws-veh-idx) TO
                       HD-VASTE-BAND(ws-slot-idx)
                   MOVE VT-METINGEN(ws-veh-idx) TO
                       HD-METINGEN(ws-slot-idx)
                   MOVE VT-NIET-NUM(ws-veh-idx) TO
                       HD-NIET-NUM(ws-slot-idx)
                   MOVE VT-ZONDER-TIJD(ws-veh-idx) TO
                       HD-ZONDER-TIJD(ws-slot-idx)
                   MOVE VT-QUARANT(ws-veh-idx) TO
                       HD-QUARANT(ws-slot-idx)
               end-if
           end-if.
           if ws-odo-valid-yes
               MOVE ws-odo-date TO ws-slot-date
               PERFORM SelectSlot
               if ws-slot-ok-yes
                   if ws-veh-idx = 0
                       MOVE 0 TO HD-ODO-AFW(ws-slot-idx)
                   else
                       MOVE VT-ODO-AFW(ws-veh-idx) TO
                           HD-ODO-AFW(ws-slot-idx)
                   end-if
               end-if
           end-if.
           MOVE ws-proc-date TO HS-LAST-DATE.

      *--------------Het dagvak van ws-slot-date; een vak met een oudere---*
      *--------------datum is verlopen en wordt leeggemaakt, een vak met---*
      *--------------een nieuwere datum (herdraai van een oude nacht)------*
      *--------------blijft staan------------------------------------------*
       SelectSlot.
           MOVE "N" TO ws-slot-ok.
           MOVE FUNCTION INTEGER-OF-DATE(ws-slot-date) TO ws-slot-int.
           DIVIDE ws-slot-int BY ws-window-days GIVING ws-slot-quot
               REMAINDER ws-slot-rest.
           ADD 1 TO ws-slot-rest GIVING ws-slot-idx.
           if HD-DATE(ws-slot-idx) GREATER THAN ws-slot-date
               DISPLAY "Dagvak van " ws-slot-date " bezet door "
                   HD-DATE(ws-slot-idx) " voor " HS-VEHICLE-CODE
           else
               if HD-DATE(ws-slot-idx) NOT = ws-slot-date
                   INITIALIZE HS-DAG(ws-slot-idx)
                   MOVE ws-slot-date TO HD-DATE(ws-slot-idx)
               end-if
               set ws-slot-ok-yes to true
           end-if.

      *--------------Telt het venster op en kent de status toe; de---------*
      *--------------zwaarste indicator bepaalt de status-------------------*
       JudgeVehicle.
           ADD 1 TO ws-veh-judged.
           INITIALIZE INDICATOR-SUMS.
           MOVE 0 TO ws-sum-metingen.
           MOVE 0 TO ws-sum-sessies.
           MOVE 1 TO ws-day-idx.
           PERFORM SumOneDay UNTIL ws-day-idx GREATER THAN
               ws-window-days.
           MOVE ws-sum-metingen TO ws-ind-base(1).
           MOVE ws-sum-metingen TO ws-ind-base(2).
           MOVE ws-sum-metingen TO ws-ind-base(3).
           MOVE ws-sum-sessies TO ws-ind-base(4).
           MOVE 0 TO ws-ind-base(5).

           MOVE 0 TO ws-new-level.
           MOVE 0 TO ws-new-reden.
           MOVE 1 TO ws-ind-idx.
           PERFORM JudgeOneIndicator UNTIL ws-ind-idx GREATER THAN 5.
           ADD 1 TO ws-new-level.
           MOVE ws-status-code(ws-new-level) TO ws-new-status.
           if ws-today-slot NOT = 0
               MOVE ws-new-status TO HD-STATUS(ws-today-slot)
           end-if.

           *> de status van voor deze nacht: bij een herdraai van
           *> dezelfde nacht is dat de vorige status, niet die van
           *> de eerste draai.
           if HS-STATUS-DATE = ws-proc-date
               MOVE HS-VORIGE-STATUS TO ws-base-status
           else
               MOVE HS-STATUS TO ws-base-status
           end-if.
           if ws-new-status NOT = ws-base-status
               MOVE ws-base-status TO HS-VORIGE-STATUS
               MOVE ws-new-status TO HS-STATUS
               MOVE ws-proc-date TO HS-STATUS-DATE
               PERFORM WriteChangeLine
           else
               MOVE ws-new-status TO HS-STATUS
           end-if.
           if hs-let-op
               ADD 1 TO ws-let-op-cnt
           end-if.
           if hs-verdacht
               PERFORM RememberSuspect
           end-if.

       SumOneDay.
           if HD-DATE(ws-day-idx) GREATER THAN 0 AND
               HD-DATE(ws-day-idx) NOT GREATER THAN ws-proc-date
               MOVE FUNCTION INTEGER-OF-DATE(HD-DATE(ws-day-idx))
                   TO ws-day-int
               if ws-day-int GREATER THAN ws-window-start
                   ADD HD-METINGEN(ws-day-idx) TO ws-sum-metingen
                   ADD HD-SESSIES(ws-day-idx) TO ws-sum-sessies
                   ADD HD-NIET-NUM(ws-day-idx) TO ws-ind-val(1)
                   ADD HD-QUARANT(ws-day-idx) TO ws-ind-val(2)
                   ADD HD-ZONDER-TIJD(ws-day-idx) TO ws-ind-val(3)
                   ADD HD-VASTE-BAND(ws-day-idx) TO ws-ind-val(4)
                   ADD HD-ODO-AFW(ws-day-idx) TO ws-ind-val(5)
               end-if
           end-if.
           ADD 1 TO ws-day-idx.

      *--------------Een indicator tegen zijn drempels: percentage van----*
      *--------------de basis, of een absoluut aantal bij basis nul; een--*
      *--------------te kleine basis zegt nog niets-------------------------*
       JudgeOneIndicator.
           MOVE 0 TO ws-ind-level.
           if ws-ind-idx = 5
               if ws-ind-val(5) NOT LESS THAN ws-verdacht(5)
                   MOVE 2 TO ws-ind-level
               else
                   if ws-ind-val(5) NOT LESS THAN ws-let-op(5)
                       MOVE 1 TO ws-ind-level
                   end-if
               end-if
           else
               if (ws-ind-idx LESS THAN 4 AND
                   ws-ind-base(ws-ind-idx) NOT LESS THAN
                   ws-min-metingen) OR
                   (ws-ind-idx = 4 AND
                   ws-ind-base(4) NOT LESS THAN ws-min-sessies)
                   MULTIPLY ws-ind-val(ws-ind-idx) BY 100
                       GIVING ws-lhs
                   MULTIPLY ws-ind-base(ws-ind-idx) BY
                       ws-verdacht(ws-ind-idx) GIVING ws-rhs
                   if ws-lhs NOT LESS THAN ws-rhs
                       MOVE 2 TO ws-ind-level
                   else
                       MULTIPLY ws-ind-base(ws-ind-idx) BY
                           ws-let-op(ws-ind-idx) GIVING ws-rhs
                       if ws-lhs NOT LESS THAN ws-rhs
                           MOVE 1 TO ws-ind-level
                       end-if
                   end-if
               end-if
           end-if.
           if ws-ind-level GREATER THAN ws-new-level
               MOVE ws-ind-level TO ws-new-level
               MOVE ws-ind-idx TO ws-new-reden
           end-if.
           ADD 1 TO ws-ind-idx.

      *--------------Regel voor een voertuig met een gewijzigde status-----*
       WriteChangeLine.
           ADD 1 TO ws-changed-cnt.
           MOVE HS-VEHICLE-CODE TO rpt-veh-code.
           if ws-veh-idx NOT = 0 AND VT-DONE(ws-veh-idx) NOT = "Y"
               MOVE "NIEUW" TO rpt-vorig
           else
               MOVE HS-VORIGE-STATUS TO ws-status-in
               PERFORM SetStatusText
               MOVE ws-status-text TO rpt-vorig
           end-if.
           MOVE HS-STATUS TO ws-status-in.
           PERFORM SetStatusText.
           MOVE ws-status-text TO rpt-nieuw.
           MOVE 1 TO ws-ind-idx.
           PERFORM ComputePct.
           MOVE ws-pct TO rpt-pct-nonnum.
           MOVE 2 TO ws-ind-idx.
           PERFORM ComputePct.
           MOVE ws-pct TO rpt-pct-quar.
           MOVE 3 TO ws-ind-idx.
           PERFORM ComputePct.
           MOVE ws-pct TO rpt-pct-tijd.
           MOVE 4 TO ws-ind-idx.
           PERFORM ComputePct.
           MOVE ws-pct TO rpt-pct-band.
           MOVE ws-ind-val(5) TO rpt-odo-afw.
           if ws-new-reden = 0
               MOVE spaces TO rpt-reden
           else
               MOVE ws-ind-naam(ws-new-reden) TO rpt-reden
           end-if.
           WRITE SENSRPT-RECORD FROM ws-change-detail.

       ComputePct.
           if ws-ind-base(ws-ind-idx) = 0
               MOVE 0 TO ws-pct
           else
               MULTIPLY ws-ind-val(ws-ind-idx) BY 100 GIVING ws-lhs
               DIVIDE ws-lhs BY ws-ind-base(ws-ind-idx)
                   GIVING ws-pct ROUNDED
           end-if.

       SetStatusText.
           MOVE spaces TO ws-status-text.
           if ws-status-in = "G"
               MOVE "GEZOND" TO ws-status-text
           end-if.
           if ws-status-in = "L"
               MOVE "LET OP" TO ws-status-text
           end-if.
           if ws-status-in = "V"
               MOVE "VERDACHT" TO ws-status-text
           end-if.

      *--------------Onthoudt een verdacht voertuig voor het tweede blok---*
       RememberSuspect.
           if ws-vd-cnt NOT LESS THAN ws-vd-max
               DISPLAY "SUSPECT-TABLE vol, niet gemeld: "
                   HS-VEHICLE-CODE
               set ws-table-full-yes to true
           else
               ADD 1 TO ws-vd-cnt
               MOVE HS-VEHICLE-CODE TO VD-VEHICLE-CODE(ws-vd-cnt)
               MOVE HS-STATUS-DATE TO VD-SINCE(ws-vd-cnt)
               if ws-new-reden = 0
                   MOVE spaces TO VD-REDEN(ws-vd-cnt)
               else
                   MOVE ws-ind-naam(ws-new-reden) TO
                       VD-REDEN(ws-vd-cnt)
               end-if
           end-if.

      *--------------Alle voertuigen die nu verdacht zijn-------------------*
       WriteSuspects.
           WRITE SENSRPT-RECORD FROM ws-separator-line.
           MOVE "VERDACHTE SENSOR - SESSIES WORDEN GEMARKEERD"
               TO ws-section-line.
           WRITE SENSRPT-RECORD FROM ws-section-line.
           WRITE SENSRPT-RECORD FROM ws-suspect-columns.
           MOVE 1 TO ws-vd-idx.
           PERFORM WriteOneSuspect UNTIL ws-vd-idx GREATER THAN
               ws-vd-cnt.

       WriteOneSuspect.
           MOVE VD-VEHICLE-CODE(ws-vd-idx) TO rpt-vd-vehicle.
           MOVE VD-SINCE(ws-vd-idx) TO rpt-vd-since.
           MOVE VD-REDEN(ws-vd-idx) TO rpt-vd-reden.
           WRITE SENSRPT-RECORD FROM ws-suspect-detail.
           ADD 1 TO ws-vd-idx.

      *--------------Totalen onderaan het rapport---------------------------*
       WriteTotals.
           WRITE SENSRPT-RECORD FROM ws-separator-line.
           MOVE "SESSIES IN SPEEDIN (GEKEURD)          : "
               TO rpt-total-text.
           MOVE ws-night-sessions TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           MOVE "SESSIES AFGEKEURD (NIET GETELD)       : "
               TO rpt-total-text.
           MOVE ws-night-rejected TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           MOVE "METINGEN                              : "
               TO rpt-total-text.
           MOVE ws-night-readings TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           MOVE "METINGEN VOOR 1E HEADER (NIET GETELD) : "
               TO rpt-total-text.
           MOVE ws-night-preheader TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           MOVE "SESSIES IN TELEOUT                    : "
               TO rpt-total-text.
           MOVE ws-night-tele TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           MOVE "KM-AFWIJKINGEN UIT ODORPT             : "
               TO rpt-total-text.
           MOVE ws-night-odo-afw TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           MOVE "VOERTUIGEN BEOORDEELD                 : "
               TO rpt-total-text.
           MOVE ws-veh-judged TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           MOVE "WAARVAN NIEUW                         : "
               TO rpt-total-text.
           MOVE ws-veh-new TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           MOVE "STATUS GEWIJZIGD                      : "
               TO rpt-total-text.
           MOVE ws-changed-cnt TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           MOVE "LET OP                                : "
               TO rpt-total-text.
           MOVE ws-let-op-cnt TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           MOVE "VERDACHT                              : "
               TO rpt-total-text.
           MOVE ws-vd-cnt TO rpt-total-count.
           WRITE SENSRPT-RECORD FROM ws-report-total.
           DISPLAY "Voertuigen beoordeeld : " ws-veh-judged.
           DISPLAY "Status gewijzigd      : " ws-changed-cnt.
           DISPLAY "Verdacht              : " ws-vd-cnt.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Sensor-bewaking.
