      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: Escalatie van overspeed-incidenten per bestuurder
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: verwerkt de overspeed-incidenten die
      *            Car-versnellingen in OVSINC schrijft in het blijvende
      *            bestand OVSDRV (per bestuurder de incidenten binnen
      *            een rollend venster, standaard 90 dagen) en leegt
      *            OVSINC daarna. Een incident dat al in OVSDRV staat
      *            (zelfde sessie en starttijd) telt niet dubbel, zodat
      *            een herdraai veilig is. Per bestuurder bepaalt het
      *            aantal incidenten in het venster de escalatiestap
      *            uit OVSPARM: eerste melding, officiele waarschuwing
      *            of doorverwijzing naar de depotmanager. Wie een
      *            hogere stap bereikt krijgt een brief in OVSBRF (naam
      *            en depot uit DRVMAST); het waarschuwingsrapport
      *            OVSRPT toont alle bestuurders met incidenten in het
      *            venster. Valt het aantal terug, dan zakt de stap mee
      *            en wordt een volgende overschrijding weer gemeld.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Overspeed-escalatie.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------Parameters: venster, stappen en rundatum-----------*
           SELECT OVSPARM-FILE ASSIGN TO "OVSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ovsparm-status.

      *--------------Nieuwe incidenten uit Car-versnellingen-------------*
           SELECT OVSINC-FILE ASSIGN TO "OVSINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ovsinc-status.

      *--------------Incidenten en escalatiestap per bestuurder----------*
           SELECT OVSDRV-FILE ASSIGN TO "OVSDRV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-DRIVER-ID
               FILE STATUS IS ws-ovsdrv-status.

      *--------------Stamgegevens per bestuurder--------------------------*
           SELECT DRVMAST-FILE ASSIGN TO "DRVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DRIVER-ID
               FILE STATUS IS ws-drvmast-status.

      *--------------Waarschuwingsrapport---------------------------------*
           SELECT OVSRPT-FILE ASSIGN TO "OVSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ovsrpt-status.

      *--------------Brieven, een per pagina-------------------------------*
           SELECT OVSBRF-FILE ASSIGN TO "OVSBRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ovsbrf-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OVSPARM-FILE.
       01  OVSPARM-RECORD.
           05  OP-VENSTER-DAGEN      PIC 9(3).
      *--------------Aantal incidenten in het venster voor stap 1, 2----*
      *--------------en 3-----------------------------------------------*
           05  OP-STAP-AANTAL        PIC 9(3) OCCURS 3 TIMES.
           05  OP-RUN-DATE           PIC 9(8).

       FD  OVSINC-FILE.
       COPY OVSINCR.

       FD  OVSDRV-FILE.
       COPY OVSDRVR.

       FD  DRVMAST-FILE.
       COPY DRVMASTR.

       FD  OVSRPT-FILE.
       01  OVSRPT-RECORD             PIC X(100).

       FD  OVSBRF-FILE.
       01  OVSBRF-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-ovsparm-status   PIC X(2) value spaces.
       01 ws-ovsinc-status    PIC X(2) value spaces.
       01 ws-ovsdrv-status    PIC X(2) value spaces.
       01 ws-drvmast-status   PIC X(2) value spaces.
       01 ws-ovsrpt-status    PIC X(2) value spaces.
       01 ws-ovsbrf-status    PIC X(2) value spaces.

      *------------------Parameters (standaard 90 dagen, 1/3/5)-----------*
       01 ws-venster-dagen     PIC 9(3) value 90.
       01 ws-stap-defaults.
           05  FILLER            PIC 9(3) value 1.
           05  FILLER            PIC 9(3) value 3.
           05  FILLER            PIC 9(3) value 5.
       01 ws-stap-table REDEFINES ws-stap-defaults.
           05  ws-stap-aantal    PIC 9(3) OCCURS 3 TIMES.
       01 ws-run-date          PIC 9(8) value 0.
       01 ws-run-int           PIC 9(7) value 0.
       01 ws-venster-start     PIC S9(7) value 0.
       01 ws-inc-int           PIC 9(7) value 0.

      *------------------Besturing-------------------------------------------*
       01 ws-inc-eof           PIC X(1) value 'N'.
           88 ws-inc-eof-yes           value 'Y'.
       01 ws-drv-eof           PIC X(1) value 'N'.
           88 ws-drv-eof-yes           value 'Y'.
       01 ws-ovsinc-avail      PIC X(1) value 'N'.
           88 ws-ovsinc-avail-yes      value 'Y'.
       01 ws-drvmast-avail     PIC X(1) value 'N'.
           88 ws-drvmast-avail-yes     value 'Y'.
       01 ws-io-fout           PIC X(1) value 'N'.
           88 ws-io-fout-yes           value 'Y'.
       01 ws-drv-new           PIC X(1) value 'N'.
           88 ws-drv-new-yes           value 'Y'.
       01 ws-dup-found         PIC X(1) value 'N'.
           88 ws-dup-found-yes         value 'Y'.
       01 ws-inc-idx           PIC 9(2) value 0.
       01 ws-keep-idx          PIC 9(2) value 0.
       01 ws-inc-max           PIC 9(2) value 30.
       01 ws-stap-idx          PIC 9(1) value 0.
       01 ws-new-stap          PIC 9(1) value 0.

      *------------------Tellingen-----------------------------------------*
       01 ws-inc-read          PIC 9(5) value 0.
       01 ws-inc-dup           PIC 9(5) value 0.
       01 ws-inc-added         PIC 9(5) value 0.
       01 ws-drv-in-window     PIC 9(5) value 0.
       01 ws-drv-lowered       PIC 9(5) value 0.
       01 ws-letters-cnt       PIC 9(5) value 0.
       01 ws-stap-tellingen.
           05  ws-stap-cnt       PIC 9(5) OCCURS 3 TIMES.

      *------------------Naam en depot uit DRVMAST-------------------------*
       01 ws-naam              PIC X(25) value spaces.
       01 ws-depot             PIC X(3) value spaces.

      *------------------Stapnamen en brieftekst per stap------------------*
       01 ws-stap-names.
           05  FILLER            PIC X(30) value
               "EERSTE MELDING".
           05  FILLER            PIC X(30) value
               "OFFICIELE WAARSCHUWING".
           05  FILLER            PIC X(30) value
               "DOORVERWIJZING DEPOTMANAGER".
       01 ws-stap-name-table REDEFINES ws-stap-names.
           05  ws-stap-name      PIC X(30) OCCURS 3 TIMES.
       01 ws-letter-texts.
           05  FILLER            PIC X(64) value
               "Uit de ritgegevens blijkt dat u langere tijd boven de".
           05  FILLER            PIC X(64) value
               "snelheidslimiet van uw voertuig heeft gereden. Wij".
           05  FILLER            PIC X(64) value
               "vragen u hier voortaan op te letten.".
           05  FILLER            PIC X(64) value
               "Ondanks een eerdere melding rijdt u nog steeds langere".
           05  FILLER            PIC X(64) value
               "tijd te hard. Dit is een officiele waarschuwing; bij".
           05  FILLER            PIC X(64) value
               "herhaling volgt doorverwijzing naar de depotmanager.".
           05  FILLER            PIC X(64) value
               "Onderstaande bestuurder heeft in de bewaakte periode".
           05  FILLER            PIC X(64) value
               "het hoogste aantal incidenten bereikt en wordt daarom".
           05  FILLER            PIC X(64) value
               "voor een gesprek naar u als depotmanager verwezen.".
       01 ws-letter-text-table REDEFINES ws-letter-texts.
           05  ws-letter-stap    OCCURS 3 TIMES.
               10  ws-letter-line    PIC X(64) OCCURS 3 TIMES.
       01 ws-line-idx          PIC 9(1) value 0.

      *------------------Rapportregels--------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(40) value
               "OVERSPEED-ESCALATIE WAARSCHUWINGSRAPPORT".
       01 ws-param-line.
           05  FILLER            PIC X(10) value "RUNDATUM: ".
           05  rpt-run-date      PIC 9(8).
           05  FILLER            PIC X(11) value "  VENSTER: ".
           05  rpt-venster       PIC ZZ9.
           05  FILLER            PIC X(17) value " DAGEN  STAPPEN: ".
           05  rpt-stap-entry    OCCURS 3 TIMES.
               10  rpt-stap-aantal   PIC ZZ9.
               10  FILLER        PIC X(1) value space.
       01 ws-separator-line     PIC X(100) value ALL "=".
       01 ws-report-columns.
           05  FILLER            PIC X(33) value
               "ID     NAAM                      ".
           05  FILLER            PIC X(50) value
               "DEPOT AANTAL STAP                           ".
       01 ws-report-detail.
           05  rpt-driver-id     PIC X(6).
           05  FILLER            PIC X(1) value space.
           05  rpt-naam          PIC X(25).
           05  FILLER            PIC X(1) value space.
           05  rpt-depot         PIC X(3).
           05  FILLER            PIC X(3) value spaces.
           05  rpt-aantal        PIC ZZ9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-stap-name     PIC X(30).
           05  FILLER            PIC X(1) value space.
           05  rpt-nieuw         PIC X(5).
       01 ws-total-line.
           05  rpt-total-text    PIC X(30).
           05  rpt-total-count   PIC Z(4)9.

      *------------------Briefregels---------------------------------------*
       01 ws-brf-head.
           05  FILLER            PIC X(45) value
               "FLEETBEHEER - SNELHEIDSBEWAKING".
           05  FILLER            PIC X(7) value "DATUM: ".
           05  brf-date          PIC 9(8).
       01 ws-brf-depot.
           05  FILLER            PIC X(9) value "DEPOT  : ".
           05  brf-depot         PIC X(3).
       01 ws-brf-aan.
           05  FILLER            PIC X(9) value "AAN    : ".
           05  brf-aan           PIC X(60).
       01 ws-brf-betreft.
           05  FILLER            PIC X(9) value "BETREFT: ".
           05  brf-stap-name     PIC X(30).
       01 ws-brf-bestuurder.
           05  FILLER            PIC X(12) value "BESTUURDER: ".
           05  brf-naam          PIC X(25).
           05  FILLER            PIC X(2) value " (".
           05  brf-driver-id     PIC X(6).
           05  FILLER            PIC X(1) value ")".
       01 ws-brf-text.
           05  brf-text          PIC X(64).
       01 ws-brf-count.
           05  FILLER            PIC X(16) value "In de afgelopen ".
           05  brf-venster       PIC ZZ9.
           05  FILLER            PIC X(11) value " dagen zijn".
           05  brf-aantal        PIC ZZ9.
           05  FILLER            PIC X(28) value
               " incidenten geregistreerd:".
       01 ws-brf-columns.
           05  FILLER            PIC X(60) value
               "  DATUM     SESSIE VOERTUIG START   DUUR(S)  PIEK KM/U".
       01 ws-brf-incident.
           05  FILLER            PIC X(2) value spaces.
           05  brf-inc-date      PIC 9(8).
           05  FILLER            PIC X(2) value spaces.
           05  brf-inc-session   PIC X(6).
           05  FILLER            PIC X(1) value space.
           05  brf-inc-vehicle   PIC X(4).
           05  FILLER            PIC X(4) value spaces.
           05  brf-inc-start     PIC 99B99B99.
           05  FILLER            PIC X(2) value spaces.
           05  brf-inc-duur      PIC ZZZZ9.
           05  FILLER            PIC X(4) value spaces.
           05  brf-inc-peak      PIC ZZ9.99.
       01 ws-brf-groet          PIC X(30) value
               "Met vriendelijke groet,".
       01 ws-brf-afzender       PIC X(30) value
               "Fleetbeheer".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainEscalate.
           PERFORM LoadParameters.
           PERFORM OpenFiles.
           if ws-ovsinc-avail-yes
               PERFORM LoadOneIncident UNTIL ws-inc-eof-yes
               CLOSE OVSINC-FILE
           end-if.
           PERFORM EscalateDrivers.
           *> de incidenten staan nu in OVSDRV; alleen na een foutloze
           *> verwerking wordt OVSINC geleegd (een herdraai telt niets
           *> dubbel, dus bij twijfel blijft het bestand staan).
           if ws-ovsinc-avail-yes AND NOT ws-io-fout-yes
               OPEN OUTPUT OVSINC-FILE
               CLOSE OVSINC-FILE
           end-if.
           PERFORM WriteTotals.
           PERFORM CloseFiles.
           if ws-io-fout-yes
               MOVE 8 TO RETURN-CODE
           end-if.
           stop RUN.

      *--------------Venster, stappen en rundatum; zonder OVSPARM---------*
      *--------------90 dagen, stappen 1/3/5 en vandaag--------------------*
       LoadParameters.
           OPEN INPUT OVSPARM-FILE.
           if ws-ovsparm-status = "00"
               READ OVSPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       if OP-VENSTER-DAGEN IS NUMERIC AND
                           OP-VENSTER-DAGEN GREATER THAN 0
                           MOVE OP-VENSTER-DAGEN TO ws-venster-dagen
                       end-if
                       MOVE 1 TO ws-stap-idx
                       PERFORM LoadOneStep UNTIL ws-stap-idx
                           GREATER THAN 3
                       if OP-RUN-DATE IS NUMERIC AND
                           OP-RUN-DATE GREATER THAN 0
                           MOVE OP-RUN-DATE TO ws-run-date
                       end-if
               end-read
               CLOSE OVSPARM-FILE
           end-if.
           if ws-run-date = 0
               ACCEPT ws-run-date FROM DATE YYYYMMDD
           end-if.
           if FUNCTION INTEGER-OF-DATE(ws-run-date) = 0
               DISPLAY "Ongeldige rundatum in OVSPARM: " ws-run-date
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           MOVE FUNCTION INTEGER-OF-DATE(ws-run-date) TO ws-run-int.
           MOVE ws-run-int TO ws-venster-start.
           SUBTRACT ws-venster-dagen FROM ws-venster-start.

       LoadOneStep.
           if OP-STAP-AANTAL(ws-stap-idx) IS NUMERIC AND
               OP-STAP-AANTAL(ws-stap-idx) GREATER THAN 0
               MOVE OP-STAP-AANTAL(ws-stap-idx) TO
                   ws-stap-aantal(ws-stap-idx)
           end-if.
           ADD 1 TO ws-stap-idx.

      *--------------Opent de bestanden; zonder OVSDRV geen run-----------*
       OpenFiles.
           OPEN I-O OVSDRV-FILE.
           if ws-ovsdrv-status = "35"
               OPEN OUTPUT OVSDRV-FILE
               CLOSE OVSDRV-FILE
               OPEN I-O OVSDRV-FILE
           end-if.
           if ws-ovsdrv-status NOT = "00"
               DISPLAY "Kan OVSDRV.DAT niet openen, status: "
                   ws-ovsdrv-status
               DISPLAY "Geen incidenten verwerkt"
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

           *> zonder nieuwe incidenten draait de run toch: het venster
           *> schuift op en stappen kunnen terugvallen.
           OPEN INPUT OVSINC-FILE.
           if ws-ovsinc-status = "00"
               set ws-ovsinc-avail-yes to true
           else
               DISPLAY "Geen OVSINC.DAT, alleen het venster bijgewerkt"
           end-if.

           OPEN INPUT DRVMAST-FILE.
           if ws-drvmast-status = "00"
               set ws-drvmast-avail-yes to true
           else
               DISPLAY "Kan DRVMAST.DAT niet openen, status: "
                   ws-drvmast-status
               DISPLAY "Rapport en brieven zonder namen en depots"
           end-if.

           OPEN OUTPUT OVSRPT-FILE.
           OPEN OUTPUT OVSBRF-FILE.
           WRITE OVSRPT-RECORD FROM ws-report-heading.
           MOVE ws-run-date TO rpt-run-date.
           MOVE ws-venster-dagen TO rpt-venster.
           MOVE 1 TO ws-stap-idx.
           PERFORM FillOneStepParam UNTIL ws-stap-idx GREATER THAN 3.
           WRITE OVSRPT-RECORD FROM ws-param-line.
           WRITE OVSRPT-RECORD FROM ws-separator-line.
           WRITE OVSRPT-RECORD FROM ws-report-columns.

       FillOneStepParam.
           MOVE ws-stap-aantal(ws-stap-idx) TO
               rpt-stap-aantal(ws-stap-idx).
           MOVE 0 TO ws-stap-cnt(ws-stap-idx).
           ADD 1 TO ws-stap-idx.

      *--------------Zet een nieuw incident bij de bestuurder in OVSDRV----*
       LoadOneIncident.
           READ OVSINC-FILE
               AT END
                   set ws-inc-eof-yes to true
               NOT AT END
                   ADD 1 TO ws-inc-read
                   PERFORM StoreIncident THRU StoreIncident-Exit
           end-read.

       StoreIncident.
           MOVE "N" TO ws-drv-new.
           MOVE OI-DRIVER-ID TO OD-DRIVER-ID.
           READ OVSDRV-FILE
               INVALID KEY
                   set ws-drv-new-yes to true
           end-read.
           if ws-drv-new-yes
               INITIALIZE OVSDRV-RECORD
               MOVE OI-DRIVER-ID TO OD-DRIVER-ID
           else
               if ws-ovsdrv-status NOT = "00"
                   DISPLAY "OVSDRV leesfout, status: " ws-ovsdrv-status
                   set ws-io-fout-yes to true
                   GO TO StoreIncident-Exit
               end-if
           end-if.

           *> zelfde sessie en starttijd = al verwerkt (herdraai)
           MOVE "N" TO ws-dup-found.
           MOVE 1 TO ws-inc-idx.
           PERFORM CheckOneDuplicate UNTIL ws-dup-found-yes OR
               ws-inc-idx GREATER THAN OD-INC-CNT.
           if ws-dup-found-yes
               ADD 1 TO ws-inc-dup
               GO TO StoreIncident-Exit.

           *> tabel vol: het oudste incident valt eraf
           if OD-INC-CNT NOT LESS THAN ws-inc-max
               PERFORM ShiftOneIncident VARYING ws-inc-idx FROM 2 BY 1
                   UNTIL ws-inc-idx GREATER THAN ws-inc-max
               SUBTRACT 1 FROM OD-INC-CNT
           end-if.
           ADD 1 TO OD-INC-CNT.
           MOVE OI-PROC-DATE TO OD-INC-DATE(OD-INC-CNT).
           MOVE OI-SESSION-ID TO OD-INC-SESSION(OD-INC-CNT).
           MOVE OI-VEHICLE-CODE TO OD-INC-VEHICLE(OD-INC-CNT).
           MOVE OI-START-TIJD TO OD-INC-START(OD-INC-CNT).
           MOVE OI-DUUR-SEC TO OD-INC-DUUR(OD-INC-CNT).
           MOVE OI-PEAK-SNELHEID TO OD-INC-PEAK(OD-INC-CNT).

           if ws-drv-new-yes
               WRITE OVSDRV-RECORD
                   INVALID KEY
                       CONTINUE
               end-write
           else
               REWRITE OVSDRV-RECORD
                   INVALID KEY
                       CONTINUE
               end-rewrite
           end-if.
           if ws-ovsdrv-status NOT = "00"
               DISPLAY "OVSDRV schrijffout, status: " ws-ovsdrv-status
               set ws-io-fout-yes to true
           else
               ADD 1 TO ws-inc-added
           end-if.

       StoreIncident-Exit.
           EXIT.

       CheckOneDuplicate.
           if OD-INC-SESSION(ws-inc-idx) = OI-SESSION-ID AND
               OD-INC-START(ws-inc-idx) = OI-START-TIJD
               set ws-dup-found-yes to true
           end-if.
           ADD 1 TO ws-inc-idx.

       ShiftOneIncident.
           MOVE OD-INCIDENT(ws-inc-idx) TO OD-INCIDENT(ws-inc-idx - 1).

      *--------------Loopt alle bestuurders door: venster bijwerken en-----*
      *--------------de escalatiestap bepalen--------------------------------*
       EscalateDrivers.
           MOVE LOW-VALUES TO OD-DRIVER-ID.
           START OVSDRV-FILE KEY NOT LESS THAN OD-DRIVER-ID
               INVALID KEY
                   set ws-drv-eof-yes to true
           end-start.
           if ws-ovsdrv-status NOT = "00"
               set ws-drv-eof-yes to true
           end-if.
           PERFORM EscalateOneDriver THRU EscalateOneDriver-Exit
               UNTIL ws-drv-eof-yes.

       EscalateOneDriver.
           READ OVSDRV-FILE NEXT RECORD
               AT END
                   set ws-drv-eof-yes to true
           end-read.
           if ws-drv-eof-yes
               GO TO EscalateOneDriver-Exit.
           if ws-ovsdrv-status NOT = "00" AND
               ws-ovsdrv-status NOT = "02"
               DISPLAY "OVSDRV leesfout, status: " ws-ovsdrv-status
               set ws-io-fout-yes to true
               set ws-drv-eof-yes to true
               GO TO EscalateOneDriver-Exit.

           *> incidenten van voor het venster vallen eruit
           MOVE 0 TO ws-keep-idx.
           MOVE 1 TO ws-inc-idx.
           PERFORM KeepOneIncident UNTIL ws-inc-idx GREATER THAN
               OD-INC-CNT.
           MOVE ws-keep-idx TO OD-INC-CNT.
           ADD 1 TO ws-keep-idx.
           PERFORM ClearOneIncident VARYING ws-inc-idx FROM ws-keep-idx
               BY 1 UNTIL ws-inc-idx GREATER THAN ws-inc-max.

           *> niets meer in het venster: het record heeft geen functie
           *> meer en verdwijnt.
           if OD-INC-CNT = 0
               DELETE OVSDRV-FILE RECORD
                   INVALID KEY
                       CONTINUE
               end-delete
               if OD-STAP GREATER THAN 0
                   ADD 1 TO ws-drv-lowered
               end-if
               GO TO EscalateOneDriver-Exit.

           ADD 1 TO ws-drv-in-window.
           MOVE 0 TO ws-new-stap.
           MOVE 1 TO ws-stap-idx.
           PERFORM DetermineOneStep UNTIL ws-stap-idx GREATER THAN 3.

           PERFORM LookupDriverMaster.
           MOVE spaces TO ws-report-detail.
           MOVE OD-DRIVER-ID TO rpt-driver-id.
           MOVE ws-naam TO rpt-naam.
           MOVE ws-depot TO rpt-depot.
           MOVE OD-INC-CNT TO rpt-aantal.
           if ws-new-stap GREATER THAN 0
               MOVE ws-stap-name(ws-new-stap) TO rpt-stap-name
           else
               MOVE "ONDER DE EERSTE STAP" TO rpt-stap-name
           end-if.

           if ws-new-stap GREATER THAN OD-STAP
               MOVE "NIEUW" TO rpt-nieuw
               MOVE ws-new-stap TO OD-STAP
               MOVE ws-run-date TO OD-STAP-DATE
               ADD 1 TO ws-stap-cnt(ws-new-stap)
               PERFORM WriteLetter
           else
               if ws-new-stap LESS THAN OD-STAP
                   MOVE ws-new-stap TO OD-STAP
                   MOVE ws-run-date TO OD-STAP-DATE
                   ADD 1 TO ws-drv-lowered
               end-if
           end-if.
           WRITE OVSRPT-RECORD FROM ws-report-detail.

           REWRITE OVSDRV-RECORD
               INVALID KEY
                   CONTINUE
           end-rewrite.
           if ws-ovsdrv-status NOT = "00"
               DISPLAY "OVSDRV schrijffout, status: " ws-ovsdrv-status
               set ws-io-fout-yes to true
           end-if.

       EscalateOneDriver-Exit.
           EXIT.

       KeepOneIncident.
           MOVE 0 TO ws-inc-int.
           if OD-INC-DATE(ws-inc-idx) IS NUMERIC AND
               OD-INC-DATE(ws-inc-idx) GREATER THAN 0
               MOVE FUNCTION INTEGER-OF-DATE(OD-INC-DATE(ws-inc-idx))
                   TO ws-inc-int
           end-if.
           if ws-inc-int GREATER THAN ws-venster-start
               ADD 1 TO ws-keep-idx
               if ws-keep-idx NOT = ws-inc-idx
                   MOVE OD-INCIDENT(ws-inc-idx) TO
                       OD-INCIDENT(ws-keep-idx)
               end-if
           end-if.
           ADD 1 TO ws-inc-idx.

       ClearOneIncident.
           INITIALIZE OD-INCIDENT(ws-inc-idx).

       DetermineOneStep.
           if OD-INC-CNT NOT LESS THAN ws-stap-aantal(ws-stap-idx)
               MOVE ws-stap-idx TO ws-new-stap
           end-if.
           ADD 1 TO ws-stap-idx.

      *--------------Naam en depot uit DRVMAST-----------------------------*
       LookupDriverMaster.
           MOVE "** GEEN STAMRECORD **" TO ws-naam.
           MOVE "???" TO ws-depot.
           if ws-drvmast-avail-yes
               MOVE OD-DRIVER-ID TO DM-DRIVER-ID
               READ DRVMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-NAAM TO ws-naam
                       MOVE DM-DEPOT-CODE TO ws-depot
               end-read
           end-if.

      *--------------Brief voor de bereikte stap; stap 3 gaat naar de-------*
      *--------------depotmanager---------------------------------------------*
       WriteLetter.
           ADD 1 TO ws-letters-cnt.
           MOVE ws-run-date TO brf-date.
           WRITE OVSBRF-RECORD FROM ws-brf-head
               AFTER ADVANCING PAGE.
           MOVE ws-depot TO brf-depot.
           WRITE OVSBRF-RECORD FROM ws-brf-depot.
           MOVE spaces TO brf-aan.
           if ws-new-stap = 3
               STRING "DE DEPOTMANAGER VAN DEPOT " ws-depot
                   DELIMITED BY SIZE INTO brf-aan
           else
               MOVE ws-naam TO brf-aan
           end-if.
           WRITE OVSBRF-RECORD FROM ws-brf-aan.
           MOVE ws-stap-name(ws-new-stap) TO brf-stap-name.
           WRITE OVSBRF-RECORD FROM ws-brf-betreft.
           MOVE ws-naam TO brf-naam.
           MOVE OD-DRIVER-ID TO brf-driver-id.
           WRITE OVSBRF-RECORD FROM ws-brf-bestuurder.
           MOVE spaces TO OVSBRF-RECORD.
           WRITE OVSBRF-RECORD.
           MOVE 1 TO ws-line-idx.
           PERFORM WriteOneTextLine UNTIL ws-line-idx GREATER THAN 3.
           MOVE spaces TO OVSBRF-RECORD.
           WRITE OVSBRF-RECORD.
           MOVE ws-venster-dagen TO brf-venster.
           MOVE OD-INC-CNT TO brf-aantal.
           WRITE OVSBRF-RECORD FROM ws-brf-count.
           WRITE OVSBRF-RECORD FROM ws-brf-columns.
           MOVE 1 TO ws-inc-idx.
           PERFORM WriteOneLetterIncident UNTIL ws-inc-idx GREATER THAN
               OD-INC-CNT.
           MOVE spaces TO OVSBRF-RECORD.
           WRITE OVSBRF-RECORD.
           WRITE OVSBRF-RECORD FROM ws-brf-groet.
           WRITE OVSBRF-RECORD FROM ws-brf-afzender.

       WriteOneTextLine.
           MOVE ws-letter-line(ws-new-stap, ws-line-idx) TO brf-text.
           WRITE OVSBRF-RECORD FROM ws-brf-text.
           ADD 1 TO ws-line-idx.

       WriteOneLetterIncident.
           MOVE OD-INC-DATE(ws-inc-idx) TO brf-inc-date.
           MOVE OD-INC-SESSION(ws-inc-idx) TO brf-inc-session.
           MOVE OD-INC-VEHICLE(ws-inc-idx) TO brf-inc-vehicle.
           MOVE OD-INC-START(ws-inc-idx) TO brf-inc-start.
           MOVE OD-INC-DUUR(ws-inc-idx) TO brf-inc-duur.
           MOVE OD-INC-PEAK(ws-inc-idx) TO brf-inc-peak.
           WRITE OVSBRF-RECORD FROM ws-brf-incident.
           ADD 1 TO ws-inc-idx.

      *--------------Totalen onderaan het rapport--------------------------*
       WriteTotals.
           WRITE OVSRPT-RECORD FROM ws-separator-line.
           MOVE "INCIDENTEN GELEZEN          : " TO rpt-total-text.
           MOVE ws-inc-read TO rpt-total-count.
           WRITE OVSRPT-RECORD FROM ws-total-line.
           MOVE "AL VERWERKT (DUBBEL)        : " TO rpt-total-text.
           MOVE ws-inc-dup TO rpt-total-count.
           WRITE OVSRPT-RECORD FROM ws-total-line.
           MOVE "INCIDENTEN TOEGEVOEGD       : " TO rpt-total-text.
           MOVE ws-inc-added TO rpt-total-count.
           WRITE OVSRPT-RECORD FROM ws-total-line.
           MOVE "BESTUURDERS IN HET VENSTER  : " TO rpt-total-text.
           MOVE ws-drv-in-window TO rpt-total-count.
           WRITE OVSRPT-RECORD FROM ws-total-line.
           MOVE "NIEUW: EERSTE MELDING       : " TO rpt-total-text.
           MOVE ws-stap-cnt(1) TO rpt-total-count.
           WRITE OVSRPT-RECORD FROM ws-total-line.
           MOVE "NIEUW: OFFICIELE WAARSCHUW. : " TO rpt-total-text.
           MOVE ws-stap-cnt(2) TO rpt-total-count.
           WRITE OVSRPT-RECORD FROM ws-total-line.
           MOVE "NIEUW: DOORVERWIJZING       : " TO rpt-total-text.
           MOVE ws-stap-cnt(3) TO rpt-total-count.
           WRITE OVSRPT-RECORD FROM ws-total-line.
           MOVE "STAP TERUGGEVALLEN          : " TO rpt-total-text.
           MOVE ws-drv-lowered TO rpt-total-count.
           WRITE OVSRPT-RECORD FROM ws-total-line.
           DISPLAY "Incidenten gelezen   : " ws-inc-read.
           DISPLAY "Incidenten toegevoegd: " ws-inc-added.
           DISPLAY "Brieven              : " ws-letters-cnt.

      *--------------Sluit alle bestanden----------------------------------*
       CloseFiles.
           CLOSE OVSDRV-FILE.
           if ws-drvmast-avail-yes
               CLOSE DRVMAST-FILE
           end-if.
           CLOSE OVSRPT-FILE.
           CLOSE OVSBRF-FILE.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Overspeed-escalatie.
