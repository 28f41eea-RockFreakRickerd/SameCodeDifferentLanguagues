      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: Onderhoudsinterval per voertuig uit telemetrie-km
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: telt elke nacht de sessie-afstanden
      *            (TL-AFSTAND-KM) van een gedateerde TELEOUT-generatie
      *            per voertuig bij in het onderhoudsplan SRVPLAN
      *            (onderhouden door Srvplan-onderhoud). Heeft
      *            Odometer-reconciliatie het voertuig die dag met
      *            AFWIJKING op ODORPT gezet, dan is de telemetrie
      *            niet te vertrouwen en wordt de stand sinds de beurt
      *            uit de eindstand op ODOMTR berekend. Een generatie
      *            wordt per plan maar een keer meegeteld, dus een
      *            herdraai telt niets dubbel. Voertuigen die hun
      *            interval in km of dagen naderen of voorbij zijn
      *            komen per depot (VM-DEPOT-CODE) op het rapport
      *            SRVRPT; voor een actief voertuig dat over zijn
      *            interval is staat een C-transactie naar status
      *            W(erkplaats) klaar in SRVVTRN, in de layout van
      *            VEHMTRN, zodat Car-versnellingen de sessies afkeurt
      *            tot de werkplaats het voertuig vrijgeeft.
      *            De generatie is die van gisteren (Odometer-
      *            reconciliatie draait overdag), of de datum uit
      *            SRVPARM.
      * 15-10-2026 De klaargezette transacties dragen operator-id
      *            SRVINTV, zodat het audit-spoor van Vehmast-onderhoud
      *            laat zien dat de werkplaats-status uit deze run komt.
      * 15-10-2026 Elke gedateerde generatie telt nu mee, ook na een
      *            gemiste of geweigerde nacht: de run zoekt in TELEIDX
      *            alle generaties na de laatst bijgetelde van de
      *            plannen tot en met de generatiedatum en telt ze een
      *            voor een, oudste eerst, bij; SV-LAST-GEN-DATE schuift
      *            per generatie op. Een generatie die niet te openen is
      *            houdt de latere tegen tot een volgende run (return-
      *            code 4). De AFWIJKING-regels van ODORPT gelden alleen
      *            voor de generatie op de GENERATIE-regel van dat
      *            rapport; een oud rapport telt niet meer mee.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Onderhoudsinterval.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------De gedateerde TELEOUT-generatie van de dag----------*
           SELECT TELEOUT-FILE ASSIGN TO ws-teleout-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-teleout-status.

      *--------------Index van de sessies: welke generaties er zijn------*
           SELECT TELEIDX-FILE ASSIGN TO "TELEIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS ws-teleidx-status.

      *--------------Parameters: generatiedatum en waarschuwing in %-----*
           SELECT SRVPARM-FILE ASSIGN TO "SRVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-srvparm-status.

      *--------------Reconciliatierapport van Odometer-reconciliatie-----*
           SELECT ODORPT-FILE ASSIGN TO "ODORPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-odorpt-status.

      *--------------Dagelijkse tellerstanden van de depots--------------*
           SELECT ODOMTR-FILE ASSIGN TO "ODOMTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-odomtr-status.

      *--------------Onderhoudsplan per voertuigcode---------------------*
           SELECT SRVPLAN-FILE ASSIGN TO "SRVPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-VEHICLE-CODE
               FILE STATUS IS ws-srvplan-status.

      *--------------Voertuigregister: status en depot-------------------*
           SELECT VEHMAST-FILE ASSIGN TO "VEHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VEHICLE-CODE
               FILE STATUS IS ws-vehmast-status.

      *--------------Klaargezette VEHMTRN-transacties voor de werkplaats-*
           SELECT SRVVTRN-FILE ASSIGN TO "SRVVTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-srvvtrn-status.

      *--------------Rapport onderhoud verwacht, per depot---------------*
           SELECT SRVRPT-FILE ASSIGN TO "SRVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-srvrpt-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  TELEOUT-FILE.
       COPY TELEREC.

       FD  TELEIDX-FILE.
       COPY TELEIDXR.

       FD  SRVPARM-FILE.
       01  SRVPARM-RECORD.
           05  IP-GEN-DATE           PIC 9(8).
           05  IP-WAARSCHUW-PCT      PIC 9(3).

      *--------------Alleen de voertuigcode en het oordeel zijn nodig,----*
      *--------------en de datum op de GENERATIE-regel onder de kop-------*
       FD  ODORPT-FILE.
       01  ODORPT-RECORD.
           05  OR-VEH-CODE           PIC X(4).
           05  FILLER                PIC X(43).
           05  OR-VERDICT            PIC X(20).
           05  FILLER                PIC X(13).
       01  ODORPT-GEN-RECORD.
           05  OR-GEN-LABEL          PIC X(18).
           05  OR-GEN-DATE           PIC 9(8).
           05  FILLER                PIC X(54).

       FD  ODOMTR-FILE.
       01  ODOMTR-RECORD.
           05  OD-VEHICLE-CODE       PIC X(4).
           05  OD-DATUM              PIC 9(8).
           05  OD-KM-START           PIC 9(7).
           05  OD-KM-EIND            PIC 9(7).

       FD  SRVPLAN-FILE.
       COPY SRVPLANR.

       FD  VEHMAST-FILE.
       COPY VEHMASTR.

       FD  SRVVTRN-FILE.
       COPY VEHMTRNR.

       FD  SRVRPT-FILE.
       01  SRVRPT-RECORD             PIC X(90).

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-teleout-status   PIC X(2) value spaces.
       01 ws-srvparm-status   PIC X(2) value spaces.
       01 ws-odorpt-status    PIC X(2) value spaces.
       01 ws-odomtr-status    PIC X(2) value spaces.
       01 ws-srvplan-status   PIC X(2) value spaces.
       01 ws-vehmast-status   PIC X(2) value spaces.
       01 ws-srvvtrn-status   PIC X(2) value spaces.
       01 ws-srvrpt-status    PIC X(2) value spaces.
       01 ws-teleidx-status   PIC X(2) value spaces.

      *------------------Welke generaties worden bijgeteld: alles na-------*
      *------------------ws-from-date tot en met ws-gen-date---------------*
       01 ws-teleout-name      PIC X(30) value spaces.
       01 ws-gen-date          PIC 9(8) value 0.
       01 ws-date-int          PIC 9(7) value 0.
       01 ws-today             PIC 9(8) value 0.
       01 ws-from-date         PIC 9(8) value 0.
       01 ws-plan-low          PIC 9(8) value 0.
       01 ws-cur-gen           PIC 9(8) value 0.

      *------------------Te tellen generaties uit TELEIDX; bij een volle---*
      *------------------tabel blijven de oudste staan----------------------*
       01 ws-gen-max           PIC 9(3) value 500.
       01 ws-gen-cnt           PIC 9(3) value 0.
       01 ws-gen-idx           PIC 9(3) value 0.
       01 ws-gen-low-idx       PIC 9(3) value 0.
       01 ws-gen-high-idx      PIC 9(3) value 0.
       01 ws-gen-find          PIC 9(8) value 0.
       01 ws-gen-found         PIC X(1) value 'N'.
           88 ws-gen-found-yes         value 'Y'.
       01 GEN-TABLE.
           05  GEN-ENTRY OCCURS 500 TIMES.
               10  GN-DATE           PIC 9(8).
               10  GN-DONE           PIC X(1).
       01 ws-gen-left          PIC 9(3) value 0.
       01 ws-gens-counted      PIC 9(5) value 0.
      *> een generatie die niet open kan houdt de latere tegen, anders
      *> schuift SV-LAST-GEN-DATE eroverheen en is ze voorgoed kwijt.
       01 ws-gen-stop          PIC X(1) value 'N'.
           88 ws-gen-stop-yes          value 'Y'.
       01 ws-gen-fout          PIC X(1) value 'N'.
           88 ws-gen-fout-yes          value 'Y'.

      *------------------AFWIJKING-voertuigen van ODORPT en de generatie---*
      *------------------waar dat rapport over gaat--------------------------*
       01 ws-odorpt-gen        PIC 9(8) value 0.
       01 ws-afw-max           PIC 9(3) value 100.
       01 ws-afw-cnt           PIC 9(3) value 0.
       01 ws-afw-idx           PIC 9(3) value 0.
       01 AFW-TABLE.
           05  AF-CODE           PIC X(4) OCCURS 100 TIMES.

      *------------------Besturing van de loops----------------------------*
       01 ws-tele-eof          PIC X(1) value 'N'.
           88 ws-tele-eof-yes          value 'Y'.
       01 ws-teleidx-eof       PIC X(1) value 'N'.
           88 ws-teleidx-eof-yes       value 'Y'.
       01 ws-odo-eof           PIC X(1) value 'N'.
           88 ws-odo-eof-yes           value 'Y'.
       01 ws-plan-eof          PIC X(1) value 'N'.
           88 ws-plan-eof-yes          value 'Y'.
       01 ws-vehmast-avail     PIC X(1) value 'N'.
           88 ws-vehmast-avail-yes     value 'Y'.
       01 ws-entry-found       PIC X(1) value 'N'.
           88 ws-entry-found-yes       value 'Y'.
       01 ws-idx               PIC 9(3) value 0.
       01 ws-cur-vehicle       PIC X(4) value spaces.

      *------------------Waarschuwen vanaf dit percentage van het---------*
      *------------------interval (standaard 90)---------------------------*
       01 ws-waarschuw-pct     PIC 9(3) value 90.

      *------------------Per voertuig uit de generatie en de teller-------*
       01 ws-veh-max           PIC 9(3) value 100.
       01 ws-veh-cnt           PIC 9(3) value 0.
       01 VEHICLE-TABLE.
           05  VEH-ENTRY OCCURS 100 TIMES.
               10  VH-CODE           PIC X(4).
               10  VH-TELE-KM        PIC 9(7)V99.
               10  VH-TELE-TOT       PIC 9(7)V99.
               10  VH-AFWIJKING      PIC X(1).
               10  VH-HAS-ODO        PIC X(1).
               10  VH-ODO-EIND       PIC 9(7).
               10  VH-HAS-PLAN       PIC X(1).

      *------------------Oordeel per plan---------------------------------*
       01 ws-dagen-sinds       PIC S9(7) value 0.
       01 ws-pct-work          PIC 9(11)V99 value 0.
       01 ws-pct-km            PIC 9(5) value 0.
       01 ws-pct-dagen         PIC 9(5) value 0.
       01 ws-pct               PIC 9(5) value 0.

      *------------------Voertuigen die onderhoud nodig hebben------------*
       01 ws-due-max           PIC 9(3) value 200.
       01 ws-due-cnt           PIC 9(3) value 0.
       01 ws-due-idx           PIC 9(3) value 0.
       01 ws-due-left          PIC 9(3) value 0.
       01 DUE-TABLE.
           05  DUE-ENTRY OCCURS 200 TIMES.
               10  DU-CODE           PIC X(4).
               10  DU-DEPOT          PIC X(3).
               10  DU-KM-SINDS       PIC 9(7)V99.
               10  DU-INTERVAL-KM    PIC 9(6).
               10  DU-DAGEN          PIC 9(5).
               10  DU-INTERVAL-DAGEN PIC 9(4).
               10  DU-PCT            PIC 9(5).
               10  DU-VERDICT        PIC X(8).
               10  DU-TX             PIC X(16).
               10  DU-DONE           PIC X(1).
       01 ws-cur-depot         PIC X(3) value spaces.

      *------------------Telling voor de verantwoording--------------------*
       01 ws-plans-read        PIC 9(5) value 0.
       01 ws-plans-counted     PIC 9(5) value 0.
       01 ws-odo-used-cnt      PIC 9(5) value 0.
       01 ws-bijna-cnt         PIC 9(5) value 0.
       01 ws-te-laat-cnt       PIC 9(5) value 0.
       01 ws-tx-cnt            PIC 9(5) value 0.
       01 ws-no-plan-cnt       PIC 9(5) value 0.

      *------------------Rapportregels--------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(31) value
               "ONDERHOUD VERWACHT PER DEPOT".
       01 ws-param-line.
           05  FILLER            PIC X(11) value "T/M GEN. : ".
           05  rpt-gen-date      PIC 9(8).
           05  FILLER            PIC X(24) value
               "   WAARSCHUWING VANAF : ".
           05  rpt-waarschuw     PIC ZZ9.
           05  FILLER            PIC X(1) value "%".
       01 ws-separator-line     PIC X(80) value ALL "=".
       01 ws-depot-header.
           05  FILLER            PIC X(6) value "DEPOT ".
           05  rpt-depot         PIC X(3).
       01 ws-report-columns.
           05  FILLER            PIC X(40) value
               "  VRTG  KM SINDS INTERVAL  DAGEN INTERV.".
           05  FILLER            PIC X(32) value
               "     % OORDEEL  WERKPLAATS      ".
       01 ws-report-detail.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-veh-code      PIC X(4).
           05  FILLER            PIC X(1) value space.
           05  rpt-km-sinds      PIC Z(6)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-interval-km   PIC Z(5)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-dagen         PIC Z(4)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-interval-dg   PIC Z(3)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-pct           PIC Z(3)9.
           05  FILLER            PIC X(1) value space.
           05  rpt-verdict       PIC X(8).
           05  FILLER            PIC X(1) value space.
           05  rpt-tx            PIC X(16).
       01 ws-total-line.
           05  rpt-total-text    PIC X(26).
           05  rpt-total-count   PIC Z(4)9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainInterval.
           PERFORM LoadParameters.
           PERFORM OpenFiles.
           PERFORM LoadOdoVerdicts.
           PERFORM FindOldestPending.
           PERFORM CollectGenerations.
           PERFORM CountGenerations.
           PERFORM ProcessPlans THRU ProcessPlans-Exit.
           PERFORM CountVehiclesWithoutPlan.
           PERFORM WriteDueReport.
           PERFORM CloseFiles.
           *> een ontbrekende generatie is een waarschuwing: ze wordt
           *> de volgende run opnieuw geprobeerd, het rapport op de
           *> dagen-intervallen klopt wel.
           if ws-gen-fout-yes
               MOVE 4 TO RETURN-CODE
           end-if.
           stop RUN.

      *--------------Generatiedatum en waarschuwingspercentage; zonder----*
      *--------------SRVPARM geldt de generatie van gisteren en 90%;------*
      *--------------oudere generaties die nog niet meetelden gaan mee----*
       LoadParameters.
           OPEN INPUT SRVPARM-FILE.
           if ws-srvparm-status = "00"
               READ SRVPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       if IP-GEN-DATE IS NUMERIC AND
                           IP-GEN-DATE GREATER THAN 0
                           MOVE IP-GEN-DATE TO ws-gen-date
                       end-if
                       if IP-WAARSCHUW-PCT IS NUMERIC AND
                           IP-WAARSCHUW-PCT GREATER THAN 0
                           MOVE IP-WAARSCHUW-PCT TO ws-waarschuw-pct
                       end-if
               end-read
               CLOSE SRVPARM-FILE
           end-if.
           if ws-gen-date = 0
               ACCEPT ws-today FROM DATE YYYYMMDD
               MOVE FUNCTION INTEGER-OF-DATE(ws-today) TO ws-date-int
               SUBTRACT 1 FROM ws-date-int
               MOVE FUNCTION DATE-OF-INTEGER(ws-date-int)
                   TO ws-gen-date
           end-if.
           *> een onmogelijke datum zou nooit een generatie vinden en
           *> elk plan onder een onzin-datum als bijgeteld stempelen.
           if FUNCTION INTEGER-OF-DATE(ws-gen-date) = 0
               DISPLAY "Ongeldige generatiedatum in SRVPARM: "
                   ws-gen-date
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           DISPLAY "Bijtelling tot en met generatie: " ws-gen-date.

      *--------------Opent de bestanden-------------------------------------*
       OpenFiles.
           *> alleen status 35 (bestand niet gevonden) mag een leeg
           *> planbestand aanmaken; elke andere open-fout stopt de run
           *> zonder iets bij te tellen.
           OPEN I-O SRVPLAN-FILE.
           if ws-srvplan-status = "35"
               OPEN OUTPUT SRVPLAN-FILE
               CLOSE SRVPLAN-FILE
               OPEN I-O SRVPLAN-FILE
           end-if.
           if ws-srvplan-status NOT = "00"
               DISPLAY "Kan SRVPLAN.DAT niet openen, status: "
                   ws-srvplan-status
               DISPLAY "Geen kilometers bijgeteld"
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

           *> zonder register draait de run door; het depot wordt dan
           *> ??? en er worden geen werkplaats-transacties aangemaakt.
           OPEN INPUT VEHMAST-FILE.
           if ws-vehmast-status = "00"
               set ws-vehmast-avail-yes to true
           else
               DISPLAY "Kan VEHMAST.DAT niet openen, status: "
                   ws-vehmast-status
               DISPLAY "Geen werkplaats-transacties aangemaakt"
           end-if.

           OPEN OUTPUT SRVVTRN-FILE.
           OPEN OUTPUT SRVRPT-FILE.
           WRITE SRVRPT-RECORD FROM ws-report-heading.
           MOVE ws-gen-date TO rpt-gen-date.
           MOVE ws-waarschuw-pct TO rpt-waarschuw.
           WRITE SRVRPT-RECORD FROM ws-param-line.
           WRITE SRVRPT-RECORD FROM ws-separator-line.

      *--------------Laagste generatie die een plan nog mist: na de-------*
      *--------------laatst bijgetelde, en niet van voor de beurt----------*
       FindOldestPending.
           MOVE ws-gen-date TO ws-from-date.
           MOVE "N" TO ws-plan-eof.
           MOVE LOW-VALUES TO SV-VEHICLE-CODE.
           START SRVPLAN-FILE KEY NOT LESS THAN SV-VEHICLE-CODE
               INVALID KEY
                   set ws-plan-eof-yes to true
           end-start.
           if ws-srvplan-status NOT = "00"
               set ws-plan-eof-yes to true
           end-if.
           PERFORM CheckOnePlanPending UNTIL ws-plan-eof-yes.
           DISPLAY "Generaties vanaf: " ws-from-date.

       CheckOnePlanPending.
           READ SRVPLAN-FILE NEXT RECORD
               AT END
                   set ws-plan-eof-yes to true
           end-read.
           if NOT ws-plan-eof-yes
               if ws-srvplan-status NOT = "00" AND
                   ws-srvplan-status NOT = "02"
                   set ws-plan-eof-yes to true
               else
                   PERFORM SetPlanLowDate
                   if ws-plan-low GREATER THAN 0 AND
                       ws-plan-low LESS THAN ws-from-date
                       MOVE ws-plan-low TO ws-from-date
                   end-if
               end-if
           end-if.

      *--------------Eerste generatie die het plan nog mag tellen; 0 als---*
      *--------------het plan geen bruikbare datum heeft--------------------*
       SetPlanLowDate.
           MOVE 0 TO ws-plan-low.
           if SV-LAST-GEN-DATE IS NUMERIC AND
               FUNCTION INTEGER-OF-DATE(SV-LAST-GEN-DATE) NOT = 0
               MOVE FUNCTION INTEGER-OF-DATE(SV-LAST-GEN-DATE)
                   TO ws-date-int
               ADD 1 TO ws-date-int
               MOVE FUNCTION DATE-OF-INTEGER(ws-date-int)
                   TO ws-plan-low
           end-if.
           if SV-SERVICE-DATE IS NUMERIC AND
               SV-SERVICE-DATE GREATER THAN ws-plan-low
               MOVE SV-SERVICE-DATE TO ws-plan-low
           end-if.

      *--------------De generaties uit TELEOUT-index TELEIDX in het--------*
      *--------------bereik; zonder TELEIDX alleen de generatiedatum-------*
       CollectGenerations.
           OPEN INPUT TELEIDX-FILE.
           if ws-teleidx-status NOT = "00"
               DISPLAY "Kan TELEIDX.DAT niet openen, status: "
                   ws-teleidx-status
               DISPLAY "Alleen generatie " ws-gen-date " bijgeteld"
               MOVE ws-gen-date TO ws-gen-find
               PERFORM AddGeneration
           else
               MOVE "N" TO ws-teleidx-eof
               MOVE LOW-VALUES TO TI-KEY
               START TELEIDX-FILE KEY NOT LESS THAN TI-KEY
                   INVALID KEY
                       set ws-teleidx-eof-yes to true
               end-start
               PERFORM TakeOneIndexGeneration UNTIL ws-teleidx-eof-yes
               CLOSE TELEIDX-FILE
           end-if.

       TakeOneIndexGeneration.
           READ TELEIDX-FILE NEXT RECORD
               AT END
                   set ws-teleidx-eof-yes to true
           end-read.
           if NOT ws-teleidx-eof-yes
               if ws-teleidx-status NOT = "00" AND
                   ws-teleidx-status NOT = "02"
                   DISPLAY "TELEIDX leesfout, status: "
                       ws-teleidx-status
                   set ws-teleidx-eof-yes to true
               else
                   if TI-PROC-DATE IS NUMERIC AND
                       TI-PROC-DATE NOT LESS THAN ws-from-date AND
                       TI-PROC-DATE NOT GREATER THAN ws-gen-date
                       MOVE TI-PROC-DATE TO ws-gen-find
                       PERFORM AddGeneration
                   end-if
               end-if
           end-if.

      *--------------Onthoudt een generatiedatum, elke datum een keer;----*
      *--------------bij een volle tabel gaat de nieuwste eruit, de rest--*
      *--------------volgt de volgende run-----------------------------------*
       AddGeneration.
           MOVE "N" TO ws-gen-found.
           MOVE 1 TO ws-gen-idx.
           PERFORM FindOneGeneration UNTIL ws-gen-found-yes OR
               ws-gen-idx GREATER THAN ws-gen-cnt.
           if NOT ws-gen-found-yes
               if ws-gen-cnt LESS THAN ws-gen-max
                   ADD 1 TO ws-gen-cnt
                   MOVE ws-gen-find TO GN-DATE(ws-gen-cnt)
                   MOVE "N" TO GN-DONE(ws-gen-cnt)
               else
                   if NOT ws-gen-fout-yes
                       DISPLAY "GEN-TABLE vol, rest volgende run"
                   end-if
                   set ws-gen-fout-yes to true
                   MOVE 1 TO ws-gen-high-idx
                   MOVE 2 TO ws-gen-idx
                   PERFORM FindHighestGeneration UNTIL
                       ws-gen-idx GREATER THAN ws-gen-cnt
                   if ws-gen-find LESS THAN GN-DATE(ws-gen-high-idx)
                       MOVE ws-gen-find TO GN-DATE(ws-gen-high-idx)
                   end-if
               end-if
           end-if.

       FindOneGeneration.
           if GN-DATE(ws-gen-idx) = ws-gen-find
               MOVE "Y" TO ws-gen-found
           else
               ADD 1 TO ws-gen-idx
           end-if.

       FindHighestGeneration.
           if GN-DATE(ws-gen-idx) GREATER THAN GN-DATE(ws-gen-high-idx)
               MOVE ws-gen-idx TO ws-gen-high-idx
           end-if.
           ADD 1 TO ws-gen-idx.

      *--------------Telt de generaties bij, steeds de oudste die nog-----*
      *--------------open staat----------------------------------------------*
       CountGenerations.
           MOVE ws-gen-cnt TO ws-gen-left.
           PERFORM CountOneGeneration THRU CountOneGeneration-Exit
               UNTIL ws-gen-left = 0 OR ws-gen-stop-yes.

       CountOneGeneration.
           MOVE 0 TO ws-gen-low-idx.
           MOVE 1 TO ws-gen-idx.
           PERFORM FindLowestGeneration UNTIL ws-gen-idx GREATER THAN
               ws-gen-cnt.
           MOVE "Y" TO GN-DONE(ws-gen-low-idx).
           SUBTRACT 1 FROM ws-gen-left.
           MOVE GN-DATE(ws-gen-low-idx) TO ws-cur-gen.

           MOVE spaces TO ws-teleout-name.
           STRING "TELEOUT." ws-cur-gen ".DAT"
               DELIMITED BY SIZE INTO ws-teleout-name.
           MOVE "N" TO ws-tele-eof.
           OPEN INPUT TELEOUT-FILE.
           if ws-teleout-status NOT = "00"
               DISPLAY "Kan " ws-teleout-name " niet openen, status: "
                   ws-teleout-status
               DISPLAY "Generaties vanaf " ws-cur-gen
                   " niet bijgeteld"
               set ws-gen-fout-yes to true
               set ws-gen-stop-yes to true
               GO TO CountOneGeneration-Exit.
           DISPLAY "Bijtelling over: " ws-teleout-name.

           MOVE 1 TO ws-idx.
           PERFORM ClearOneVehicleDay UNTIL ws-idx GREATER THAN
               ws-veh-cnt.
           PERFORM TallyTeleout.
           CLOSE TELEOUT-FILE.
           if ws-odorpt-gen = ws-cur-gen
               MOVE 1 TO ws-afw-idx
               PERFORM MarkOneAfwijking UNTIL ws-afw-idx GREATER THAN
                   ws-afw-cnt
           end-if.
           PERFORM LoadOdoReadings.
           PERFORM AddGenerationToPlans.
           ADD 1 TO ws-gens-counted.

       CountOneGeneration-Exit.
           EXIT.

       FindLowestGeneration.
           if GN-DONE(ws-gen-idx) NOT = "Y"
               if ws-gen-low-idx = 0
                   MOVE ws-gen-idx TO ws-gen-low-idx
               else
                   if GN-DATE(ws-gen-idx) LESS THAN
                       GN-DATE(ws-gen-low-idx)
                       MOVE ws-gen-idx TO ws-gen-low-idx
                   end-if
               end-if
           end-if.
           ADD 1 TO ws-gen-idx.

      *--------------Cijfers van de vorige generatie wissen; het totaal----*
      *--------------blijft staan voor de voertuigen zonder plan-----------*
       ClearOneVehicleDay.
           MOVE 0 TO VH-TELE-KM(ws-idx).
           MOVE "N" TO VH-AFWIJKING(ws-idx).
           MOVE "N" TO VH-HAS-ODO(ws-idx).
           MOVE 0 TO VH-ODO-EIND(ws-idx).
           ADD 1 TO ws-idx.

       MarkOneAfwijking.
           MOVE AF-CODE(ws-afw-idx) TO ws-cur-vehicle.
           PERFORM FindOrAddVehicle.
           if ws-idx NOT = 0
               MOVE "Y" TO VH-AFWIJKING(ws-idx)
           end-if.
           ADD 1 TO ws-afw-idx.

      *--------------Telt de telemetrie-afstand per voertuig---------------*
       TallyTeleout.
           PERFORM TallyOneTeleRecord UNTIL ws-tele-eof-yes.

       TallyOneTeleRecord.
           READ TELEOUT-FILE
               AT END
                   set ws-tele-eof-yes to true
               NOT AT END
                   MOVE TL-VEHICLE-CODE TO ws-cur-vehicle
                   PERFORM FindOrAddVehicle
                   *> records van voor de afstandskolom tellen als
                   *> nul, net als in Odometer-reconciliatie
                   if ws-idx NOT = 0 AND TL-AFSTAND-KM IS NUMERIC
                       ADD TL-AFSTAND-KM TO VH-TELE-KM(ws-idx)
                       ADD TL-AFSTAND-KM TO VH-TELE-TOT(ws-idx)
                   end-if
           end-read.

      *--------------Voertuigen met AFWIJKING op ODORPT, en de------------*
      *--------------generatie waar dat rapport over gaat; alleen die----*
      *--------------generatie gebruikt ze (zelfde regel als Sensor-------*
      *--------------bewaking)------------------------------------------------*
       LoadOdoVerdicts.
           MOVE "N" TO ws-odo-eof.
           OPEN INPUT ODORPT-FILE.
           if ws-odorpt-status NOT = "00"
               DISPLAY "Geen ODORPT.DAT, alleen telemetrie-km gebruikt"
               set ws-odo-eof-yes to true
           end-if.
           PERFORM ReadOneOdoVerdict UNTIL ws-odo-eof-yes.
           if ws-odorpt-status = "00" OR ws-odorpt-status = "10"
               CLOSE ODORPT-FILE
               if ws-odorpt-gen = 0
                   DISPLAY "ODORPT zonder generatiedatum, "
                       "alleen telemetrie-km gebruikt"
                   MOVE 0 TO ws-afw-cnt
               else
                   DISPLAY "ODORPT over generatie: " ws-odorpt-gen
               end-if
           end-if.

       ReadOneOdoVerdict.
           READ ODORPT-FILE
               AT END
                   set ws-odo-eof-yes to true
               NOT AT END
                   if OR-GEN-LABEL = "GENERATIE       : "
                       if OR-GEN-DATE IS NUMERIC
                           MOVE OR-GEN-DATE TO ws-odorpt-gen
                       end-if
                   else
                       if OR-VERDICT = "AFWIJKING"
                           PERFORM RememberAfwijking
                       end-if
                   end-if
           end-read.

       RememberAfwijking.
           if ws-afw-cnt LESS THAN ws-afw-max
               ADD 1 TO ws-afw-cnt
               MOVE OR-VEH-CODE TO AF-CODE(ws-afw-cnt)
           else
               DISPLAY "AFW-TABLE vol, overgeslagen: " OR-VEH-CODE
           end-if.

      *--------------Eindstand per voertuig op de generatiedatum----------*
      *--------------(alleen tellerregels van die dag tellen)--------------*
       LoadOdoReadings.
           MOVE "N" TO ws-odo-eof.
           OPEN INPUT ODOMTR-FILE.
           if ws-odomtr-status NOT = "00"
               set ws-odo-eof-yes to true
           end-if.
           PERFORM ReadOneOdoReading UNTIL ws-odo-eof-yes.
           if ws-odomtr-status = "00" OR ws-odomtr-status = "10"
               CLOSE ODOMTR-FILE
           end-if.

       ReadOneOdoReading.
           READ ODOMTR-FILE
               AT END
                   set ws-odo-eof-yes to true
               NOT AT END
                   if OD-DATUM IS NUMERIC AND
                       OD-DATUM = ws-cur-gen AND
                       OD-KM-EIND IS NUMERIC
                       MOVE OD-VEHICLE-CODE TO ws-cur-vehicle
                       PERFORM FindOrAddVehicle
                       if ws-idx NOT = 0
                           if VH-HAS-ODO(ws-idx) NOT = "Y" OR
                               OD-KM-EIND GREATER THAN
                                   VH-ODO-EIND(ws-idx)
                               MOVE OD-KM-EIND TO VH-ODO-EIND(ws-idx)
                           end-if
                           MOVE "Y" TO VH-HAS-ODO(ws-idx)
                       end-if
                   end-if
           end-read.

      *--------------Zoekt of maakt de voertuig-ingang---------------------*
       FindOrAddVehicle.
           PERFORM FindVehicle.
           if NOT ws-entry-found-yes
               if ws-veh-cnt LESS THAN ws-veh-max
                   ADD 1 TO ws-veh-cnt
                   MOVE ws-veh-cnt TO ws-idx
                   MOVE ws-cur-vehicle TO VH-CODE(ws-idx)
                   MOVE 0 TO VH-TELE-KM(ws-idx)
                   MOVE 0 TO VH-TELE-TOT(ws-idx)
                   MOVE "N" TO VH-AFWIJKING(ws-idx)
                   MOVE "N" TO VH-HAS-ODO(ws-idx)
                   MOVE 0 TO VH-ODO-EIND(ws-idx)
                   MOVE "N" TO VH-HAS-PLAN(ws-idx)
               else
                   DISPLAY "VEHICLE-TABLE vol, overgeslagen: "
                       ws-cur-vehicle
                   MOVE 0 TO ws-idx
               end-if
           end-if.

      *--------------Zoekt de voertuig-ingang; ws-idx 0 = niet gevonden---*
       FindVehicle.
           MOVE "N" TO ws-entry-found.
           MOVE 1 TO ws-idx.
           PERFORM FindOneVehicle UNTIL ws-entry-found-yes OR
               ws-idx GREATER THAN ws-veh-cnt.
           if NOT ws-entry-found-yes
               MOVE 0 TO ws-idx
           end-if.

       FindOneVehicle.
           if VH-CODE(ws-idx) = ws-cur-vehicle
               MOVE "Y" TO ws-entry-found
           else
               ADD 1 TO ws-idx
           end-if.

      *--------------Telt de lopende generatie bij elk plan dat hem nog---*
      *--------------mist, en niet van voor de beurt is---------------------*
       AddGenerationToPlans.
           MOVE "N" TO ws-plan-eof.
           MOVE LOW-VALUES TO SV-VEHICLE-CODE.
           START SRVPLAN-FILE KEY NOT LESS THAN SV-VEHICLE-CODE
               INVALID KEY
                   set ws-plan-eof-yes to true
           end-start.
           if ws-srvplan-status NOT = "00"
               set ws-plan-eof-yes to true
           end-if.
           PERFORM AddToOnePlan UNTIL ws-plan-eof-yes.

       AddToOnePlan.
           READ SRVPLAN-FILE NEXT RECORD
               AT END
                   set ws-plan-eof-yes to true
           end-read.
           if NOT ws-plan-eof-yes
               if ws-srvplan-status NOT = "00" AND
                   ws-srvplan-status NOT = "02"
                   set ws-plan-eof-yes to true
               else
                   *> een generatie telt per plan een keer, en alleen
                   *> als ze niet van voor de laatste beurt is.
                   if ws-cur-gen GREATER THAN SV-LAST-GEN-DATE AND
                       ws-cur-gen NOT LESS THAN SV-SERVICE-DATE
                       MOVE SV-VEHICLE-CODE TO ws-cur-vehicle
                       PERFORM FindVehicle
                       PERFORM AddGenerationKm
                   end-if
               end-if
           end-if.

      *--------------Loopt alle plannen langs voor het oordeel-------------*
       ProcessPlans.
           MOVE "N" TO ws-plan-eof.
           MOVE LOW-VALUES TO SV-VEHICLE-CODE.
           START SRVPLAN-FILE KEY NOT LESS THAN SV-VEHICLE-CODE
               INVALID KEY
                   set ws-plan-eof-yes to true
           end-start.
           if ws-srvplan-status NOT = "00"
               set ws-plan-eof-yes to true
           end-if.
           PERFORM UpdateOnePlan THRU UpdateOnePlan-Exit
               UNTIL ws-plan-eof-yes.

       ProcessPlans-Exit.
           EXIT.

      *--------------Beoordeelt het plan op de stand na de bijtelling-----*
       UpdateOnePlan.
           READ SRVPLAN-FILE NEXT RECORD
               AT END
                   set ws-plan-eof-yes to true
           end-read.
           if ws-plan-eof-yes
               GO TO UpdateOnePlan-Exit.
           if ws-srvplan-status NOT = "00" AND
               ws-srvplan-status NOT = "02"
               set ws-plan-eof-yes to true
               GO TO UpdateOnePlan-Exit.
           ADD 1 TO ws-plans-read.

           MOVE SV-VEHICLE-CODE TO ws-cur-vehicle.
           PERFORM FindVehicle.
           if ws-idx NOT = 0
               MOVE "Y" TO VH-HAS-PLAN(ws-idx)
           end-if.

           PERFORM JudgePlan THRU JudgePlan-Exit.

       UpdateOnePlan-Exit.
           EXIT.

      *--------------Kilometers van de generatie bij het plan-------------*
       AddGenerationKm.
           if ws-idx NOT = 0
               *> bij AFWIJKING is de teller de waarheid: de stand
               *> sinds de beurt is dan eindstand min beurtstand.
               if VH-AFWIJKING(ws-idx) = "Y" AND
                   VH-HAS-ODO(ws-idx) = "Y" AND
                   VH-ODO-EIND(ws-idx) NOT LESS THAN SV-SERVICE-KM
                   SUBTRACT SV-SERVICE-KM FROM VH-ODO-EIND(ws-idx)
                       GIVING SV-KM-SINDS
                   ADD 1 TO ws-odo-used-cnt
               else
                   ADD VH-TELE-KM(ws-idx) TO SV-KM-SINDS
               end-if
           end-if.
           MOVE ws-cur-gen TO SV-LAST-GEN-DATE.
           REWRITE SRVPLAN-RECORD
               INVALID KEY
                   CONTINUE
           end-rewrite.
           if ws-srvplan-status = "00"
               ADD 1 TO ws-plans-counted
           else
               DISPLAY "SRVPLAN niet bijgewerkt: " SV-VEHICLE-CODE
                   " status: " ws-srvplan-status
           end-if.

      *--------------Percentage van het interval, in km of in dagen-------*
      *--------------(het hoogste telt)-------------------------------------*
       JudgePlan.
           MOVE 0 TO ws-dagen-sinds.
           if SV-SERVICE-DATE IS NUMERIC
               if FUNCTION INTEGER-OF-DATE(SV-SERVICE-DATE) NOT = 0
                   MOVE FUNCTION INTEGER-OF-DATE(ws-gen-date)
                       TO ws-dagen-sinds
                   SUBTRACT FUNCTION INTEGER-OF-DATE(SV-SERVICE-DATE)
                       FROM ws-dagen-sinds
               end-if
           end-if.
           if ws-dagen-sinds LESS THAN 0
               MOVE 0 TO ws-dagen-sinds
           end-if.

           MOVE 0 TO ws-pct-km.
           if SV-INTERVAL-KM GREATER THAN 0
               MULTIPLY SV-KM-SINDS BY 100 GIVING ws-pct-work
               DIVIDE ws-pct-work BY SV-INTERVAL-KM
                   GIVING ws-pct-km
           end-if.
           MOVE 0 TO ws-pct-dagen.
           if SV-INTERVAL-DAGEN GREATER THAN 0
               MULTIPLY ws-dagen-sinds BY 100 GIVING ws-pct-work
               DIVIDE ws-pct-work BY SV-INTERVAL-DAGEN
                   GIVING ws-pct-dagen
           end-if.
           MOVE ws-pct-km TO ws-pct.
           if ws-pct-dagen GREATER THAN ws-pct
               MOVE ws-pct-dagen TO ws-pct
           end-if.

           if ws-pct LESS THAN ws-waarschuw-pct
               GO TO JudgePlan-Exit.
           if ws-due-cnt NOT LESS THAN ws-due-max
               DISPLAY "DUE-TABLE vol, voertuig niet gemeld: "
                   SV-VEHICLE-CODE
               GO TO JudgePlan-Exit.

           ADD 1 TO ws-due-cnt.
           MOVE ws-due-cnt TO ws-due-idx.
           MOVE SV-VEHICLE-CODE TO DU-CODE(ws-due-idx).
           MOVE SV-KM-SINDS TO DU-KM-SINDS(ws-due-idx).
           MOVE SV-INTERVAL-KM TO DU-INTERVAL-KM(ws-due-idx).
           MOVE ws-dagen-sinds TO DU-DAGEN(ws-due-idx).
           MOVE SV-INTERVAL-DAGEN TO DU-INTERVAL-DAGEN(ws-due-idx).
           MOVE ws-pct TO DU-PCT(ws-due-idx).
           MOVE spaces TO DU-TX(ws-due-idx).
           MOVE "N" TO DU-DONE(ws-due-idx).
           if ws-pct NOT LESS THAN 100
               MOVE "TE LAAT" TO DU-VERDICT(ws-due-idx)
               ADD 1 TO ws-te-laat-cnt
           else
               MOVE "BIJNA" TO DU-VERDICT(ws-due-idx)
               ADD 1 TO ws-bijna-cnt
           end-if.
           PERFORM LookupVehicleMaster.

       JudgePlan-Exit.
           EXIT.

      *--------------Depot uit VEHMAST; een actief voertuig over zijn-----*
      *--------------interval krijgt een C-transactie naar de werkplaats--*
       LookupVehicleMaster.
           MOVE "???" TO DU-DEPOT(ws-due-idx).
           if ws-vehmast-avail-yes
               MOVE SV-VEHICLE-CODE TO VM-VEHICLE-CODE
               READ VEHMAST-FILE
                   INVALID KEY
                       MOVE "NIET IN VEHMAST" TO DU-TX(ws-due-idx)
                   NOT INVALID KEY
                       MOVE VM-DEPOT-CODE TO DU-DEPOT(ws-due-idx)
                       if DU-VERDICT(ws-due-idx) = "TE LAAT"
                           PERFORM WriteWorkshopTransaction
                       end-if
               end-read
           end-if.

       WriteWorkshopTransaction.
           if vm-active
               *> een C vervangt het hele registerrecord, dus depot en
               *> omschrijving gaan ongewijzigd mee.
               MOVE "C" TO VX-ACTION
               MOVE VM-VEHICLE-CODE TO VX-VEHICLE-CODE
               MOVE "W" TO VX-STATUS
               MOVE VM-DEPOT-CODE TO VX-DEPOT-CODE
               MOVE VM-OMSCHRIJVING TO VX-OMSCHRIJVING
               MOVE "SRVINTV" TO VX-OPERATOR
               WRITE VEHMTRN-RECORD
               ADD 1 TO ws-tx-cnt
               MOVE "TX KLAARGEZET" TO DU-TX(ws-due-idx)
           else
               if vm-in-shop
                   MOVE "AL IN WERKPLAATS" TO DU-TX(ws-due-idx)
               else
                   MOVE "UIT DIENST" TO DU-TX(ws-due-idx)
               end-if
           end-if.

      *--------------Voertuigen met telemetrie maar zonder plan------------*
       CountVehiclesWithoutPlan.
           MOVE 1 TO ws-idx.
           PERFORM CountOneWithoutPlan UNTIL ws-idx GREATER THAN
               ws-veh-cnt.

       CountOneWithoutPlan.
           if VH-HAS-PLAN(ws-idx) NOT = "Y" AND
               VH-TELE-TOT(ws-idx) GREATER THAN 0
               ADD 1 TO ws-no-plan-cnt
               DISPLAY "Voertuig zonder onderhoudsplan: "
                   VH-CODE(ws-idx)
           end-if.
           ADD 1 TO ws-idx.

      *--------------Rapport per depot: steeds het laagste depot dat------*
      *--------------nog niet geprint is, met al zijn voertuigen-----------*
       WriteDueReport.
           MOVE ws-due-cnt TO ws-due-left.
           PERFORM WriteOneDepot UNTIL ws-due-left = 0.

           WRITE SRVRPT-RECORD FROM ws-separator-line.
           MOVE "PLANNEN GELEZEN         : " TO rpt-total-text.
           MOVE ws-plans-read TO rpt-total-count.
           WRITE SRVRPT-RECORD FROM ws-total-line.
           MOVE "GENERATIES VERWERKT     : " TO rpt-total-text.
           MOVE ws-gens-counted TO rpt-total-count.
           WRITE SRVRPT-RECORD FROM ws-total-line.
           MOVE "BIJ PLANNEN GETELD      : " TO rpt-total-text.
           MOVE ws-plans-counted TO rpt-total-count.
           WRITE SRVRPT-RECORD FROM ws-total-line.
           MOVE "VIA TELLERSTAND (AFW.)  : " TO rpt-total-text.
           MOVE ws-odo-used-cnt TO rpt-total-count.
           WRITE SRVRPT-RECORD FROM ws-total-line.
           MOVE "BIJNA AAN DE BEURT      : " TO rpt-total-text.
           MOVE ws-bijna-cnt TO rpt-total-count.
           WRITE SRVRPT-RECORD FROM ws-total-line.
           MOVE "OVER HET INTERVAL       : " TO rpt-total-text.
           MOVE ws-te-laat-cnt TO rpt-total-count.
           WRITE SRVRPT-RECORD FROM ws-total-line.
           MOVE "WERKPLAATS-TRANSACTIES  : " TO rpt-total-text.
           MOVE ws-tx-cnt TO rpt-total-count.
           WRITE SRVRPT-RECORD FROM ws-total-line.
           MOVE "VOERTUIGEN ZONDER PLAN  : " TO rpt-total-text.
           MOVE ws-no-plan-cnt TO rpt-total-count.
           WRITE SRVRPT-RECORD FROM ws-total-line.

       WriteOneDepot.
           MOVE HIGH-VALUES TO ws-cur-depot.
           MOVE 1 TO ws-due-idx.
           PERFORM FindLowestDepot UNTIL ws-due-idx GREATER THAN
               ws-due-cnt.
           MOVE spaces TO SRVRPT-RECORD.
           WRITE SRVRPT-RECORD.
           MOVE ws-cur-depot TO rpt-depot.
           WRITE SRVRPT-RECORD FROM ws-depot-header.
           WRITE SRVRPT-RECORD FROM ws-report-columns.
           MOVE 1 TO ws-due-idx.
           PERFORM WriteOneDueLine UNTIL ws-due-idx GREATER THAN
               ws-due-cnt.

       FindLowestDepot.
           if DU-DONE(ws-due-idx) NOT = "Y" AND
               DU-DEPOT(ws-due-idx) LESS THAN ws-cur-depot
               MOVE DU-DEPOT(ws-due-idx) TO ws-cur-depot
           end-if.
           ADD 1 TO ws-due-idx.

       WriteOneDueLine.
           if DU-DONE(ws-due-idx) NOT = "Y" AND
               DU-DEPOT(ws-due-idx) = ws-cur-depot
               MOVE DU-CODE(ws-due-idx) TO rpt-veh-code
               MOVE DU-KM-SINDS(ws-due-idx) TO rpt-km-sinds
               MOVE DU-INTERVAL-KM(ws-due-idx) TO rpt-interval-km
               MOVE DU-DAGEN(ws-due-idx) TO rpt-dagen
               MOVE DU-INTERVAL-DAGEN(ws-due-idx) TO rpt-interval-dg
               MOVE DU-PCT(ws-due-idx) TO rpt-pct
               MOVE DU-VERDICT(ws-due-idx) TO rpt-verdict
               MOVE DU-TX(ws-due-idx) TO rpt-tx
               WRITE SRVRPT-RECORD FROM ws-report-detail
               MOVE "Y" TO DU-DONE(ws-due-idx)
               SUBTRACT 1 FROM ws-due-left
           end-if.
           ADD 1 TO ws-due-idx.

      *--------------Sluit alle bestanden----------------------------------*
       CloseFiles.
           CLOSE SRVPLAN-FILE.
           if ws-vehmast-avail-yes
               CLOSE VEHMAST-FILE
           end-if.
           CLOSE SRVVTRN-FILE.
           CLOSE SRVRPT-FILE.
           DISPLAY "Plannen gelezen       : " ws-plans-read.
           DISPLAY "Generaties verwerkt   : " ws-gens-counted.
           DISPLAY "Generatie bij plan    : " ws-plans-counted.
           DISPLAY "Bijna aan de beurt    : " ws-bijna-cnt.
           DISPLAY "Over het interval     : " ws-te-laat-cnt.
           DISPLAY "Werkplaats-transacties: " ws-tx-cnt.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Onderhoudsinterval.
