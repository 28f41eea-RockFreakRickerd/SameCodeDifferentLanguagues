      *            blijvende werkvoorraad en zou OPEN OUTPUT aan het
      *            begin van een nieuwe nacht de nog niet
      *            afgehandelde quarantaine-metingen wissen.
      * 15-10-2026 Een run die door de RUNCTL-keuring stopt of SPEEDIN
      *            niet kan openen eindigt met return-code 8, zodat
      *            de nachtstroom Nacht-stroom de volgende stappen
      *            niet meer start.
      * 15-10-2026 Overspeed-bewaking: THRESHTAB draagt per voertuig
      *            een overspeed-limiet en een minimale duur. Een
      *            aaneengesloten reeks metingen boven de limiet
      *            (ook boven TT-BOUND-MAX; sprongen in quarantaine
      *            tellen niet mee) die volgens de SR-TIJDSTIP-
      *            tijdstippen minstens die duur aanhoudt wordt als
      *            incident (bestuurder, voertuig, sessie, start, duur,
      *            piek) naar het nieuwe bestand OVSINC geschreven, voor
      *            het escalatieprogramma Overspeed-escalatie. Zonder
      *            tijdstip of zonder limiet geen incidenten. De
      *            lopende reeks gaat mee in het checkpoint.
      * 15-10-2026 Depotstatistiek: elke afkeuringsregel op CTLREPT
      *            (per reden, volgorde CTLREDNR), elke meting in
      *            quarantaine en de km van elke afgeronde sessie
      *            worden bij het depot van de sessie opgeteld in het
      *            blijvende bestand DEPSTAT (depot plus
      *            verwerkingsdatum), voor de maandelijkse Depot-
      *            scorekaart. Geboekt op het moment zelf, dus voor
      *            het checkpoint, net als de regels in CTLREPT en
      *            SPEEDEXC. Kan DEPSTAT niet open, dan draait de run
      *            door en eindigt met return-code 4 (waarschuwing).
      * 15-10-2026 OVSINC wordt alleen nieuw aangemaakt als het nog niet
      *            bestaat (35); elke andere fout bij openen of
      *            schrijven overschrijft geen onverwerkte incidenten
      *            meer, maar meldt het incident op het scherm en geeft
      *            return-code 4, net als DEPSTAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ctlrept-status.

      *--------------Overspeed-incidenten voor de escalatie--------------*
           SELECT OVSINC-FILE ASSIGN TO "OVSINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ovsinc-status.

      *--------------Blijvende depotstatistiek per depot en dag----------*
           SELECT DEPSTAT-FILE ASSIGN TO "DEPSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-KEY
               FILE STATUS IS ws-depstat-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05  RS-SESSION-KM         PIC 9(5)V99.
           05  RS-DIST-SNELHEID      PIC S9(3)V99.
           05  RS-DEPOT-CODE         PIC X(3).
      *--------------Lopende reeks boven de overspeed-limiet-------------*
           05  RS-OVS-ACTIVE         PIC X(1).
           05  RS-OVS-START-TIJD     PIC 9(6).
           05  RS-OVS-START-SEC      PIC 9(5).
           05  RS-OVS-LAST-SEC       PIC 9(5).
           05  RS-OVS-PEAK           PIC S9(3)V99.

       FD  TELEOUT-FILE.
       COPY TELEREC.
       FD  CTLREPT-FILE.
       01  CTLREPT-RECORD            PIC X(90).

       FD  OVSINC-FILE.
       COPY OVSINCR.

       FD  DEPSTAT-FILE.
       COPY DEPSTATR.

       WORKING-STORAGE SECTION.
      *--------------Input variable-----------------------------------*
       01 let PIC x(3).
       01 ws-teleidx-status   PIC X(2) value spaces.
       01 ws-speedexc-status  PIC X(2) value spaces.
       01 ws-ctlrept-status   PIC X(2) value spaces.
       01 ws-ovsinc-status    PIC X(2) value spaces.
       01 ws-depstat-status   PIC X(2) value spaces.

      *------------------Besturing van de loop----------------------------*
       01 ws-eof               PIC X(1) value 'N'.
       01 ws-km-snelheid       PIC 9(3)V99 value 0.
       01 ws-km-work           PIC 9(9)V99 value 0.

      *------------------Overspeed-bewaking--------------------------------*
      *> limiet en minimale duur uit THRESHTAB; limiet nul = geen
      *> bewaking. Een reeks loopt van de eerste meting boven de
      *> limiet tot de eerste meting weer op of onder de limiet (of
      *> het einde van de sessie).
       01 ws-ovs-limit         PIC 9(3) value 0.
       01 ws-ovs-min-sec       PIC 9(4) value 0.
       01 ws-ovs-active        PIC X(1) value 'N'.
           88 ws-ovs-active-yes        value 'Y'.
       01 ws-ovs-start-tijd    PIC 9(6) value 0.
       01 ws-ovs-start-sec     PIC 9(5) value 0.
       01 ws-ovs-last-sec      PIC 9(5) value 0.
       01 ws-ovs-now-sec       PIC 9(5) value 0.
       01 ws-ovs-peak          PIC S9(3)V99 value 0.
       01 ws-ovs-duur          PIC S9(7) value 0.
       01 ws-ovs-cnt           PIC 9(5) value 0.
       01 ws-ovsinc-opened     PIC X(1) value 'N'.
           88 ws-ovsinc-opened-yes     value 'Y'.
      *> OVSINC niet te openen of te schrijven: de incidenten komen
      *> alleen nog op het scherm, de run eindigt met return-code 4.
       01 ws-ovsinc-bad        PIC X(1) value 'N'.
           88 ws-ovsinc-bad-yes        value 'Y'.

      *------------------Depotstatistiek-----------------------------------*
      *> DEPSTAT gaat bij de eerste boeking open en blijft open tot
      *> het einde van de run; lukt het openen niet, dan wordt er
      *> verder niets meer geprobeerd.
       01 ws-depstat-opened    PIC X(1) value 'N'.
           88 ws-depstat-opened-yes    value 'Y'.
       01 ws-depstat-bad       PIC X(1) value 'N'.
           88 ws-depstat-bad-yes       value 'Y'.
      *> wat er geboekt wordt: C = afkeuring (reden in
      *> ws-ctl-reden-idx), Q = quarantaine, K = km van de sessie.
       01 ws-stat-soort        PIC X(1) value space.
           88 ws-stat-afkeuring        value 'C'.
           88 ws-stat-quarantaine      value 'Q'.
           88 ws-stat-km               value 'K'.
       01 ws-ctl-reden-idx     PIC 9(2) value 0.
       01 ws-reden-found       PIC X(1) value 'N'.
           88 ws-reden-found-yes       value 'Y'.
       COPY CTLREDNR.

      *------------------Schakelgedrag per sessie--------------------------*
       01 ws-upshift-cnt       PIC 9(3) value 0.
       01 ws-downshift-cnt     PIC 9(3) value 0.
               PERFORM ValidateSession THRU ValidateSession-Exit
               if NOT ws-session-valid-yes
                   DISPLAY "Run gestopt door keuring, zie CTLREPT"
                   MOVE 8 TO RETURN-CODE
                   set ws-done-yes to true
               end-if
           end-if.
               if ws-speedin-status NOT = "00"
                   DISPLAY "Kan SPEEDIN.DAT niet openen, status: "
                       ws-speedin-status
                   MOVE 8 TO RETURN-CODE
                   set ws-done-yes to true
               else
                   PERFORM CheckRestart
           if ws-ctlrept-opened-yes
               CLOSE CTLREPT-FILE
           end-if.
           if ws-ovsinc-opened-yes
               CLOSE OVSINC-FILE
               DISPLAY "Overspeed-incidenten: " ws-ovs-cnt
           end-if.
           if ws-depstat-opened-yes
               CLOSE DEPSTAT-FILE
           end-if.
           if ws-ovsinc-bad-yes AND RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
           end-if.
           if ws-depstat-bad-yes AND RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
           end-if.
           PERFORM ClearCheckpoint.

           *> STop de de Main Test door deze zal hij ook gelijk naar het einde gaan en programma beeindigen.
       FinalizeSession.
           DISPLAY "Sessie: " ws-session-id " Bestuurder: "
               ws-driver-id.
           *> een reeks boven de limiet die tot het einde van de
           *> sessie doorliep eindigt hier.
           if ws-ovs-active-yes
               PERFORM CloseOverspeed
           end-if.
           PERFORM averager.
           PERFORM WriteSpeedLogTrailer.
           PERFORM UpdateDriverHistory.
           PERFORM WriteTelemetryRecord.
           set ws-stat-km to true.
           PERFORM BookDepotStat THRU BookDepotStat-Exit.

      *--------------Start een nieuwe sessie vanaf een headerrecord-------*
       StartNewSession.
           MOVE ws-reject-reason TO ctl-reason.
           MOVE ws-depot-code TO ctl-depot.
           WRITE CTLREPT-RECORD FROM ws-ctl-line.
           PERFORM FindRejectReason.
           set ws-stat-afkeuring to true.
           PERFORM BookDepotStat THRU BookDepotStat-Exit.

      *--------------Volgnummer van de reden in CTLREDNR; een onbekende--*
      *--------------reden telt onder de laatste (OVERIGE)----------------*
       FindRejectReason.
           MOVE "N" TO ws-reden-found.
           MOVE 1 TO ws-ctl-reden-idx.
           PERFORM FindOneRejectReason UNTIL ws-reden-found-yes OR
               ws-ctl-reden-idx NOT LESS THAN CTL-REDEN-CNT.

       FindOneRejectReason.
           if CTL-REDEN-TEKST(ws-ctl-reden-idx) = ws-reject-reason
               set ws-reden-found-yes to true
           else
               ADD 1 TO ws-ctl-reden-idx
           end-if.

       averager.
           *> als er geen enkele geldige meting was kan er niet gedeeld

           PERFORM TrackTimeInGear.
           PERFORM TrackShiftEvents THRU TrackShiftEvents-Exit.
           PERFORM TrackOverspeed THRU TrackOverspeed-Exit.

           PERFORM WriteSpeedLogDetail.
           PERFORM WriteCheckpoint.
           MOVE 0 TO ws-since-shift.
           MOVE 0 TO ws-shift-prev-band.
           MOVE "N" TO ws-shift-have-prev.
           MOVE "N" TO ws-ovs-active.
           MOVE 0 TO ws-ovs-start-tijd.
           MOVE 0 TO ws-ovs-start-sec.
           MOVE 0 TO ws-ovs-last-sec.
           MOVE 0 TO ws-ovs-peak.
           MOVE 1 TO ws-gear-idx.
           PERFORM ClearOneGearCount UNTIL ws-gear-idx GREATER THAN 7.

               MOVE 40 TO ws-max-delta
           end-if.

           *> een lege of nul overspeed-kolom betekent geen bewaking
           *> voor dit voertuig.
           if TT-OVERSPEED IS NUMERIC AND TT-OVERSPEED-SEC IS NUMERIC
               MOVE TT-OVERSPEED TO ws-ovs-limit
               MOVE TT-OVERSPEED-SEC TO ws-ovs-min-sec
           else
               MOVE 0 TO ws-ovs-limit
               MOVE 0 TO ws-ovs-min-sec
           end-if.

      *--------------Standaardgrenzen als er geen tabel-record is--------*
       UseDefaultThresholds.
           MOVE -30 TO GB-LOW(1).
           MOVE "Je zit in de vijfde versnelling" TO GB-TEXT(7).

           MOVE 40  TO ws-max-delta.
           MOVE 0   TO ws-ovs-limit.
           MOVE 0   TO ws-ovs-min-sec.

      *--------------Zoekt de band waarin snelheid valt-------------------*
       ClassifySnelheid.
       TrackShiftEvents-Exit.
           EXIT.

      *--------------Overspeed: houdt de reeks metingen boven de-----------*
      *--------------limiet bij; de duur komt uit de tijdstippen, dus------*
      *--------------een meting zonder tijdstip doet niet mee--------------*
       TrackOverspeed.
           if ws-ovs-limit = 0
               GO TO TrackOverspeed-Exit.
           if SR-TIJDSTIP NOT NUMERIC
               GO TO TrackOverspeed-Exit.

           MOVE SR-TIJDSTIP TO ws-tijd-split.
           MULTIPLY ws-tijd-hh BY 60 GIVING ws-ovs-now-sec.
           ADD ws-tijd-mm TO ws-ovs-now-sec.
           MULTIPLY 60 BY ws-ovs-now-sec.
           ADD ws-tijd-ss TO ws-ovs-now-sec.

           if snelheid GREATER THAN ws-ovs-limit
               if NOT ws-ovs-active-yes
                   set ws-ovs-active-yes to true
                   MOVE SR-TIJDSTIP TO ws-ovs-start-tijd
                   MOVE ws-ovs-now-sec TO ws-ovs-start-sec
                   MOVE snelheid TO ws-ovs-peak
               else
                   if snelheid GREATER THAN ws-ovs-peak
                       MOVE snelheid TO ws-ovs-peak
                   end-if
               end-if
               MOVE ws-ovs-now-sec TO ws-ovs-last-sec
           else
               *> terug op of onder de limiet: de reeks duurde tot
               *> deze meting.
               if ws-ovs-active-yes
                   MOVE ws-ovs-now-sec TO ws-ovs-last-sec
                   PERFORM CloseOverspeed
               end-if
           end-if.

       TrackOverspeed-Exit.
           EXIT.

      *--------------Sluit de reeks af; lang genoeg is een incident--------*
       CloseOverspeed.
           SUBTRACT ws-ovs-start-sec FROM ws-ovs-last-sec
               GIVING ws-ovs-duur.
           *> een reeks kan over middernacht heen lopen
           if ws-ovs-duur LESS THAN 0
               ADD 86400 TO ws-ovs-duur
           end-if.
           if ws-ovs-duur NOT LESS THAN ws-ovs-min-sec
               PERFORM WriteIncidentRecord THRU WriteIncidentRecord-Exit
           end-if.
           MOVE "N" TO ws-ovs-active.

      *--------------Schrijft het incident naar OVSINC; bijschrijven,------*
      *--------------de escalatie leegt het bestand na verwerking----------*
      *--------------alleen een nog niet bestaand bestand (35) wordt-----*
      *--------------nieuw aangemaakt------------------------------------*
       WriteIncidentRecord.
           DISPLAY "Overspeed-incident: sessie " ws-session-id
               " start " ws-ovs-start-tijd " duur " ws-ovs-duur
               " sec piek " ws-ovs-peak.
           if ws-ovsinc-bad-yes
               DISPLAY "Niet in OVSINC: bestuurder " ws-driver-id
                   " voertuig " ws-vehicle-code
               GO TO WriteIncidentRecord-Exit.
           if NOT ws-ovsinc-opened-yes
               OPEN EXTEND OVSINC-FILE
               if ws-ovsinc-status = "35"
                   OPEN OUTPUT OVSINC-FILE
               end-if
               if ws-ovsinc-status NOT = "00"
                   DISPLAY "Kan OVSINC.DAT niet openen, status: "
                       ws-ovsinc-status
                   DISPLAY "Niet in OVSINC: bestuurder " ws-driver-id
                       " voertuig " ws-vehicle-code
                   set ws-ovsinc-bad-yes to true
                   GO TO WriteIncidentRecord-Exit
               end-if
               set ws-ovsinc-opened-yes to true
           end-if.
           MOVE ws-driver-id TO OI-DRIVER-ID.
           MOVE ws-vehicle-code TO OI-VEHICLE-CODE.
           MOVE ws-session-id TO OI-SESSION-ID.
           MOVE ws-proc-date TO OI-PROC-DATE.
           MOVE ws-ovs-start-tijd TO OI-START-TIJD.
           MOVE ws-ovs-duur TO OI-DUUR-SEC.
           MOVE ws-ovs-peak TO OI-PEAK-SNELHEID.
           MOVE ws-ovs-limit TO OI-LIMIET.
           MOVE ws-depot-code TO OI-DEPOT-CODE.
           WRITE OVSINC-RECORD.
           if ws-ovsinc-status NOT = "00"
               DISPLAY "OVSINC schrijffout, status: " ws-ovsinc-status
               DISPLAY "Niet in OVSINC: bestuurder " ws-driver-id
                   " voertuig " ws-vehicle-code
               set ws-ovsinc-bad-yes to true
               GO TO WriteIncidentRecord-Exit.
           ADD 1 TO ws-ovs-cnt.

       WriteIncidentRecord-Exit.
           EXIT.

      *--------------Een stap van de bandzoektocht-------------------------*
       FindGearBand.
           if snelheid GREATER OR EQUAL TO GB-LOW(ws-gear-idx) AND
                       MOVE RS-SESSION-KM TO ws-session-km
                       MOVE RS-DIST-SNELHEID TO ws-dist-snelheid
                       MOVE RS-DEPOT-CODE TO ws-depot-code
                       if RS-OVS-ACTIVE = "Y"
                           MOVE "Y" TO ws-ovs-active
                           MOVE RS-OVS-START-TIJD TO ws-ovs-start-tijd
                           MOVE RS-OVS-START-SEC TO ws-ovs-start-sec
                           MOVE RS-OVS-LAST-SEC TO ws-ovs-last-sec
                           MOVE RS-OVS-PEAK TO ws-ovs-peak
                       end-if
                       PERFORM LoadThresholds
                       CLOSE RESTARTF-FILE
                       *> sla exact zoveel SPEEDIN-regels over als er
           MOVE ws-session-km TO RS-SESSION-KM.
           MOVE ws-dist-snelheid TO RS-DIST-SNELHEID.
           MOVE ws-depot-code TO RS-DEPOT-CODE.
           MOVE ws-ovs-active TO RS-OVS-ACTIVE.
           MOVE ws-ovs-start-tijd TO RS-OVS-START-TIJD.
           MOVE ws-ovs-start-sec TO RS-OVS-START-SEC.
           MOVE ws-ovs-last-sec TO RS-OVS-LAST-SEC.
           MOVE ws-ovs-peak TO RS-OVS-PEAK.
           MOVE 1 TO ws-gear-idx.
           PERFORM SaveOneGearCount UNTIL ws-gear-idx GREATER THAN 7.
           OPEN OUTPUT RESTARTF-FILE.
           MOVE ws-prev-snelheid TO EX-PREV-SNELHEID.
           MOVE ws-delta TO EX-DELTA.
           WRITE SPEEDEXC-RECORD.
           set ws-stat-quarantaine to true.
           PERFORM BookDepotStat THRU BookDepotStat-Exit.

      *--------------Telt een gebeurtenis bij het depot van de sessie-----*
      *--------------op de verwerkingsdatum in DEPSTAT op-------------------*
       BookDepotStat.
           if ws-depstat-bad-yes
               GO TO BookDepotStat-Exit.
           if NOT ws-depstat-opened-yes
               OPEN I-O DEPSTAT-FILE
               if ws-depstat-status = "35"
                   OPEN OUTPUT DEPSTAT-FILE
                   CLOSE DEPSTAT-FILE
                   OPEN I-O DEPSTAT-FILE
               end-if
               if ws-depstat-status NOT = "00"
                   DISPLAY "Kan DEPSTAT.DAT niet openen, status: "
                       ws-depstat-status
                   DISPLAY "Depotstatistiek niet bijgewerkt"
                   set ws-depstat-bad-yes to true
                   GO TO BookDepotStat-Exit
               end-if
               set ws-depstat-opened-yes to true
           end-if.

           MOVE ws-depot-code TO DT-DEPOT-CODE.
           MOVE ws-proc-date TO DT-DATE.
           READ DEPSTAT-FILE
               INVALID KEY
                   INITIALIZE DEPSTAT-RECORD
                   MOVE ws-depot-code TO DT-DEPOT-CODE
                   MOVE ws-proc-date TO DT-DATE
                   PERFORM AddDepotStat
                   WRITE DEPSTAT-RECORD
               NOT INVALID KEY
                   PERFORM AddDepotStat
                   REWRITE DEPSTAT-RECORD
           end-read.
           if ws-depstat-status NOT = "00"
               DISPLAY "DEPSTAT niet bijgewerkt voor depot "
                   ws-depot-code ", status: " ws-depstat-status
               set ws-depstat-bad-yes to true
           end-if.

       BookDepotStat-Exit.
           EXIT.

       AddDepotStat.
           if ws-stat-afkeuring
               ADD 1 TO DT-CTL-AFGEKEURD(ws-ctl-reden-idx)
           end-if.
           if ws-stat-quarantaine
               ADD 1 TO DT-QUARANTAINE
           end-if.
           if ws-stat-km
               ADD ws-session-km TO DT-KM
           end-if.

      *--------------Opent SPEEDLOG een keer per run-----------------------*
      *> het bestand mag maar een keer per run geopend worden, dus
