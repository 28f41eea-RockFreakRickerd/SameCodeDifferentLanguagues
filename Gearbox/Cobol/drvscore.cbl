      *            AR-KEY) en de dagafsluiting (bestaande generatie)
      *            al hebben. Tellers die in oude records nog leeg
      *            zijn tellen als nul.
      * 15-10-2026 Return-code voor de nachtstroom Nacht-stroom: 8 als
      *            SCORECTL of SCOREMST niet te openen is, 4 voor een
      *            dag die al gescoord was (er is niets dubbel geteld).
      * 15-10-2026 SCOREMST-RECORD naar copybook SCOREMSR, gedeeld met
      *            Retentie-opschoning.
      * 15-10-2026 Naast de totalen in SCOREMST nu ook maandcijfers
      *            per bestuurder in het sleutelbestand SCOREMND
      *            (bestuurder + JJJJMM van de gescoorde dag), voor de
      *            maandelijkse eco-bonus van Ecobonus-salaris.
      * 15-10-2026 Sessies op een voertuig waarvan Sensor-bewaking de
      *            snelheidssensor op de gescoorde dag verdacht vond
      *            (SENSHLTH) worden niet in SCOREMST en SCOREMND
      *            gestapeld: een bestuurder wordt niet gestraft voor
      *            een kapot apparaat. Ze staan apart op SCORERPT met
      *            de score die ze gekregen zouden hebben, en de
      *            bestuurder krijgt *SENSOR op zijn ranglijstregel.
      *            Zonder SENSHLTH wordt alles gescoord zoals voorheen.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS SC-DRIVER-ID
               FILE STATUS IS ws-scoremst-status.

      *--------------Scores per bestuurder per maand---------------------*
           SELECT SCOREMND-FILE ASSIGN TO "SCOREMND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-KEY
               FILE STATUS IS ws-scoremnd-status.

      *--------------Sensorgezondheid per voertuig (Sensor-bewaking)----*
           SELECT SENSHLTH-FILE ASSIGN TO "SENSHLTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-VEHICLE-CODE
               FILE STATUS IS ws-senshlth-status.

      *--------------Ranglijst-rapport-------------------------------------*
           SELECT SCORERPT-FILE ASSIGN TO "SCORERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  SP-GEWICHT            PIC 9(3) OCCURS 5 TIMES.

       FD  SCOREMST-FILE.
       COPY SCOREMSR.

       FD  SCOREMND-FILE.
       COPY SCOREMNR.

       FD  SENSHLTH-FILE.
       COPY SENSHLTR.

       FD  SCORERPT-FILE.
       01  SCORERPT-RECORD           PIC X(80).
       01 ws-scorectl-status  PIC X(2) value spaces.
       01 ws-scorparm-status  PIC X(2) value spaces.
       01 ws-scoremst-status  PIC X(2) value spaces.
       01 ws-scoremnd-status  PIC X(2) value spaces.
       01 ws-scorerpt-status  PIC X(2) value spaces.
       01 ws-senshlth-status  PIC X(2) value spaces.

      *------------------Welk TELEOUT-bestand wordt gescoord, en de--------*
      *------------------dag waaronder dat in SCORECTL vastligt------------*
       01 ws-teleout-name      PIC X(30) value "TELEOUT.DAT".
       01 ws-score-date        PIC 9(8) value 0.
       01 ws-score-date-parts REDEFINES ws-score-date.
           05  ws-score-month    PIC 9(6).
           05  FILLER            PIC 9(2).

      *------------------Besturing van de loops----------------------------*
       01 ws-tele-eof          PIC X(1) value 'N'.
           88 ws-tele-avail-yes        value 'Y'.
       01 ws-mast-eof          PIC X(1) value 'N'.
           88 ws-mast-eof-yes          value 'Y'.
      *> zonder SENSHLTH wordt elke sessie gescoord
       01 ws-senshlth-avail    PIC X(1) value 'N'.
           88 ws-senshlth-avail-yes    value 'Y'.

      *------------------Sensorstatus van het voertuig op de gescoorde----*
      *------------------dag (dagvak in SENSHLTH)--------------------------*
       01 ws-sensor-status     PIC X(1) value space.
       01 ws-slot-int          PIC 9(7) value 0.
       01 ws-slot-quot         PIC 9(7) value 0.
       01 ws-slot-rest         PIC 9(2) value 0.
       01 ws-slot-idx          PIC 9(2) value 0.

      *------------------Sessies die niet gescoord zijn omdat de sensor---*
      *------------------van het voertuig verdacht is-----------------------*
       01 ws-held-max          PIC 9(3) value 200.
       01 ws-held-cnt          PIC 9(3) value 0.
       01 ws-held-idx          PIC 9(3) value 0.
       01 ws-sessions-held     PIC 9(5) value 0.
       01 ws-drv-held          PIC 9(5) value 0.
       01 HELD-TABLE.
           05  HELD-ENTRY OCCURS 200 TIMES.
               10  SV-DRIVER-ID      PIC X(6).
               10  SV-SESSION-ID     PIC X(6).
               10  SV-VEHICLE-CODE   PIC X(4).
               10  SV-SCORE          PIC 9(3).

      *------------------Gewichten (standaard: schakelen zelf is gratis,--*
      *------------------slordig schakelgedrag kost punten)----------------*
           05  rpt-worst         PIC X(14).
           05  FILLER            PIC X(2) value spaces.
           05  rpt-worst-pen     PIC Z(6)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-sensor-mark   PIC X(7).
       01 ws-sensor-legend.
           05  FILLER            PIC X(60) value
               "*SENSOR: SESSIE(S) NIET GESCOORD, ZIE HIERONDER".
       01 ws-held-heading.
           05  FILLER            PIC X(60) value
               "NIET GESCOORD - SENSOR VAN HET VOERTUIG VERDACHT".
       01 ws-held-columns.
           05  FILLER            PIC X(48) value
               "BESTU. SESSIE VRTG  SCORE (NIET MEEGETELD)".
       01 ws-held-detail.
           05  rpt-held-driver   PIC X(6).
           05  FILLER            PIC X(1) value space.
           05  rpt-held-session  PIC X(6).
           05  FILLER            PIC X(1) value space.
           05  rpt-held-vehicle  PIC X(4).
           05  FILLER            PIC X(3) value spaces.
           05  rpt-held-score    PIC ZZ9.
       01 ws-separator-line     PIC X(60) value ALL "=".
       01 ws-report-total.
           05  rpt-total-text    PIC X(24).
           05  rpt-total-count   PIC 9(5).
               DISPLAY "Kan SCORECTL.DAT niet openen, status: "
                   ws-scorectl-status
               DISPLAY "Geen scores bijgewerkt"
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           MOVE ws-score-date TO SD-PROC-DATE.
                   DISPLAY "Dag al gescoord: " ws-score-date
                   DISPLAY "Geen scores bijgewerkt"
                   CLOSE SCORECTL-FILE
                   *> niets dubbel geteld, dus alleen een waarschuwing
                   MOVE 4 TO RETURN-CODE
                   stop RUN
           end-read.

               if NOT ws-tele-eof-yes
                   CLOSE TELEOUT-FILE
               end-if
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

           *> de maandcijfers volgen dezelfde regel: zonder SCOREMND
           *> geen scores, anders lopen maand en totaal uit elkaar.
           OPEN I-O SCOREMND-FILE.
           if ws-scoremnd-status = "35"
               OPEN OUTPUT SCOREMND-FILE
               CLOSE SCOREMND-FILE
               OPEN I-O SCOREMND-FILE
           end-if.
           if ws-scoremnd-status NOT = "00"
               DISPLAY "Kan SCOREMND.DAT niet openen, status: "
                   ws-scoremnd-status
               DISPLAY "Geen scores bijgewerkt"
               if NOT ws-tele-eof-yes
                   CLOSE TELEOUT-FILE
               end-if
               CLOSE SCOREMST-FILE
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

           OPEN INPUT SENSHLTH-FILE.
           if ws-senshlth-status = "00"
               set ws-senshlth-avail-yes to true
           else
               DISPLAY "Kan SENSHLTH.DAT niet openen, status: "
                   ws-senshlth-status
               DISPLAY "Alle sessies gescoord, geen sensorbewaking"
           end-if.

           OPEN OUTPUT SCORERPT-FILE.
           WRITE SCORERPT-RECORD FROM ws-report-heading.
           MOVE 1 TO ws-w-idx.
               NOT AT END
                   ADD 1 TO ws-sessions-read
                   PERFORM ComputePenalties
                   PERFORM LookupSensorStatus
                   if ws-sensor-status = "V"
                       PERFORM HoldSession
                   else
                       PERFORM UpdateScoreMaster
                       PERFORM UpdateScoreMonth
                   end-if
           end-read.

      *--------------Sensorstatus van het voertuig op de gescoorde dag:---*
      *--------------uit het dagvak als die dag beoordeeld is, anders de--*
      *--------------laatste status------------------------------------------*
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
           MOVE FUNCTION INTEGER-OF-DATE(ws-score-date)
               TO ws-slot-int.
           if ws-slot-int NOT = 0
               DIVIDE ws-slot-int BY 30 GIVING ws-slot-quot
                   REMAINDER ws-slot-rest
               ADD 1 TO ws-slot-rest GIVING ws-slot-idx
               if HD-DATE(ws-slot-idx) = ws-score-date AND
                   HD-STATUS(ws-slot-idx) NOT = space
                   MOVE HD-STATUS(ws-slot-idx) TO ws-sensor-status
               end-if
           end-if.

      *--------------Zet een sessie apart in plaats van hem te scoren;-----*
      *--------------ook bij een volle tabel telt hij niet mee--------------*
       HoldSession.
           ADD 1 TO ws-sessions-held.
           if ws-held-cnt NOT LESS THAN ws-held-max
               DISPLAY "HELD-TABLE vol, niet gemeld: "
                   TL-DRIVER-ID " " TL-SESSION-ID
           else
               ADD 1 TO ws-held-cnt
               MOVE TL-DRIVER-ID TO SV-DRIVER-ID(ws-held-cnt)
               MOVE TL-SESSION-ID TO SV-SESSION-ID(ws-held-cnt)
               MOVE TL-VEHICLE-CODE TO SV-VEHICLE-CODE(ws-held-cnt)
               MOVE ws-score TO SV-SCORE(ws-held-cnt)
           end-if.

      *--------------Strafpunten per teller en de sessie-score--------------*
       ComputePenalties.
           MOVE 0 TO ws-penalty.
               SC-CUM-PENALTY(ws-w-idx).
           ADD 1 TO ws-w-idx.

      *--------------Stapelt de sessie in de maand van de gescoorde dag----*
       UpdateScoreMonth.
           MOVE TL-DRIVER-ID TO SM-DRIVER-ID.
           MOVE ws-score-month TO SM-MONTH.
           READ SCOREMND-FILE
               INVALID KEY
                   INITIALIZE SCOREMND-RECORD
                   MOVE TL-DRIVER-ID TO SM-DRIVER-ID
                   MOVE ws-score-month TO SM-MONTH
                   MOVE 1 TO SM-SESSION-COUNT
                   MOVE ws-score TO SM-CUM-SCORE
                   MOVE 1 TO ws-w-idx
                   PERFORM AddOneMonthPenalty UNTIL
                       ws-w-idx GREATER THAN 5
                   WRITE SCOREMND-RECORD
               NOT INVALID KEY
                   ADD 1 TO SM-SESSION-COUNT
                   ADD ws-score TO SM-CUM-SCORE
                   MOVE 1 TO ws-w-idx
                   PERFORM AddOneMonthPenalty UNTIL
                       ws-w-idx GREATER THAN 5
                   REWRITE SCOREMND-RECORD
           end-read.

       AddOneMonthPenalty.
           ADD ws-sess-penalty(ws-w-idx) TO
               SM-CUM-PENALTY(ws-w-idx).
           ADD 1 TO ws-w-idx.

      *--------------Leest het scorebestand terug in de ranglijst-tabel-----*
       BuildRanking.
           MOVE LOW-VALUES TO SC-DRIVER-ID.
           MOVE "SESSIES DEZE RUN        : " TO rpt-total-text.
           MOVE ws-sessions-read TO rpt-total-count.
           WRITE SCORERPT-RECORD FROM ws-report-total.
           MOVE "NIET GESCOORD (SENSOR)  : " TO rpt-total-text.
           MOVE ws-sessions-held TO rpt-total-count.
           WRITE SCORERPT-RECORD FROM ws-report-total.
           if ws-sessions-held GREATER THAN 0
               WRITE SCORERPT-RECORD FROM ws-sensor-legend
               PERFORM WriteHeldSessions
           end-if.

      *--------------Sessies op een voertuig met een verdachte sensor------*
       WriteHeldSessions.
           WRITE SCORERPT-RECORD FROM ws-separator-line.
           WRITE SCORERPT-RECORD FROM ws-held-heading.
           WRITE SCORERPT-RECORD FROM ws-held-columns.
           MOVE 1 TO ws-held-idx.
           PERFORM WriteOneHeldSession UNTIL
               ws-held-idx GREATER THAN ws-held-cnt.

       WriteOneHeldSession.
           MOVE SV-DRIVER-ID(ws-held-idx) TO rpt-held-driver.
           MOVE SV-SESSION-ID(ws-held-idx) TO rpt-held-session.
           MOVE SV-VEHICLE-CODE(ws-held-idx) TO rpt-held-vehicle.
           MOVE SV-SCORE(ws-held-idx) TO rpt-held-score.
           WRITE SCORERPT-RECORD FROM ws-held-detail.
           ADD 1 TO ws-held-idx.

      *--------------Selecteert steeds de hoogste nog open ingang------------*
       WriteOneRankLine.
                   TO rpt-worst
               MOVE DR-WORST-PEN(ws-best-idx) TO rpt-worst-pen
           end-if.
           MOVE 0 TO ws-drv-held.
           MOVE 1 TO ws-held-idx.
           PERFORM CountOneHeldSession UNTIL
               ws-held-idx GREATER THAN ws-held-cnt.
           if ws-drv-held GREATER THAN 0
               MOVE "*SENSOR" TO rpt-sensor-mark
           else
               MOVE spaces TO rpt-sensor-mark
           end-if.
           WRITE SCORERPT-RECORD FROM ws-report-detail.

       CountOneHeldSession.
           if SV-DRIVER-ID(ws-held-idx) = DR-ID(ws-best-idx)
               ADD 1 TO ws-drv-held
           end-if.
           ADD 1 TO ws-held-idx.

       FindBestDriver.
           if DR-DONE(ws-idx) NOT = "Y"
               if ws-best-idx = 0 OR
      *--------------Sluit alle bestanden----------------------------------*
       CloseFiles.
           CLOSE SCOREMST-FILE.
           CLOSE SCOREMND-FILE.
           if ws-senshlth-avail-yes
               CLOSE SENSHLTH-FILE
           end-if.
           CLOSE SCORERPT-FILE.
           DISPLAY "Sessies gescoord : " ws-sessions-read.
           DISPLAY "Niet gescoord    : " ws-sessions-held.
           DISPLAY "Bestuurders      : " ws-drv-cnt.

      *----------Eindigt de programma-----------------------------------*
