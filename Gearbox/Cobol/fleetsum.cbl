      *            lopende TELEOUT.DAT. "De dag" is daarmee eindelijk
      *            echt een dag in plaats van alles wat toevallig in
      *            het bestand stond.
      * 15-10-2026 Voertuigen waarvan Sensor-bewaking de snelheids-
      *            sensor op de dag van het overzicht verdacht vond
      *            (SENSHLTH) krijgen *SENSOR VERDACHT op hun regel, en
      *            de ranglijst toont per bestuurder hoeveel sessies op
      *            zo'n voertuig vielen; zonder SENSHLTH draait het
      *            overzicht zonder markering door.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS DM-DRIVER-ID
               FILE STATUS IS ws-drvmast-status.

      *--------------Sensorgezondheid per voertuig (Sensor-bewaking)----*
           SELECT SENSHLTH-FILE ASSIGN TO "SENSHLTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-VEHICLE-CODE
               FILE STATUS IS ws-senshlth-status.

      *--------------Dagoverzicht voor het fleet-kantoor-----------------*
           SELECT FLEETRPT-FILE ASSIGN TO "FLEETRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  DRVMAST-FILE.
       COPY DRVMASTR.

       FD  SENSHLTH-FILE.
       COPY SENSHLTR.

       FD  FLEETRPT-FILE.
       01  FLEETRPT-RECORD           PIC X(80).

       01 ws-teledate-status  PIC X(2) value spaces.
       01 ws-drvmast-status   PIC X(2) value spaces.
       01 ws-fleetrpt-status  PIC X(2) value spaces.
       01 ws-senshlth-status  PIC X(2) value spaces.

      *------------------Welk TELEOUT-bestand wordt gelezen---------------*
       01 ws-teleout-name      PIC X(30) value "TELEOUT.DAT".
      *> de dag van het overzicht, voor de sensorstatus van toen
       01 ws-report-date       PIC 9(8) value 0.

      *------------------Besturing van de loop----------------------------*
       01 ws-tele-eof          PIC X(1) value 'N'.
      *> worden alle bestuurders dan als "zonder stamrecord" gemeld.
       01 ws-drvmast-avail     PIC X(1) value 'N'.
           88 ws-drvmast-avail-yes     value 'Y'.
      *> zonder SENSHLTH worden geen sessies gemarkeerd
       01 ws-senshlth-avail    PIC X(1) value 'N'.
           88 ws-senshlth-avail-yes    value 'Y'.
       01 ws-idx               PIC 9(3) value 0.
       01 ws-gear-idx          PIC 9(2) value 0.

      *------------------Sensorstatus op de dag van het overzicht---------*
       01 ws-sensor-status     PIC X(1) value space.
       01 ws-cur-drv-idx       PIC 9(3) value 0.
       01 ws-sensor-sessions   PIC 9(5) value 0.
       01 ws-slot-int          PIC 9(7) value 0.
       01 ws-slot-quot         PIC 9(7) value 0.
       01 ws-slot-rest         PIC 9(2) value 0.
       01 ws-slot-idx          PIC 9(2) value 0.

      *------------------Fleet-totalen------------------------------------*
       01 ws-fleet-sessions    PIC 9(5) value 0.
       01 ws-fleet-readings    PIC 9(7) value 0.
               10  DR-SUM            PIC S9(9)V99.
               10  DR-AVG            PIC S9(3)V99.
               10  DR-DONE           PIC X(1).
      *> sessies op een voertuig met een verdachte sensor
               10  DR-SENSOR-SESS    PIC 9(5).

      *------------------Per voertuig--------------------------------------*
       01 ws-veh-max           PIC 9(3) value 100.
               10  VH-READINGS       PIC 9(7).
               10  VH-SUM            PIC S9(9)V99.
               10  VH-AVG            PIC S9(3)V99.
               10  VH-SENSOR         PIC X(1).

      *------------------Ranglijst-----------------------------------------*
       01 ws-rank              PIC 9(3) value 0.
       01 ws-veh-header.
           05  FILLER            PIC X(40) value
               "PER VOERTUIG   SESSIES  METINGEN     GEM".
           05  FILLER            PIC X(8) value "  SENSOR".
       01 ws-veh-line.
           05  rpt-veh-code      PIC X(4).
           05  FILLER            PIC X(9) value spaces.
           05  rpt-veh-readings  PIC Z(7)9.
           05  FILLER            PIC X(1) value space.
           05  rpt-veh-avg       PIC -ZZ9.99.
           05  FILLER            PIC X(6) value spaces.
           05  rpt-veh-sensor    PIC X(16).
       01 ws-rank-header.
           05  FILLER            PIC X(54) value
               "NR   BESTU. NAAM                      DEP  SESS.   GEM".
           05  FILLER            PIC X(11) value "     SENSOR".
       01 ws-rank-line.
           05  rpt-rank          PIC Z(2)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-rank-sessions PIC Z(4)9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-rank-avg      PIC -ZZ9.99.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-rank-sensor.
               10  rpt-rank-sens-text PIC X(9).
               10  rpt-rank-sens-cnt  PIC Z(4)9 BLANK WHEN ZERO.
       01 ws-sensor-legend.
           05  FILLER            PIC X(60) value
               "*SENSOR: SESSIES OP VOERTUIG MET VERDACHTE SENSOR".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   ws-drvmast-status
               DISPLAY "Ranglijst zonder namen en depots"
           end-if.
           OPEN INPUT SENSHLTH-FILE.
           if ws-senshlth-status = "00"
               set ws-senshlth-avail-yes to true
           else
               DISPLAY "Kan SENSHLTH.DAT niet openen, status: "
                   ws-senshlth-status
               DISPLAY "Overzicht zonder sensormarkering"
           end-if.
           OPEN OUTPUT FLEETRPT-FILE.
           WRITE FLEETRPT-RECORD FROM ws-report-heading.
           WRITE FLEETRPT-RECORD FROM ws-separator-line.
                   NOT AT END
                       if TD-PROC-DATE IS NUMERIC AND
                           TD-PROC-DATE GREATER THAN 0
                           MOVE TD-PROC-DATE TO ws-report-date
                           MOVE spaces TO ws-teleout-name
                           STRING "TELEOUT." TD-PROC-DATE ".DAT"
                               DELIMITED BY SIZE
               end-read
               CLOSE TELEDATE-FILE
           end-if.
           if ws-report-date = 0
               ACCEPT ws-report-date FROM DATE YYYYMMDD
           end-if.
           DISPLAY "Dagoverzicht over: " ws-teleout-name.

      *--------------Leest het volgende interchange-record----------------*

      *--------------Zoekt of maakt de bestuurder-ingang-------------------*
       TallyDriver.
           MOVE 0 TO ws-cur-drv-idx.
           MOVE "N" TO ws-entry-found.
           MOVE 1 TO ws-idx.
           PERFORM FindDriverEntry UNTIL ws-entry-found-yes OR
                   MOVE 0 TO DR-READINGS(ws-idx)
                   MOVE 0 TO DR-SUM(ws-idx)
                   MOVE "N" TO DR-DONE(ws-idx)
                   MOVE 0 TO DR-SENSOR-SESS(ws-idx)
               else
                   DISPLAY "DRIVER-TABLE vol, sessie overgeslagen: "
                       TL-DRIVER-ID " " TL-SESSION-ID
           ADD 1 TO DR-SESSIONS(ws-idx).
           ADD TL-AANTAL TO DR-READINGS(ws-idx).
           ADD ws-weighted TO DR-SUM(ws-idx).
           MOVE ws-idx TO ws-cur-drv-idx.

       TallyDriver-Exit.
           EXIT.
                   MOVE 0 TO VH-SESSIONS(ws-idx)
                   MOVE 0 TO VH-READINGS(ws-idx)
                   MOVE 0 TO VH-SUM(ws-idx)
                   PERFORM LookupSensorStatus
                   MOVE ws-sensor-status TO VH-SENSOR(ws-idx)
               else
                   DISPLAY "VEHICLE-TABLE vol, sessie overgeslagen: "
                       TL-VEHICLE-CODE " " TL-SESSION-ID
           ADD 1 TO VH-SESSIONS(ws-idx).
           ADD TL-AANTAL TO VH-READINGS(ws-idx).
           ADD ws-weighted TO VH-SUM(ws-idx).
           *> de bestuurder kan niets aan een kapotte sensor doen:
           *> zijn sessies erop worden apart zichtbaar gemaakt.
           if VH-SENSOR(ws-idx) = "V"
               ADD 1 TO ws-sensor-sessions
               if ws-cur-drv-idx NOT = 0
                   ADD 1 TO DR-SENSOR-SESS(ws-cur-drv-idx)
               end-if
           end-if.

       TallyVehicle-Exit.
           EXIT.
               ADD 1 TO ws-idx
           end-if.

      *--------------Sensorstatus van het voertuig op de dag van het-----*
      *--------------overzicht: de status uit het dagvak als die dag----*
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
           MOVE FUNCTION INTEGER-OF-DATE(ws-report-date)
               TO ws-slot-int.
           if ws-slot-int NOT = 0
               DIVIDE ws-slot-int BY 30 GIVING ws-slot-quot
                   REMAINDER ws-slot-rest
               ADD 1 TO ws-slot-rest GIVING ws-slot-idx
               if HD-DATE(ws-slot-idx) = ws-report-date AND
                   HD-STATUS(ws-slot-idx) NOT = space
                   MOVE HD-STATUS(ws-slot-idx) TO ws-sensor-status
               end-if
           end-if.

      *--------------Fleet-totalen en verdeling in procenten---------------*
       WriteFleetTotals.
           MOVE "SESSIES           : " TO rpt-total-text.
           MOVE "METINGEN          : " TO rpt-total-text.
           MOVE ws-fleet-readings TO rpt-total-count.
           WRITE FLEETRPT-RECORD FROM ws-total-line.
           MOVE "SENSOR VERDACHT   : " TO rpt-total-text.
           MOVE ws-sensor-sessions TO rpt-total-count.
           WRITE FLEETRPT-RECORD FROM ws-total-line.

           if ws-fleet-readings = 0
               MOVE 0 TO ws-fleet-average
           MOVE VH-CODE(ws-idx) TO rpt-veh-code.
           MOVE VH-SESSIONS(ws-idx) TO rpt-veh-sessions.
           MOVE VH-READINGS(ws-idx) TO rpt-veh-readings.
           if VH-SENSOR(ws-idx) = "V"
               MOVE "*SENSOR VERDACHT" TO rpt-veh-sensor
           else
               MOVE spaces TO rpt-veh-sensor
           end-if.
           if VH-READINGS(ws-idx) = 0
               MOVE 0 TO rpt-veh-avg
           else
           MOVE 0 TO ws-rank.
           PERFORM WriteOneRankLine UNTIL ws-rank NOT LESS THAN
               ws-drv-cnt.
           if ws-sensor-sessions GREATER THAN 0
               WRITE FLEETRPT-RECORD FROM ws-sensor-legend
           end-if.

       SetOneDriverAvg.
           if DR-READINGS(ws-idx) = 0
           PERFORM LookupDriverMaster.
           MOVE DR-SESSIONS(ws-best-idx) TO rpt-rank-sessions.
           MOVE DR-AVG(ws-best-idx) TO rpt-rank-avg.
           if DR-SENSOR-SESS(ws-best-idx) GREATER THAN 0
               MOVE "*SENSOR: " TO rpt-rank-sens-text
           else
               MOVE spaces TO rpt-rank-sens-text
           end-if.
           MOVE DR-SENSOR-SESS(ws-best-idx) TO rpt-rank-sens-cnt.
           WRITE FLEETRPT-RECORD FROM ws-rank-line.

      *--------------Naam en depot uit DRVMAST; een id met sessies-------*
           if ws-drvmast-avail-yes
               CLOSE DRVMAST-FILE
           end-if.
           if ws-senshlth-avail-yes
               CLOSE SENSHLTH-FILE
           end-if.
           CLOSE FLEETRPT-FILE.
           DISPLAY "Sessies verwerkt   : " ws-fleet-sessions.
           DISPLAY "Bestuurders        : " ws-drv-cnt.
