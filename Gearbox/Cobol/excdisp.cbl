      *            gevonden"), dan stopt de run zonder iets toe te
      *            passen - het herschrijven van SPEEDEXC zou anders
      *            de records voorbij de tabelgrens vernietigen.
      * 15-10-2026 Audit-spoor: elke toegepaste dispositie schrijft een
      *            blijvend record naar AUDITLOG (gedeeld met de
      *            onderhoudsprogramma's) met bestuurder en sessie als
      *            sleutel, de actie, de operator (nieuw, verplicht
      *            veld XT-OPERATOR), datum/tijd en een voor- en na-
      *            beeld (EXCIMGR): de open meting met het oude
      *            sessiegemiddelde tegenover de afgehandelde meting
      *            met reden en het gemiddelde na de correctie. Kan
      *            AUDITLOG niet open, dan wordt niets toegepast.
      * 15-10-2026 Depotstatistiek: elke toegepaste dispositie telt als
      *            geaccepteerd of afgewezen bij het depot van het
      *            voertuig van de sessie (VEHMAST; onbekend voertuig
      *            of sessie niet in TELEOUT = depot leeg) op de dag
      *            van de dispositie in het blijvende bestand DEPSTAT,
      *            voor de maandelijkse Depot-scorekaart. Kan DEPSTAT
      *            niet open, dan gaan de disposities gewoon door.
      * 15-10-2026 Een mislukte WRITE op AUDITLOG wordt gemeld met
      *            sleutel en status en geeft return-code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excdrpt-status.

      *--------------Blijvend audit-spoor van het stamonderhoud---------*
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.

      *--------------Voertuigregister: depot van het voertuig------------*
           SELECT VEHMAST-FILE ASSIGN TO "VEHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VEHICLE-CODE
               FILE STATUS IS ws-vehmast-status.

      *--------------Blijvende depotstatistiek per depot en dag----------*
           SELECT DEPSTAT-FILE ASSIGN TO "DEPSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-KEY
               FILE STATUS IS ws-depstat-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05  XT-SNELHEID           PIC S9(3)V99 SIGN IS LEADING
                                     SEPARATE.
           05  XT-REASON             PIC X(20).
      *--------------Wie de dispositie aanlevert, voor het audit-spoor--*
           05  XT-OPERATOR           PIC X(8).

       FD  TELEOUT-FILE.
       COPY TELEREC.
       FD  EXCDRPT-FILE.
       01  EXCDRPT-RECORD            PIC X(80).

       FD  AUDITLOG-FILE.
       COPY AUDITREC.

       FD  VEHMAST-FILE.
       COPY VEHMASTR.

       FD  DEPSTAT-FILE.
       COPY DEPSTATR.

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-speedexc-status  PIC X(2) value spaces.
       01 ws-threshtab-status PIC X(2) value spaces.
       01 ws-speedlog-status  PIC X(2) value spaces.
       01 ws-excdrpt-status   PIC X(2) value spaces.
       01 ws-auditlog-status  PIC X(2) value spaces.
       01 ws-vehmast-status   PIC X(2) value spaces.
       01 ws-depstat-status   PIC X(2) value spaces.

      *------------------Besturing van de loop----------------------------*
       01 ws-exc-eof           PIC X(1) value 'N'.
       01 ws-nomatch-cnt       PIC 9(5) value 0.
       01 ws-open-cnt          PIC 9(5) value 0.

      *------------------Depotstatistiek-----------------------------------*
       01 ws-vehmast-avail     PIC X(1) value 'N'.
           88 ws-vehmast-avail-yes     value 'Y'.
       01 ws-depstat-avail     PIC X(1) value 'N'.
           88 ws-depstat-avail-yes     value 'Y'.
       01 ws-stat-date         PIC 9(8) value 0.
       01 ws-stat-depot        PIC X(3) value spaces.

      *------------------Reden van niet kunnen toepassen-------------------*
       01 ws-fail-reason       PIC X(25) value spaces.

      *------------------Audit-spoor: sleutel en beelden------------------*
       COPY EXCIMGR.
       01 ws-audit-key.
           05  ak-driver-id      PIC X(6).
           05  ak-session-id     PIC X(6).
           05  FILLER            PIC X(8) value spaces.
       01 ws-audit-before      PIC X(100) value spaces.
       01 ws-audit-after       PIC X(100) value spaces.

      *------------------Rapportregels-------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(31) value

      *--------------Opent de bestanden en zet de rapportkop-------------*
       OpenFiles.
           *> zonder audit-spoor geen disposities; alleen een nog niet
           *> bestaand spoor (35) wordt aangemaakt, een bestaand wordt
           *> nooit overschreven. Als eerste geopend, zodat er bij een
           *> fout nog niets anders open staat.
           OPEN EXTEND AUDITLOG-FILE.
           if ws-auditlog-status = "35"
               OPEN OUTPUT AUDITLOG-FILE
           end-if.
           if ws-auditlog-status NOT = "00"
               DISPLAY "Kan AUDITLOG.DAT niet openen, status: "
                   ws-auditlog-status
               DISPLAY "Geen disposities toegepast"
               stop RUN
           end-if.

           *> status 35 betekent gewoon een lege werkvoorraad; elke
           *> andere open-fout maakt de lading onvolledig en dan mag
           *> de werkvoorraad straks niet herschreven worden.
           end-if.
           OPEN OUTPUT EXCDRPT-FILE.
           WRITE EXCDRPT-RECORD FROM ws-report-heading.
           *> de depotstatistiek is bijzaak: zonder VEHMAST telt alles
           *> onder depot leeg, zonder DEPSTAT wordt er niet geteld.
           OPEN INPUT VEHMAST-FILE.
           if ws-vehmast-status = "00"
               set ws-vehmast-avail-yes to true
           end-if.
           ACCEPT ws-stat-date FROM DATE YYYYMMDD.
           OPEN I-O DEPSTAT-FILE.
           if ws-depstat-status = "35"
               OPEN OUTPUT DEPSTAT-FILE
               CLOSE DEPSTAT-FILE
               OPEN I-O DEPSTAT-FILE
           end-if.
           if ws-depstat-status = "00"
               set ws-depstat-avail-yes to true
           else
               DISPLAY "Kan DEPSTAT.DAT niet openen, status: "
                   ws-depstat-status
               DISPLAY "Depotstatistiek niet bijgewerkt"
           end-if.

      *--------------Kiest de lopende TELEOUT of een gedateerde-----------*
      *--------------generatie, op de datum in TELEDATE; de correcties-----*
                   CLOSE DRVHIST-FILE
               end-if
               CLOSE EXCDRPT-FILE
               CLOSE AUDITLOG-FILE
               if ws-vehmast-avail-yes
                   CLOSE VEHMAST-FILE
               end-if
               if ws-depstat-avail-yes
                   CLOSE DEPSTAT-FILE
               end-if
               stop RUN
           end-if.

               PERFORM WriteFailLine
               GO TO ProcessTransaction-Next.

           *> het audit-spoor moet kunnen zeggen wie het was.
           if XT-OPERATOR = spaces
               ADD 1 TO ws-nomatch-cnt
               MOVE "OPERATOR-ID LEEG" TO ws-fail-reason
               PERFORM WriteFailLine
               GO TO ProcessTransaction-Next.

           PERFORM FindException.
           if NOT ws-entry-found-yes
               ADD 1 TO ws-nomatch-cnt

      *--------------R: meting definitief afwijzen, met reden--------------*
       ApplyReject.
           PERFORM FindTeleEntry.
           PERFORM FillExcImage.
           MOVE EXC-AUDIT-IMAGE TO ws-audit-before.
           set xc-rejected(ws-exc-idx) to true.
           MOVE "R" TO EI-STATE.
           MOVE XT-REASON TO EI-REASON.
           MOVE EXC-AUDIT-IMAGE TO ws-audit-after.
           PERFORM WriteAuditRecord.
           ADD 1 TO ws-rejected-cnt.
           MOVE XT-ACTION TO rpt-action.
           MOVE XT-DRIVER-ID TO rpt-driver-id.
           MOVE "AFGEWEZEN" TO rpt-verdict.
           MOVE XT-REASON TO rpt-reason.
           WRITE EXCDRPT-RECORD FROM ws-report-detail.
           PERFORM BookDisposition.

      *--------------A: meting alsnog meetellen in TELEOUT, DRVHIST--------*
      *--------------en SPEEDLOG; alles of niets, anders vertellen de------*
               PERFORM WriteFailLine
               GO TO ApplyAccept-Exit.

           *> het voor-beeld: de open meting met het sessiegemiddelde
           *> van voor de correctie.
           PERFORM FillExcImage.
           MOVE EXC-AUDIT-IMAGE TO ws-audit-before.

           *> nieuw gemiddelde en aantal voor de sessie: de som terug
           *> opbouwen uit gemiddelde maal aantal, de geaccepteerde
           *> snelheid erbij, en opnieuw delen.
           PERFORM WriteCorrectionLine.

           set xc-accepted(ws-exc-idx) to true.
           MOVE "A" TO EI-STATE.
           MOVE XT-REASON TO EI-REASON.
           MOVE ws-new-avg TO EI-AVERAGE.
           MOVE ws-new-aantal TO EI-AANTAL.
           MOVE EXC-AUDIT-IMAGE TO ws-audit-after.
           PERFORM WriteAuditRecord.
           ADD 1 TO ws-accepted-cnt.
           MOVE XT-ACTION TO rpt-action.
           MOVE XT-DRIVER-ID TO rpt-driver-id.
           MOVE "GEACCEPTEERD" TO rpt-verdict.
           MOVE XT-REASON TO rpt-reason.
           WRITE EXCDRPT-RECORD FROM ws-report-detail.
           PERFORM BookDisposition.

       ApplyAccept-Exit.
           EXIT.

      *--------------Beeld van de open meting voor het audit-spoor, met---*
      *--------------het sessiegemiddelde zoals het nu in TELEOUT staat---*
       FillExcImage.
           MOVE XC-DRIVER-ID(ws-exc-idx) TO EI-DRIVER-ID.
           MOVE XC-SESSION-ID(ws-exc-idx) TO EI-SESSION-ID.
           MOVE XC-SNELHEID(ws-exc-idx) TO EI-SNELHEID.
           MOVE XC-PREV-SNELHEID(ws-exc-idx) TO EI-PREV-SNELHEID.
           MOVE XC-DELTA(ws-exc-idx) TO EI-DELTA.
           MOVE space TO EI-STATE.
           MOVE spaces TO EI-REASON.
           if ws-entry-found-yes
               MOVE TE-AVERAGE(ws-tele-idx) TO EI-AVERAGE
               MOVE TE-AANTAL(ws-tele-idx) TO EI-AANTAL
           else
               MOVE 0 TO EI-AVERAGE
               MOVE 0 TO EI-AANTAL
           end-if.

      *--------------Blijvend audit-record van de toegepaste dispositie---*
       WriteAuditRecord.
           MOVE spaces TO AUDIT-RECORD.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           MOVE "SPEEDEXC" TO AU-FILE-NAME.
           MOVE XT-DRIVER-ID TO ak-driver-id.
           MOVE XT-SESSION-ID TO ak-session-id.
           MOVE ws-audit-key TO AU-KEY.
           MOVE XT-ACTION TO AU-TX-TYPE.
           MOVE XT-OPERATOR TO AU-OPERATOR.
           MOVE "Speedexc-dispositie" TO AU-PROGRAM.
           MOVE ws-audit-before TO AU-BEFORE.
           MOVE ws-audit-after TO AU-AFTER.
           WRITE AUDIT-RECORD.
           *> zonder audit-record is de wijziging niet na te gaan: de
           *> run eindigt dan als mislukt.
           if ws-auditlog-status NOT = "00"
               DISPLAY "AUDITLOG schrijffout voor " AU-KEY
                   " status: " ws-auditlog-status
               MOVE 8 TO RETURN-CODE
           end-if.

      *--------------Telt de toegepaste dispositie bij het depot van-------*
      *--------------het voertuig van de sessie in DEPSTAT-----------------*
       BookDisposition.
           MOVE spaces TO ws-stat-depot.
           if ws-entry-found-yes AND ws-vehmast-avail-yes
               MOVE TE-VEHICLE-CODE(ws-tele-idx) TO VM-VEHICLE-CODE
               READ VEHMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VM-DEPOT-CODE TO ws-stat-depot
               end-read
           end-if.
           if ws-depstat-avail-yes
               MOVE ws-stat-depot TO DT-DEPOT-CODE
               MOVE ws-stat-date TO DT-DATE
               READ DEPSTAT-FILE
                   INVALID KEY
                       INITIALIZE DEPSTAT-RECORD
                       MOVE ws-stat-depot TO DT-DEPOT-CODE
                       MOVE ws-stat-date TO DT-DATE
                       PERFORM AddDisposition
                       WRITE DEPSTAT-RECORD
                   NOT INVALID KEY
                       PERFORM AddDisposition
                       REWRITE DEPSTAT-RECORD
               end-read
               if ws-depstat-status NOT = "00"
                   DISPLAY "DEPSTAT niet bijgewerkt voor depot "
                       ws-stat-depot ", status: " ws-depstat-status
               end-if
           end-if.

       AddDisposition.
           if xt-accept
               ADD 1 TO DT-DISP-ACCEPT
           else
               ADD 1 TO DT-DISP-AFGEWEZEN
           end-if.

      *--------------Zoekt het TELEOUT-record van de sessie----------------*
       FindTeleEntry.
           MOVE "N" TO ws-entry-found.
               CLOSE SPEEDLOG-FILE
           end-if.
           CLOSE EXCDRPT-FILE.
           CLOSE AUDITLOG-FILE.
           if ws-vehmast-avail-yes
               CLOSE VEHMAST-FILE
           end-if.
           if ws-depstat-avail-yes
               CLOSE DEPSTAT-FILE
           end-if.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Speedexc-dispositie.
