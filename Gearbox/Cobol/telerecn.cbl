      *            TELEOUT.JJJJMMDD.DAT, anders de lopende
      *            TELEOUT.DAT), zodat de acks van een nacht tegen
      *            precies die nacht gematcht worden.
      * 15-10-2026 Depotstatistiek: de afgewezen sessies worden per
      *            depot van het voertuig (VEHMAST) geteld en in het
      *            blijvende bestand DEPSTAT gezet op de datum van de
      *            generatie (of de systeemdatum bij de lopende
      *            TELEOUT), voor de maandelijkse Depot-scorekaart.
      *            Elk depot met verzonden sessies krijgt zijn telling,
      *            ook nul, en een herdraai over dezelfde generatie
      *            vervangt de telling in plaats van op te tellen.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-telertrn-status.

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
       FD  TELERTRN-FILE.
       01  TELERTRN-RECORD           PIC X(151).

       FD  VEHMAST-FILE.
       COPY VEHMASTR.

       FD  DEPSTAT-FILE.
       COPY DEPSTATR.

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-teleout-status   PIC X(2) value spaces.
       01 ws-teleout-name      PIC X(30) value "TELEOUT.DAT".
       01 ws-recnrpt-status   PIC X(2) value spaces.
       01 ws-telertrn-status  PIC X(2) value spaces.
       01 ws-vehmast-status   PIC X(2) value spaces.
       01 ws-depstat-status   PIC X(2) value spaces.

      *------------------Besturing van de loop----------------------------*
       01 ws-tele-eof          PIC X(1) value 'N'.
               10  TE-TELE-REC.
                   15  TE-DRIVER-ID  PIC X(6).
                   15  TE-SESSION-ID PIC X(6).
                   15  TE-REST-1     PIC X(43).
                   15  TE-VEHICLE-CODE PIC X(4).
                   15  TE-REST-2     PIC X(92).
               10  TE-ACK-STATUS     PIC X(1).
                   88 te-open               value ' '.
                   88 te-acked              value 'A'.
                   88 te-rejected           value 'R'.
      *> depot van het voertuig uit VEHMAST, leeg als onbekend
               10  TE-DEPOT-CODE     PIC X(3).

      *------------------Depotstatistiek: afgewezen sessies per depot-----*
       01 ws-vehmast-avail     PIC X(1) value 'N'.
           88 ws-vehmast-avail-yes     value 'Y'.
       01 ws-stat-date         PIC 9(8) value 0.
       01 ws-dep-max           PIC 9(2) value 20.
       01 ws-dep-cnt           PIC 9(2) value 0.
       01 ws-dep-idx           PIC 9(2) value 0.
       01 ws-dep-found         PIC X(1) value 'N'.
           88 ws-dep-found-yes         value 'Y'.
       01 DEPOT-STAT-TABLE.
           05  DEPOT-STAT-ENTRY OCCURS 20 TIMES.
               10  DV-DEPOT-CODE     PIC X(3).
               10  DV-AFGEWEZEN      PIC 9(5).

      *------------------Telling voor het rapport-------------------------*
       01 ws-ack-cnt           PIC 9(5) value 0.
           PERFORM ReportOpenSessions.
           PERFORM WriteTotals.
           PERFORM CloseFiles.
           PERFORM UpdateDepotStats THRU UpdateDepotStats-Exit.
           stop RUN.

      *--------------Opent alle bestanden en zet de rapportkop-----------*
           OPEN OUTPUT RECNRPT-FILE.
           OPEN OUTPUT TELERTRN-FILE.
           WRITE RECNRPT-RECORD FROM ws-report-heading.
           OPEN INPUT VEHMAST-FILE.
           if ws-vehmast-status = "00"
               set ws-vehmast-avail-yes to true
           end-if.

      *--------------Kiest de lopende TELEOUT of een gedateerde-----------*
      *--------------generatie, op de datum in TELEDATE--------------------*
       SelectGeneration.
           ACCEPT ws-stat-date FROM DATE YYYYMMDD.
           OPEN INPUT TELEDATE-FILE.
           if ws-teledate-status = "00"
               READ TELEDATE-FILE
                           STRING "TELEOUT." TD-PROC-DATE ".DAT"
                               DELIMITED BY SIZE
                               INTO ws-teleout-name
                           MOVE TD-PROC-DATE TO ws-stat-date
                       end-if
               end-read
               CLOSE TELEDATE-FILE
                       MOVE TELE-RECORD TO
                           TE-TELE-REC(ws-tele-cnt)
                       MOVE ' ' TO TE-ACK-STATUS(ws-tele-cnt)
                       PERFORM FindVehicleDepot
                   else
                       *> tabel vol: luid melden, niet stil inslikken
                       DISPLAY "TELE-TABLE vol, record overgeslagen: "
                   end-if
           end-read.

      *--------------Depot van het voertuig van de sessie; elk depot-----*
      *--------------met verzonden sessies komt in de depottabel---------*
       FindVehicleDepot.
           MOVE spaces TO TE-DEPOT-CODE(ws-tele-cnt).
           if ws-vehmast-avail-yes
               MOVE TL-VEHICLE-CODE TO VM-VEHICLE-CODE
               READ VEHMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VM-DEPOT-CODE TO TE-DEPOT-CODE(ws-tele-cnt)
               end-read
           end-if.
           PERFORM FindDepotEntry.
           if NOT ws-dep-found-yes
               if ws-dep-cnt LESS THAN ws-dep-max
                   ADD 1 TO ws-dep-cnt
                   MOVE TE-DEPOT-CODE(ws-tele-cnt) TO
                       DV-DEPOT-CODE(ws-dep-cnt)
                   MOVE 0 TO DV-AFGEWEZEN(ws-dep-cnt)
               else
                   DISPLAY "DEPOT-STAT-TABLE vol, niet geteld: "
                       TE-DEPOT-CODE(ws-tele-cnt)
               end-if
           end-if.

      *--------------Zoekt het depot van de sessie in ws-tele-cnt---------*
       FindDepotEntry.
           MOVE "N" TO ws-dep-found.
           MOVE 1 TO ws-dep-idx.
           PERFORM FindOneDepotEntry UNTIL ws-dep-found-yes OR
               ws-dep-idx GREATER THAN ws-dep-cnt.

       FindOneDepotEntry.
           if DV-DEPOT-CODE(ws-dep-idx) = TE-DEPOT-CODE(ws-tele-cnt)
               MOVE "Y" TO ws-dep-found
           else
               ADD 1 TO ws-dep-idx
           end-if.

      *--------------Telt een afgewezen sessie bij haar depot-------------*
       CountRejectForDepot.
           MOVE "N" TO ws-dep-found.
           MOVE 1 TO ws-dep-idx.
           PERFORM FindRejectDepot UNTIL ws-dep-found-yes OR
               ws-dep-idx GREATER THAN ws-dep-cnt.
           if ws-dep-found-yes
               ADD 1 TO DV-AFGEWEZEN(ws-dep-idx)
           end-if.

       FindRejectDepot.
           if DV-DEPOT-CODE(ws-dep-idx) = TE-DEPOT-CODE(ws-tele-idx)
               MOVE "Y" TO ws-dep-found
           else
               ADD 1 TO ws-dep-idx
           end-if.

      *--------------Leest de volgende acknowledgment--------------------*
       ReadAck.
           READ TELEACK-FILE
           if ak-rejected
               ADD 1 TO ws-rejected-cnt
               MOVE 'R' TO TE-ACK-STATUS(ws-tele-idx)
               PERFORM CountRejectForDepot
               MOVE AK-SESSION-ID TO rpt-session-id
               MOVE AK-DRIVER-ID TO rpt-driver-id
               MOVE "AFGEWEZEN" TO rpt-verdict
           CLOSE TELEACK-FILE.
           CLOSE RECNRPT-FILE.
           CLOSE TELERTRN-FILE.
           if ws-vehmast-avail-yes
               CLOSE VEHMAST-FILE
           end-if.

      *--------------Zet de afgewezen sessies per depot in DEPSTAT; de---*
      *--------------telling van de dag wordt vervangen, zodat een-------*
      *--------------herdraai over dezelfde generatie niet dubbel telt---*
       UpdateDepotStats.
           if ws-dep-cnt = 0
               GO TO UpdateDepotStats-Exit.
           OPEN I-O DEPSTAT-FILE.
           if ws-depstat-status = "35"
               OPEN OUTPUT DEPSTAT-FILE
               CLOSE DEPSTAT-FILE
               OPEN I-O DEPSTAT-FILE
           end-if.
           if ws-depstat-status NOT = "00"
               DISPLAY "Kan DEPSTAT.DAT niet openen, status: "
                   ws-depstat-status
               DISPLAY "Depotstatistiek niet bijgewerkt"
               GO TO UpdateDepotStats-Exit.

           MOVE 1 TO ws-dep-idx.
           PERFORM WriteOneDepotStat UNTIL
               ws-dep-idx GREATER THAN ws-dep-cnt.
           CLOSE DEPSTAT-FILE.

       UpdateDepotStats-Exit.
           EXIT.

       WriteOneDepotStat.
           MOVE DV-DEPOT-CODE(ws-dep-idx) TO DT-DEPOT-CODE.
           MOVE ws-stat-date TO DT-DATE.
           READ DEPSTAT-FILE
               INVALID KEY
                   INITIALIZE DEPSTAT-RECORD
                   MOVE DV-DEPOT-CODE(ws-dep-idx) TO DT-DEPOT-CODE
                   MOVE ws-stat-date TO DT-DATE
                   MOVE DV-AFGEWEZEN(ws-dep-idx) TO DT-ACK-AFGEWEZEN
                   WRITE DEPSTAT-RECORD
               NOT INVALID KEY
                   MOVE DV-AFGEWEZEN(ws-dep-idx) TO DT-ACK-AFGEWEZEN
                   REWRITE DEPSTAT-RECORD
           end-read.
           if ws-depstat-status NOT = "00"
               DISPLAY "DEPSTAT niet bijgewerkt voor depot "
                   DV-DEPOT-CODE(ws-dep-idx) ", status: "
                   ws-depstat-status
           end-if.
           ADD 1 TO ws-dep-idx.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Teleout-reconciliatie.
