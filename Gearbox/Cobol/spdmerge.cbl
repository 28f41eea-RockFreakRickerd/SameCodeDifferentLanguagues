      *            van vorige week) wordt met metingen en al
      *            overgeslagen en gemeld. Het leveringsrapport
      *            MERGERPT toont per depot de sessies en metingen.
      * 15-10-2026 Depotstatistiek: per depot worden de ontvangen, te
      *            laat geleverde en afgewezen leveringen, de
      *            samengevoegde en de dubbele sessies bijgeschreven
      *            in het blijvende bestand DEPSTAT (depot plus
      *            verwerkingsdag), voor de maandelijkse Depot-
      *            scorekaart. Een levering met een leverdatum van
      *            voor gisteren telt als te laat en krijgt dat op
      *            MERGERPT. Een herdraai vervangt de cijfers van de
      *            dag in plaats van ze op te tellen. Kan DEPSTAT niet
      *            bijgewerkt worden, dan eindigt de run met
      *            return-code 4 (waarschuwing).
      * 15-10-2026 De verwerkingsdatum komt uit MERGPARM (door de
      *            nachtstroom gezet), of de systeemdatum: DEPSTAT en
      *            de grens voor te laat horen zo bij dezelfde nacht
      *            als de andere stappen, ook bij een herstart na
      *            middernacht.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-mergerpt-status.

      *--------------Parameters: optionele verwerkingsdatum---------------*
           SELECT MERGPARM-FILE ASSIGN TO "MERGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-mergparm-status.

      *--------------Blijvende depotstatistiek per depot en dag----------*
           SELECT DEPSTAT-FILE ASSIGN TO "DEPSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-KEY
               FILE STATUS IS ws-depstat-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  MERGERPT-FILE.
       01  MERGERPT-RECORD           PIC X(90).

       FD  DEPSTAT-FILE.
       COPY DEPSTATR.

       FD  MERGPARM-FILE.
       01  MERGPARM-RECORD.
           05  MP-PROC-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
      *------------------Gelezen leveringsregel, met alle indelingen------*
       01 DEPOT-INPUT-REC           PIC X(23).
       01 ws-depotin-status   PIC X(2) value spaces.
       01 ws-speedin-status   PIC X(2) value spaces.
       01 ws-mergerpt-status  PIC X(2) value spaces.
       01 ws-depstat-status   PIC X(2) value spaces.
       01 ws-mergparm-status  PIC X(2) value spaces.

      *------------------Besturing van de loops----------------------------*
       01 ws-dep-eof           PIC X(1) value 'N'.
       01 ws-lev-sessions      PIC 9(5) value 0.
       01 ws-lev-readings      PIC 9(7) value 0.
       01 ws-lev-dup-cnt       PIC 9(5) value 0.
       01 ws-lev-laat          PIC X(1) value 'N'.
           88 ws-lev-laat-yes          value 'Y'.

      *------------------Te laat: een leverdatum van voor gisteren---------*
       01 ws-run-date          PIC 9(8) value 0.
       01 ws-laat-dagen        PIC 9(2) value 1.
       01 ws-laat-grens        PIC 9(8) value 0.
       01 ws-date-int          PIC 9(8) value 0.

      *------------------Depotstatistiek van deze run, per depot------------*
       01 ws-dep-max           PIC 9(2) value 20.
       01 ws-dep-cnt           PIC 9(2) value 0.
       01 ws-dep-idx           PIC 9(2) value 0.
       01 DEPOT-STAT-TABLE.
           05  DEPOT-STAT-ENTRY OCCURS 20 TIMES.
               10  DV-DEPOT-CODE     PIC X(3).
               10  DV-ONTVANGEN      PIC 9(5).
               10  DV-LAAT           PIC 9(5).
               10  DV-AFGEWEZEN      PIC 9(5).
               10  DV-SESSIES        PIC 9(7).
               10  DV-DUBBEL         PIC 9(5).

      *------------------Dubbele sessies over de leveringen heen------------*
       01 ws-ses-max           PIC 9(3) value 500.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainMerge.
           PERFORM SetLateLimit.
           OPEN OUTPUT MERGERPT-FILE.
           WRITE MERGERPT-RECORD FROM ws-report-heading.
           WRITE MERGERPT-RECORD FROM ws-report-columns.
           CLOSE SPEEDIN-FILE.
           PERFORM WriteTotals.
           CLOSE MERGERPT-FILE.
           PERFORM UpdateDepotStats THRU UpdateDepotStats-Exit.
           *> een afgewezen levering betekent dat de nachtbatch niet
           *> compleet is: de operator moet dat zien voor de
           *> verwerking draait.
      *--------------Een levering: eerst keuren, dan pas kopieren----------*
       ProcessOneDelivery.
           MOVE ws-depot-naam(ws-file-idx) TO ws-depotin-name.
           MOVE "N" TO ws-lev-laat.
           PERFORM ValidateDelivery THRU ValidateDelivery-Exit.
           if ws-levering-ok-yes
               PERFORM CopyDelivery
               *> een goedgekeurde levering wordt gewoon verwerkt,
               *> ook als ze te laat is; ze telt alleen apart.
               if ws-lev-datum IS NUMERIC AND
                   ws-lev-datum LESS THAN ws-laat-grens
                   set ws-lev-laat-yes to true
               end-if
           else
               ADD 1 TO ws-tot-afgewezen
           end-if.
           PERFORM WriteDeliveryLine.
           PERFORM CountDeliveryForDepot.

       ProcessOneDelivery-Next.
           ADD 1 TO ws-file-idx.
               MOVE ws-lev-sessions TO rpt-sessions
               MOVE ws-lev-readings TO rpt-readings
               MOVE "ONTVANGEN" TO rpt-status
               if ws-lev-laat-yes
                   MOVE "TE LAAT GELEVERD" TO rpt-fout
               else
                   MOVE spaces TO rpt-fout
               end-if
           else
               MOVE 0 TO rpt-sessions
               MOVE 0 TO rpt-readings
           DISPLAY "Metingen             : " ws-tot-readings.
           DISPLAY "Leveringen afgewezen : " ws-tot-afgewezen.

      *--------------Grens voor te laat: de verwerkingsdatum (MERGPARM,--*
      *--------------anders de systeemdatum) min ws-laat-dagen; een-----*
      *--------------leverdatum daarvoor is te laat-----------------------*
       SetLateLimit.
           OPEN INPUT MERGPARM-FILE.
           if ws-mergparm-status = "00"
               READ MERGPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       if MP-PROC-DATE IS NUMERIC AND
                           MP-PROC-DATE GREATER THAN 0
                           MOVE MP-PROC-DATE TO ws-run-date
                       end-if
               end-read
               CLOSE MERGPARM-FILE
           end-if.
           if ws-run-date = 0
               ACCEPT ws-run-date FROM DATE YYYYMMDD
           end-if.
           *> een onmogelijke datum zou DEPSTAT onder een onzin-dag
           *> bijschrijven; zelfde bewaking als in Teleout-
           *> dagafsluiting.
           if FUNCTION INTEGER-OF-DATE(ws-run-date) = 0
               DISPLAY "Ongeldige verwerkingsdatum in MERGPARM: "
                   ws-run-date
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           MOVE FUNCTION INTEGER-OF-DATE(ws-run-date) TO ws-date-int.
           SUBTRACT ws-laat-dagen FROM ws-date-int.
           MOVE FUNCTION DATE-OF-INTEGER(ws-date-int) TO ws-laat-grens.

      *--------------Telt de levering bij het depot van herkomst; een-----*
      *--------------levering zonder leesbare kop telt onder depot leeg---*
       CountDeliveryForDepot.
           MOVE "N" TO ws-entry-found.
           MOVE 1 TO ws-dep-idx.
           PERFORM FindOneDepot UNTIL ws-entry-found-yes OR
               ws-dep-idx GREATER THAN ws-dep-cnt.
           if NOT ws-entry-found-yes
               if ws-dep-cnt LESS THAN ws-dep-max
                   ADD 1 TO ws-dep-cnt
                   MOVE ws-dep-cnt TO ws-dep-idx
                   MOVE ws-lev-depot TO DV-DEPOT-CODE(ws-dep-idx)
                   MOVE 0 TO DV-ONTVANGEN(ws-dep-idx)
                   MOVE 0 TO DV-LAAT(ws-dep-idx)
                   MOVE 0 TO DV-AFGEWEZEN(ws-dep-idx)
                   MOVE 0 TO DV-SESSIES(ws-dep-idx)
                   MOVE 0 TO DV-DUBBEL(ws-dep-idx)
               else
                   DISPLAY "DEPOT-STAT-TABLE vol, niet geteld: "
                       ws-lev-depot
                   MOVE 0 TO ws-dep-idx
               end-if
           end-if.
           if ws-dep-idx GREATER THAN 0
               if ws-levering-ok-yes
                   ADD 1 TO DV-ONTVANGEN(ws-dep-idx)
                   if ws-lev-laat-yes
                       ADD 1 TO DV-LAAT(ws-dep-idx)
                   end-if
                   ADD ws-lev-sessions TO DV-SESSIES(ws-dep-idx)
                   ADD ws-lev-dup-cnt TO DV-DUBBEL(ws-dep-idx)
               else
                   ADD 1 TO DV-AFGEWEZEN(ws-dep-idx)
               end-if
           end-if.

       FindOneDepot.
           if DV-DEPOT-CODE(ws-dep-idx) = ws-lev-depot
               MOVE "Y" TO ws-entry-found
           else
               ADD 1 TO ws-dep-idx
           end-if.

      *--------------Schrijft de cijfers van deze run in DEPSTAT; de------*
      *--------------samenvoegkolommen van de dag worden vervangen,-------*
      *--------------zodat een herdraai na een afgewezen levering---------*
      *--------------niet dubbel telt----------------------------------------*
       UpdateDepotStats.
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
               if RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               end-if
               GO TO UpdateDepotStats-Exit.

           MOVE 1 TO ws-dep-idx.
           PERFORM WriteOneDepotStat UNTIL
               ws-dep-idx GREATER THAN ws-dep-cnt.
           CLOSE DEPSTAT-FILE.

       UpdateDepotStats-Exit.
           EXIT.

       WriteOneDepotStat.
           MOVE DV-DEPOT-CODE(ws-dep-idx) TO DT-DEPOT-CODE.
           MOVE ws-run-date TO DT-DATE.
           READ DEPSTAT-FILE
               INVALID KEY
                   INITIALIZE DEPSTAT-RECORD
                   MOVE DV-DEPOT-CODE(ws-dep-idx) TO DT-DEPOT-CODE
                   MOVE ws-run-date TO DT-DATE
                   PERFORM FillMergeColumns
                   WRITE DEPSTAT-RECORD
               NOT INVALID KEY
                   PERFORM FillMergeColumns
                   REWRITE DEPSTAT-RECORD
           end-read.
           if ws-depstat-status NOT = "00"
               DISPLAY "DEPSTAT niet bijgewerkt voor depot "
                   DV-DEPOT-CODE(ws-dep-idx) ", status: "
                   ws-depstat-status
               if RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               end-if
           end-if.
           ADD 1 TO ws-dep-idx.

       FillMergeColumns.
           MOVE DV-ONTVANGEN(ws-dep-idx) TO DT-LEV-ONTVANGEN.
           MOVE DV-LAAT(ws-dep-idx) TO DT-LEV-LAAT.
           MOVE DV-AFGEWEZEN(ws-dep-idx) TO DT-LEV-AFGEWEZEN.
           MOVE DV-SESSIES(ws-dep-idx) TO DT-SES-SAMENGEVOEGD.
           MOVE DV-DUBBEL(ws-dep-idx) TO DT-SES-DUBBEL.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Speedin-samenvoeging.
