      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: Bewaartermijn: anonimiseren van vertrokken bestuurders
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: zoekt in DRVMAST de bestuurders met
      *            status U die langer dan de bewaartermijn uit
      *            PURGPARM uit dienst zijn (DM-UIT-DIENST-DATE) en
      *            vervangt hun id door een pseudoniem (#nnnnn) in
      *            DRVHIST, SCOREMST, SPDMAST (AR-DRIVER-ID en de
      *            SPEEDLOG-regel in AR-LOG-DATA), TELEIDX, elke
      *            TELEOUT-generatie waar TELEIDX de bestuurder in
      *            noemt en het audit-spoor AUDITLOG. Het DRVMAST-
      *            record komt zonder naam onder het pseudoniem terug
      *            (depot blijft, zodat fleet- en depotcijfers blijven
      *            kloppen). Het pseudoniem staat alleen tijdens de run
      *            in DM-PSEUDONIEM, zodat een afgebroken run met
      *            hetzelfde pseudoniem verder kan; als het DRVMAST-
      *            record aan het eind onder het pseudoniem is
      *            herschreven is er nergens meer een koppeling met
      *            het oude id. Sleutels worden eerst onder het
      *            pseudoniem geschreven en dan pas onder het oude id
      *            verwijderd, zodat een afbreking nooit records kost.
      *            Zonder modus U in PURGPARM is het een proefrun die
      *            alleen telt. Het opschooncertificaat PURGRPT toont
      *            per bestuurder hoeveel records per bestand zijn
      *            aangepast (het pseudoniem zelf staat er niet op).
      * 15-10-2026 Ook de overspeed-historie OVSDRV (sleutel, zelfde
      *            aanpak als DRVHIST) en de nog niet verwerkte
      *            incidenten in OVSINC krijgen het pseudoniem.
      * 15-10-2026 Ook de maandscores SCOREMND en de doorgegeven
      *            eco-bonus BONPAID (sleutel bestuurder + maand,
      *            zelfde aanpak als TELEIDX via het werkbestand).
      * 15-10-2026 Het DRVMAST-record onder het pseudoniem verliest ook
      *            DM-UIT-DIENST-DATE, en de nieuwe pseudoniemen worden
      *            in een door de kloktijd geschudde volgorde
      *            uitgedeeld in plaats van in id-volgorde: de regels
      *            van het certificaat (op id) zijn zo niet meer op
      *            de pseudoniemen terug te leggen. Een ontbrekende
      *            TELEOUT-generatie maakt de run onvolledig (RC 8,
      *            pseudoniem blijft staan voor de herstart). Een
      *            geweigerde run sluit ook BONPAID.
      * 15-10-2026 Ook de DRVMAST-beelden op AUDITLOG verliezen de datum
      *            uit dienst en de opschoondatum. Elke open en schrijf-
      *            actie op het werkbestand en op de herschreven
      *            TELEOUT, AUDITLOG en OVSINC wordt gecontroleerd: een
      *            fout maakt de run onvolledig (RC 8, DRVMAST blijft
      *            op het oude id). Een onvolledig werkbestand wordt
      *            nooit teruggezet; breekt het terugschrijven zelf af,
      *            dan blijft PURGWORK.DAT als enige volledige kopie
      *            staan en wordt het niet meer overschreven.
      * 15-10-2026 Na een geslaagde run wordt PURGWORK.DAT leeggemaakt:
      *            het werkbestand zette het oude id naast het record
      *            onder het pseudoniem. Het certificaat meldt of het
      *            werkbestand geleegd is; lukt dat niet, dan RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Retentie-opschoning.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------Parameters: bewaartermijn, rundatum en modus--------*
           SELECT PURGPARM-FILE ASSIGN TO "PURGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-purgparm-status.

      *--------------Stamgegevens per bestuurder--------------------------*
           SELECT DRVMAST-FILE ASSIGN TO "DRVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DRIVER-ID
               FILE STATUS IS ws-drvmast-status.

      *--------------Historie van gemiddelden per bestuurder-------------*
           SELECT DRVHIST-FILE ASSIGN TO "DRVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-DRIVER-ID
               FILE STATUS IS ws-drvhist-status.

      *--------------Cumulatieve scores per bestuurder--------------------*
           SELECT SCOREMST-FILE ASSIGN TO "SCOREMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-DRIVER-ID
               FILE STATUS IS ws-scoremst-status.

      *--------------Cumulatief archief, sleutel sessie/bestuurder/volg--*
           SELECT SPDMAST-FILE ASSIGN TO "SPDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS ws-spdmast-status.

      *--------------Index van de verzonden sessies per generatie--------*
           SELECT TELEIDX-FILE ASSIGN TO "TELEIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS ws-teleidx-status.

      *--------------Een gedateerde TELEOUT-generatie--------------------*
           SELECT TELEOUT-FILE ASSIGN TO ws-teleout-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-teleout-status.

      *--------------Overspeed-incidenten en -stap per bestuurder--------*
           SELECT OVSDRV-FILE ASSIGN TO "OVSDRV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OD-DRIVER-ID
               FILE STATUS IS ws-ovsdrv-status.

      *--------------Scores per bestuurder per maand---------------------*
           SELECT SCOREMND-FILE ASSIGN TO "SCOREMND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS ws-scoremnd-status.

      *--------------Doorgegeven eco-bonus per bestuurder per maand------*
           SELECT BONPAID-FILE ASSIGN TO "BONPAID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-KEY
               FILE STATUS IS ws-bonpaid-status.

      *--------------Nog niet geescaleerde overspeed-incidenten-----------*
           SELECT OVSINC-FILE ASSIGN TO "OVSINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ovsinc-status.

      *--------------Blijvend audit-spoor van het stamonderhoud---------*
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.

      *--------------Werkbestand voor het herschrijven-------------------*
           SELECT PURGWORK-FILE ASSIGN TO "PURGWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-purgwork-status.

      *--------------Opschooncertificaat----------------------------------*
           SELECT PURGRPT-FILE ASSIGN TO "PURGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-purgrpt-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PURGPARM-FILE.
       01  PURGPARM-RECORD.
           05  PP-BEWAAR-DAGEN       PIC 9(5).
           05  PP-RUN-DATE           PIC 9(8).
      *--------------U(itvoeren); al het andere is een proefrun----------*
           05  PP-MODUS              PIC X(1).

       FD  DRVMAST-FILE.
       COPY DRVMASTR.

       FD  DRVHIST-FILE.
       COPY DRVHISTR.

       FD  SCOREMST-FILE.
       COPY SCOREMSR.

       FD  SPDMAST-FILE.
       COPY SPDMASTR.

       FD  TELEIDX-FILE.
       COPY TELEIDXR.

       FD  TELEOUT-FILE.
       COPY TELEREC.

       FD  OVSDRV-FILE.
       COPY OVSDRVR.

       FD  OVSINC-FILE.
       COPY OVSINCR.

       FD  SCOREMND-FILE.
       COPY SCOREMNR.

       FD  BONPAID-FILE.
       COPY BONPAIDR.

       FD  AUDITLOG-FILE.
       COPY AUDITREC.

       FD  PURGWORK-FILE.
       01  WORK-RECORD               PIC X(300).

       FD  PURGRPT-FILE.
       01  PURGRPT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-purgparm-status  PIC X(2) value spaces.
       01 ws-drvmast-status   PIC X(2) value spaces.
       01 ws-drvhist-status   PIC X(2) value spaces.
       01 ws-scoremst-status  PIC X(2) value spaces.
       01 ws-spdmast-status   PIC X(2) value spaces.
       01 ws-teleidx-status   PIC X(2) value spaces.
       01 ws-teleout-status   PIC X(2) value spaces.
       01 ws-ovsdrv-status    PIC X(2) value spaces.
       01 ws-ovsinc-status    PIC X(2) value spaces.
       01 ws-scoremnd-status  PIC X(2) value spaces.
       01 ws-bonpaid-status   PIC X(2) value spaces.
       01 ws-auditlog-status  PIC X(2) value spaces.
       01 ws-purgwork-status  PIC X(2) value spaces.
       01 ws-purgrpt-status   PIC X(2) value spaces.

      *------------------De SPEEDLOG-regel binnen AR-LOG-DATA en het-----*
      *------------------dispositiebeeld binnen het audit-spoor-----------*
       COPY SPDLOGRC.
       COPY EXCIMGR.

      *------------------Parameters (standaard twee jaar, proefrun)-------*
       01 ws-bewaar-dagen      PIC 9(5) value 730.
       01 ws-run-date          PIC 9(8) value 0.
       01 ws-modus             PIC X(1) value 'P'.
           88 ws-uitvoeren             value 'U'.
       01 ws-run-int           PIC 9(7) value 0.
       01 ws-dienst-int        PIC 9(7) value 0.
       01 ws-dagen-uit         PIC S9(7) value 0.

      *------------------Welke bestanden er zijn (35 = niets te doen)----*
       01 ws-drvhist-avail     PIC X(1) value 'N'.
           88 ws-drvhist-avail-yes     value 'Y'.
       01 ws-scoremst-avail    PIC X(1) value 'N'.
           88 ws-scoremst-avail-yes    value 'Y'.
       01 ws-spdmast-avail     PIC X(1) value 'N'.
           88 ws-spdmast-avail-yes     value 'Y'.
       01 ws-teleidx-avail     PIC X(1) value 'N'.
           88 ws-teleidx-avail-yes     value 'Y'.
       01 ws-ovsdrv-avail      PIC X(1) value 'N'.
           88 ws-ovsdrv-avail-yes      value 'Y'.
       01 ws-scoremnd-avail    PIC X(1) value 'N'.
           88 ws-scoremnd-avail-yes    value 'Y'.
       01 ws-bonpaid-avail     PIC X(1) value 'N'.
           88 ws-bonpaid-avail-yes     value 'Y'.

      *------------------Besturing van de loops----------------------------*
       01 ws-drv-eof           PIC X(1) value 'N'.
           88 ws-drv-eof-yes           value 'Y'.
       01 ws-spd-eof           PIC X(1) value 'N'.
           88 ws-spd-eof-yes           value 'Y'.
       01 ws-tix-eof           PIC X(1) value 'N'.
           88 ws-tix-eof-yes           value 'Y'.
       01 ws-key-eof           PIC X(1) value 'N'.
           88 ws-key-eof-yes           value 'Y'.
       01 ws-tele-eof          PIC X(1) value 'N'.
           88 ws-tele-eof-yes          value 'Y'.
       01 ws-ovi-eof           PIC X(1) value 'N'.
           88 ws-ovi-eof-yes           value 'Y'.
       01 ws-aud-eof           PIC X(1) value 'N'.
           88 ws-aud-eof-yes           value 'Y'.
       01 ws-work-eof          PIC X(1) value 'N'.
           88 ws-work-eof-yes          value 'Y'.
       01 ws-tix-real          PIC X(1) value 'N'.
           88 ws-tix-real-yes          value 'Y'.
      *> een I/O-fout onderweg laat het pseudoniem in DRVMAST staan:
      *> een herstart maakt het dan met hetzelfde pseudoniem af.
       01 ws-io-fout           PIC X(1) value 'N'.
           88 ws-io-fout-yes           value 'Y'.
      *> fout bij het vullen of lezen van het werkbestand voor het
      *> bestand dat nu onder handen is: dan niet terugschrijven.
       01 ws-copy-fout         PIC X(1) value 'N'.
           88 ws-copy-fout-yes         value 'Y'.
      *> het terugschrijven brak af: PURGWORK.DAT is dan de enige
      *> volledige kopie van ws-work-for en mag niet meer gevuld worden.
       01 ws-work-bewaard      PIC X(1) value 'N'.
           88 ws-work-bewaard-yes      value 'Y'.
       01 ws-work-for          PIC X(30) value spaces.
       01 ws-copyback-status   PIC X(2) value spaces.
       01 ws-work-geleegd      PIC X(1) value 'N'.
           88 ws-work-geleegd-yes      value 'Y'.

      *------------------Pseudoniem: # met een volgnummer; het hoogste-----*
      *------------------nummer in DRVMAST bepaalt het volgende----------*
       01 ws-pseudo-nr         PIC 9(5) value 0.
       01 ws-id-check          PIC X(6) value spaces.
       01 ws-id-check-parts REDEFINES ws-id-check.
           05  ws-id-prefix      PIC X(1).
               88 ws-id-pseudoniem          value '#'.
           05  ws-id-nr          PIC 9(5).

      *------------------Op te schonen bestuurders, met de telling per----*
      *------------------bestand: 1 DRVMAST, 2 DRVHIST, 3 SCOREMST,-------*
      *------------------4 SPDMAST, 5 TELEIDX, 6 TELEOUT, 7 AUDITLOG,-----*
      *------------------8 OVSDRV, 9 OVSINC, 10 SCOREMND, 11 BONPAID------*
       01 ws-pg-max            PIC 9(3) value 200.
       01 ws-pg-cnt            PIC 9(3) value 0.
       01 ws-pg-idx            PIC 9(3) value 0.
       01 ws-find-id           PIC X(6) value spaces.
       01 ws-pg-found          PIC X(1) value 'N'.
           88 ws-pg-found-yes          value 'Y'.
       01 PURGE-TABLE.
           05  PURGE-ENTRY OCCURS 200 TIMES.
               10  PG-DRIVER-ID      PIC X(6).
               10  PG-PSEUDO         PIC X(6).
               10  PG-UIT-DIENST     PIC 9(8).
               10  PG-CNT            PIC 9(7) OCCURS 11 TIMES.
       01 ws-cnt-idx           PIC 9(2) value 0.

      *------------------Volgorde waarin de nieuwe pseudoniemen worden---*
      *------------------uitgedeeld: de kandidaten zonder pseudoniem,----*
      *------------------geschud met een reeks die op de kloktijd start--*
       01 ws-ord-cnt           PIC 9(3) value 0.
       01 ws-ord-idx           PIC 9(3) value 0.
       01 ws-ord-pick          PIC 9(3) value 0.
       01 ws-ord-keep          PIC 9(3) value 0.
       01 ORDER-TABLE.
           05  OR-PG-IDX         PIC 9(3) OCCURS 200 TIMES.
       01 ws-clock.
           05  ws-clock-hhmm     PIC 9(4).
           05  ws-clock-sscc     PIC 9(4).
       01 ws-rnd               PIC 9(5) value 0.
       01 ws-rnd-work          PIC 9(12) value 0.
       01 ws-rnd-quot          PIC 9(12) value 0.

      *------------------Uit dienst zonder datum: niet op te schonen------*
       01 ws-nd-max            PIC 9(3) value 100.
       01 ws-nd-cnt            PIC 9(3) value 0.
       01 ws-nd-idx            PIC 9(3) value 0.
       01 NODATE-TABLE.
           05  ND-DRIVER-ID      PIC X(6) OCCURS 100 TIMES.

      *------------------TELEOUT-generaties waar TELEIDX de bestuurders---*
      *------------------in noemt------------------------------------------*
       01 ws-teleout-name      PIC X(30) value spaces.
       01 ws-gen-max           PIC 9(3) value 500.
       01 ws-gen-cnt           PIC 9(3) value 0.
       01 ws-gen-idx           PIC 9(3) value 0.
       01 ws-gen-find          PIC 9(8) value 0.
       01 ws-gen-found         PIC X(1) value 'N'.
           88 ws-gen-found-yes         value 'Y'.
       01 GEN-TABLE.
           05  GN-DATE           PIC 9(8) OCCURS 500 TIMES.
       01 ws-gen-changed       PIC 9(7) value 0.
       01 ws-gen-rewritten     PIC 9(5) value 0.
       01 ws-gen-missing       PIC 9(5) value 0.
       01 ws-aud-changed       PIC 9(7) value 0.
       01 ws-ovi-changed       PIC 9(7) value 0.

      *------------------Werkrecords: oude sleutel en nieuw record-------*
       01 ws-spd-work.
           05  sw-old-key        PIC X(17).
           05  sw-new-record     PIC X(95).
       01 ws-tix-work.
           05  tw-old-key        PIC X(12).
           05  tw-new-record     PIC X(20).
       01 ws-tix-driver        PIC X(6) value spaces.
       01 ws-smd-work.
           05  mw-old-key        PIC X(12).
           05  mw-new-record     PIC X(59).
       01 ws-bpd-work.
           05  bw-old-key        PIC X(12).
           05  bw-new-record     PIC X(28).

      *------------------Sleutel van een audit-record: de bestuurder------*
      *------------------staat vooraan (DRVMAST en SPEEDEXC)---------------*
       01 ws-aud-key-view.
           05  avk-driver-id     PIC X(6).
           05  FILLER            PIC X(14).

      *------------------Rapportregels--------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(40) value
               "OPSCHOONCERTIFICAAT BESTUURDERSHISTORIE".
       01 ws-param-line.
           05  FILLER            PIC X(10) value "RUNDATUM: ".
           05  rpt-run-date      PIC 9(8).
           05  FILLER            PIC X(17) value "  BEWAARTERMIJN: ".
           05  rpt-bewaar        PIC ZZZZ9.
           05  FILLER            PIC X(15) value " DAGEN  MODUS: ".
           05  rpt-modus         PIC X(30).
       01 ws-separator-line     PIC X(100) value ALL "=".
       01 ws-report-columns.
           05  FILLER            PIC X(17) value
               "ID     UIT DIENST".
           05  FILLER            PIC X(36) value
               "  DRVMAST  DRVHIST SCOREMST  SPDMAST".
           05  FILLER            PIC X(27) value
               "  TELEIDX  TELEOUT AUDITLOG".
           05  FILLER            PIC X(36) value
               "   OVSDRV   OVSINC SCOREMND  BONPAID".
       01 ws-report-detail.
           05  rpt-driver-id     PIC X(6).
           05  FILLER            PIC X(1) value space.
           05  rpt-uit-dienst    PIC 9(8).
           05  FILLER            PIC X(2) value spaces.
           05  rpt-cnt-group     OCCURS 11 TIMES.
               10  FILLER        PIC X(2).
               10  rpt-cnt       PIC Z(6)9.
       01 ws-nodate-line.
           05  FILLER            PIC X(42) value
               "UIT DIENST ZONDER DATUM, NIET OPGESCHOOND:".
           05  FILLER            PIC X(1) value space.
           05  rpt-nd-driver     PIC X(6).
       01 ws-total-line.
           05  rpt-total-text    PIC X(30).
           05  rpt-total-count   PIC Z(6)9.
       01 ws-status-line.
           05  FILLER            PIC X(8) value "STATUS: ".
           05  rpt-run-status    PIC X(50).
       01 ws-work-line.
           05  FILLER            PIC X(30) value
               "WERKBESTAND PURGWORK        : ".
           05  rpt-work-status   PIC X(40).
       01 ws-signoff-line.
           05  FILLER            PIC X(50) value
               "AFGETEKEND (NAAM/DATUM): ______________________".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainPurge.
           PERFORM LoadParameters.
           PERFORM OpenFiles.
           PERFORM SelectCandidates.
           if ws-pg-cnt GREATER THAN 0
               PERFORM AssignPseudonyms
               PERFORM PurgeDrvhist
               PERFORM PurgeScoremst
               PERFORM PurgeOvsdrv
               PERFORM PurgeSpdmast THRU PurgeSpdmast-Exit
               PERFORM PurgeTeleidx THRU PurgeTeleidx-Exit
               PERFORM PurgeTeleout
               PERFORM PurgeAuditlog THRU PurgeAuditlog-Exit
               PERFORM PurgeOvsinc THRU PurgeOvsinc-Exit
               PERFORM PurgeScoremnd THRU PurgeScoremnd-Exit
               PERFORM PurgeBonpaid THRU PurgeBonpaid-Exit
               *> pas als alles gelukt is verdwijnt het oude id uit
               *> DRVMAST, en daarmee de koppeling met het pseudoniem.
               if NOT ws-io-fout-yes
                   PERFORM FinishDrvmast
               end-if
           end-if.
           *> het werkbestand koppelt oud id en pseudoniem net zo goed;
           *> na een geslaagde run (ook een zonder kandidaten, die een
           *> eerdere run afmaakt) mag het niet blijven staan.
           if ws-uitvoeren AND NOT ws-io-fout-yes AND
               NOT ws-work-bewaard-yes
               PERFORM EmptyWorkFile
           end-if.
           PERFORM WriteCertificate.
           PERFORM CloseFiles.
           if ws-io-fout-yes
               MOVE 8 TO RETURN-CODE
           end-if.
           stop RUN.

      *--------------Bewaartermijn, rundatum en modus; zonder PURGPARM----*
      *--------------twee jaar, vandaag en een proefrun-------------------*
       LoadParameters.
           OPEN INPUT PURGPARM-FILE.
           if ws-purgparm-status = "00"
               READ PURGPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       if PP-BEWAAR-DAGEN IS NUMERIC AND
                           PP-BEWAAR-DAGEN GREATER THAN 0
                           MOVE PP-BEWAAR-DAGEN TO ws-bewaar-dagen
                       end-if
                       if PP-RUN-DATE IS NUMERIC AND
                           PP-RUN-DATE GREATER THAN 0
                           MOVE PP-RUN-DATE TO ws-run-date
                       end-if
                       if PP-MODUS = "U"
                           MOVE "U" TO ws-modus
                       end-if
               end-read
               CLOSE PURGPARM-FILE
           end-if.
           if ws-run-date = 0
               ACCEPT ws-run-date FROM DATE YYYYMMDD
           end-if.
           if FUNCTION INTEGER-OF-DATE(ws-run-date) = 0
               DISPLAY "Ongeldige rundatum in PURGPARM: " ws-run-date
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           MOVE FUNCTION INTEGER-OF-DATE(ws-run-date) TO ws-run-int.
           if ws-uitvoeren
               DISPLAY "Opschoning wordt uitgevoerd per " ws-run-date
           else
               DISPLAY "Proefrun per " ws-run-date
                   ", er wordt niets gewijzigd"
           end-if.

      *--------------Opent de bestanden; een ontbrekend historiebestand---*
      *--------------(35) heeft niets op te schonen, elke andere fout-----*
      *--------------stopt de run voordat er iets gewijzigd is------------*
       OpenFiles.
           OPEN I-O DRVMAST-FILE.
           if ws-drvmast-status NOT = "00"
               DISPLAY "Kan DRVMAST.DAT niet openen, status: "
                   ws-drvmast-status
               DISPLAY "Niets opgeschoond"
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

           OPEN I-O DRVHIST-FILE.
           if ws-drvhist-status = "00"
               set ws-drvhist-avail-yes to true
           else
               if ws-drvhist-status NOT = "35"
                   DISPLAY "Kan DRVHIST.DAT niet openen, status: "
                       ws-drvhist-status
                   PERFORM RefuseRun
               end-if
           end-if.

           OPEN I-O SCOREMST-FILE.
           if ws-scoremst-status = "00"
               set ws-scoremst-avail-yes to true
           else
               if ws-scoremst-status NOT = "35"
                   DISPLAY "Kan SCOREMST.DAT niet openen, status: "
                       ws-scoremst-status
                   PERFORM RefuseRun
               end-if
           end-if.

           OPEN I-O SPDMAST-FILE.
           if ws-spdmast-status = "00"
               set ws-spdmast-avail-yes to true
           else
               if ws-spdmast-status NOT = "35"
                   DISPLAY "Kan SPDMAST.DAT niet openen, status: "
                       ws-spdmast-status
                   PERFORM RefuseRun
               end-if
           end-if.

           OPEN I-O TELEIDX-FILE.
           if ws-teleidx-status = "00"
               set ws-teleidx-avail-yes to true
           else
               if ws-teleidx-status NOT = "35"
                   DISPLAY "Kan TELEIDX.DAT niet openen, status: "
                       ws-teleidx-status
                   PERFORM RefuseRun
               end-if
           end-if.

           OPEN I-O OVSDRV-FILE.
           if ws-ovsdrv-status = "00"
               set ws-ovsdrv-avail-yes to true
           else
               if ws-ovsdrv-status NOT = "35"
                   DISPLAY "Kan OVSDRV.DAT niet openen, status: "
                       ws-ovsdrv-status
                   PERFORM RefuseRun
               end-if
           end-if.

           OPEN I-O SCOREMND-FILE.
           if ws-scoremnd-status = "00"
               set ws-scoremnd-avail-yes to true
           else
               if ws-scoremnd-status NOT = "35"
                   DISPLAY "Kan SCOREMND.DAT niet openen, status: "
                       ws-scoremnd-status
                   PERFORM RefuseRun
               end-if
           end-if.

           OPEN I-O BONPAID-FILE.
           if ws-bonpaid-status = "00"
               set ws-bonpaid-avail-yes to true
           else
               if ws-bonpaid-status NOT = "35"
                   DISPLAY "Kan BONPAID.DAT niet openen, status: "
                       ws-bonpaid-status
                   PERFORM RefuseRun
               end-if
           end-if.

           OPEN OUTPUT PURGRPT-FILE.
           WRITE PURGRPT-RECORD FROM ws-report-heading.
           MOVE ws-run-date TO rpt-run-date.
           MOVE ws-bewaar-dagen TO rpt-bewaar.
           if ws-uitvoeren
               MOVE "UITGEVOERD" TO rpt-modus
           else
               MOVE "PROEF - NIETS GEWIJZIGD" TO rpt-modus
           end-if.
           WRITE PURGRPT-RECORD FROM ws-param-line.
           WRITE PURGRPT-RECORD FROM ws-separator-line.

      *--------------Weigert de run en sluit wat al open staat-------------*
       RefuseRun.
           DISPLAY "Niets opgeschoond".
           CLOSE DRVMAST-FILE.
           if ws-drvhist-avail-yes
               CLOSE DRVHIST-FILE
           end-if.
           if ws-scoremst-avail-yes
               CLOSE SCOREMST-FILE
           end-if.
           if ws-spdmast-avail-yes
               CLOSE SPDMAST-FILE
           end-if.
           if ws-teleidx-avail-yes
               CLOSE TELEIDX-FILE
           end-if.
           if ws-ovsdrv-avail-yes
               CLOSE OVSDRV-FILE
           end-if.
           if ws-scoremnd-avail-yes
               CLOSE SCOREMND-FILE
           end-if.
           if ws-bonpaid-avail-yes
               CLOSE BONPAID-FILE
           end-if.
           MOVE 8 TO RETURN-CODE.
           stop RUN.

      *--------------Zoekt de bestuurders voorbij de bewaartermijn en-----*
      *--------------het hoogste pseudoniem-nummer dat al bestaat----------*
       SelectCandidates.
           MOVE LOW-VALUES TO DM-DRIVER-ID.
           START DRVMAST-FILE KEY NOT LESS THAN DM-DRIVER-ID
               INVALID KEY
                   set ws-drv-eof-yes to true
           end-start.
           if ws-drvmast-status NOT = "00"
               set ws-drv-eof-yes to true
           end-if.
           PERFORM ScanOneDriver THRU ScanOneDriver-Exit
               UNTIL ws-drv-eof-yes.
           DISPLAY "Op te schonen bestuurders: " ws-pg-cnt.

       ScanOneDriver.
           READ DRVMAST-FILE NEXT RECORD
               AT END
                   set ws-drv-eof-yes to true
           end-read.
           if ws-drv-eof-yes
               GO TO ScanOneDriver-Exit.
           if ws-drvmast-status NOT = "00" AND
               ws-drvmast-status NOT = "02"
               DISPLAY "DRVMAST leesfout, status: " ws-drvmast-status
               set ws-io-fout-yes to true
               set ws-drv-eof-yes to true
               GO TO ScanOneDriver-Exit.

           *> pseudoniemen als sleutel en pseudoniemen van een
           *> afgebroken run tellen allebei mee voor het volgnummer.
           MOVE DM-PSEUDONIEM TO ws-id-check.
           PERFORM NotePseudonymNumber.
           MOVE DM-DRIVER-ID TO ws-id-check.
           PERFORM NotePseudonymNumber.
           if ws-id-pseudoniem
               GO TO ScanOneDriver-Exit.

           if NOT dm-uit-dienst
               GO TO ScanOneDriver-Exit.
           if DM-PURGE-DATE IS NUMERIC
               if DM-PURGE-DATE NOT = 0
                   GO TO ScanOneDriver-Exit
               end-if
           end-if.

           *> zonder datum uit dienst is de termijn niet te bepalen:
           *> melden in plaats van gokken.
           MOVE 0 TO ws-dienst-int.
           if DM-UIT-DIENST-DATE IS NUMERIC
               if DM-UIT-DIENST-DATE GREATER THAN 0
                   MOVE FUNCTION INTEGER-OF-DATE(DM-UIT-DIENST-DATE)
                       TO ws-dienst-int
               end-if
           end-if.
           if ws-dienst-int = 0
               if ws-nd-cnt LESS THAN ws-nd-max
                   ADD 1 TO ws-nd-cnt
                   MOVE DM-DRIVER-ID TO ND-DRIVER-ID(ws-nd-cnt)
               end-if
               DISPLAY "Uit dienst zonder datum: " DM-DRIVER-ID
               GO TO ScanOneDriver-Exit.

           MOVE ws-run-int TO ws-dagen-uit.
           SUBTRACT ws-dienst-int FROM ws-dagen-uit.
           if ws-dagen-uit NOT GREATER THAN ws-bewaar-dagen
               GO TO ScanOneDriver-Exit.

           if ws-pg-cnt NOT LESS THAN ws-pg-max
               DISPLAY "PURGE-TABLE vol, volgende run: " DM-DRIVER-ID
               GO TO ScanOneDriver-Exit.
           ADD 1 TO ws-pg-cnt.
           MOVE DM-DRIVER-ID TO PG-DRIVER-ID(ws-pg-cnt).
           MOVE DM-PSEUDONIEM TO PG-PSEUDO(ws-pg-cnt).
           MOVE DM-UIT-DIENST-DATE TO PG-UIT-DIENST(ws-pg-cnt).
           MOVE 1 TO ws-cnt-idx.
           PERFORM ClearOneCount UNTIL ws-cnt-idx GREATER THAN 11.

       ScanOneDriver-Exit.
           EXIT.

       ClearOneCount.
           MOVE 0 TO PG-CNT(ws-pg-cnt, ws-cnt-idx).
           ADD 1 TO ws-cnt-idx.

       NotePseudonymNumber.
           if ws-id-pseudoniem AND ws-id-nr IS NUMERIC
               if ws-id-nr GREATER THAN ws-pseudo-nr
                   MOVE ws-id-nr TO ws-pseudo-nr
               end-if
           end-if.

      *--------------Geeft elke bestuurder zonder pseudoniem het----------*
      *--------------volgende en legt het vast in DRVMAST, zodat een------*
      *--------------herstart hetzelfde pseudoniem gebruikt. De-----------*
      *--------------kandidaten staan op id; de nummers gaan in een-------*
      *--------------geschudde volgorde uit, anders zou de n-de regel----*
      *--------------van het certificaat het n-de nieuwe pseudoniem-------*
      *--------------zijn----------------------------------------------------*
       AssignPseudonyms.
           MOVE 0 TO ws-ord-cnt.
           MOVE 1 TO ws-pg-idx.
           PERFORM NoteUnassigned UNTIL ws-pg-idx GREATER THAN
               ws-pg-cnt.
           ACCEPT ws-clock FROM TIME.
           MOVE ws-clock-sscc TO ws-rnd.
           ADD ws-clock-hhmm TO ws-rnd.
           MOVE ws-ord-cnt TO ws-ord-idx.
           PERFORM ShuffleOneOrder UNTIL ws-ord-idx LESS THAN 2.
           MOVE 1 TO ws-ord-idx.
           PERFORM AssignOnePseudonym UNTIL ws-ord-idx GREATER THAN
               ws-ord-cnt.

       NoteUnassigned.
           if PG-PSEUDO(ws-pg-idx) = spaces
               ADD 1 TO ws-ord-cnt
               MOVE ws-pg-idx TO OR-PG-IDX(ws-ord-cnt)
           end-if.
           ADD 1 TO ws-pg-idx.

      *> wisselt plaats ws-ord-idx met een plaats 1 t/m ws-ord-idx; de
      *> reeks is de bekende 16-bits rekenregel, de plaats komt uit de
      *> hoge bits.
       ShuffleOneOrder.
           MULTIPLY ws-rnd BY 25173 GIVING ws-rnd-work.
           ADD 13849 TO ws-rnd-work.
           DIVIDE ws-rnd-work BY 65536 GIVING ws-rnd-quot
               REMAINDER ws-rnd.
           MULTIPLY ws-rnd BY ws-ord-idx GIVING ws-rnd-work.
           DIVIDE ws-rnd-work BY 65536 GIVING ws-ord-pick.
           ADD 1 TO ws-ord-pick.
           MOVE OR-PG-IDX(ws-ord-idx) TO ws-ord-keep.
           MOVE OR-PG-IDX(ws-ord-pick) TO OR-PG-IDX(ws-ord-idx).
           MOVE ws-ord-keep TO OR-PG-IDX(ws-ord-pick).
           SUBTRACT 1 FROM ws-ord-idx.

       AssignOnePseudonym.
           MOVE OR-PG-IDX(ws-ord-idx) TO ws-pg-idx.
           if PG-PSEUDO(ws-pg-idx) = spaces
               ADD 1 TO ws-pseudo-nr
               MOVE "#" TO ws-id-prefix
               MOVE ws-pseudo-nr TO ws-id-nr
               MOVE ws-id-check TO PG-PSEUDO(ws-pg-idx)
               if ws-uitvoeren
                   MOVE PG-DRIVER-ID(ws-pg-idx) TO DM-DRIVER-ID
                   READ DRVMAST-FILE
                       INVALID KEY
                           set ws-io-fout-yes to true
                       NOT INVALID KEY
                           MOVE PG-PSEUDO(ws-pg-idx) TO DM-PSEUDONIEM
                           REWRITE DRVMAST-RECORD
                               INVALID KEY
                                   set ws-io-fout-yes to true
                           end-rewrite
                   end-read
                   if ws-drvmast-status NOT = "00"
                       DISPLAY "Pseudoniem niet vastgelegd: "
                           PG-DRIVER-ID(ws-pg-idx) " status: "
                           ws-drvmast-status
                       set ws-io-fout-yes to true
                   end-if
               end-if
           end-if.
           ADD 1 TO ws-ord-idx.

      *--------------Zoekt de bestuurder in de tabel; 0 = geen kandidaat--*
       FindCandidate.
           MOVE "N" TO ws-pg-found.
           MOVE 1 TO ws-pg-idx.
           PERFORM FindOneCandidate UNTIL ws-pg-found-yes OR
               ws-pg-idx GREATER THAN ws-pg-cnt.
           if NOT ws-pg-found-yes
               MOVE 0 TO ws-pg-idx
           end-if.

       FindOneCandidate.
           if PG-DRIVER-ID(ws-pg-idx) = ws-find-id
               MOVE "Y" TO ws-pg-found
           else
               ADD 1 TO ws-pg-idx
           end-if.

      *--------------DRVHIST: sleutel is de bestuurder; eerst onder het---*
      *--------------pseudoniem schrijven, dan het oude id verwijderen----*
       PurgeDrvhist.
           if ws-drvhist-avail-yes
               MOVE 1 TO ws-pg-idx
               PERFORM PurgeOneDrvhist UNTIL ws-pg-idx GREATER THAN
                   ws-pg-cnt
           end-if.

       PurgeOneDrvhist.
           MOVE PG-DRIVER-ID(ws-pg-idx) TO DH-DRIVER-ID.
           READ DRVHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PG-CNT(ws-pg-idx, 2)
                   if ws-uitvoeren
                       MOVE PG-PSEUDO(ws-pg-idx) TO DH-DRIVER-ID
                       WRITE DRVHIST-RECORD
                           INVALID KEY
                               CONTINUE
                       end-write
                       if ws-drvhist-status NOT = "00" AND
                           ws-drvhist-status NOT = "22"
                           DISPLAY "DRVHIST schrijffout, status: "
                               ws-drvhist-status
                           set ws-io-fout-yes to true
                       else
                           MOVE PG-DRIVER-ID(ws-pg-idx) TO
                               DH-DRIVER-ID
                           DELETE DRVHIST-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           end-delete
                       end-if
                   end-if
           end-read.
           ADD 1 TO ws-pg-idx.

      *--------------SCOREMST: zelfde aanpak als DRVHIST-------------------*
       PurgeScoremst.
           if ws-scoremst-avail-yes
               MOVE 1 TO ws-pg-idx
               PERFORM PurgeOneScoremst UNTIL ws-pg-idx GREATER THAN
                   ws-pg-cnt
           end-if.

       PurgeOneScoremst.
           MOVE PG-DRIVER-ID(ws-pg-idx) TO SC-DRIVER-ID.
           READ SCOREMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PG-CNT(ws-pg-idx, 3)
                   if ws-uitvoeren
                       MOVE PG-PSEUDO(ws-pg-idx) TO SC-DRIVER-ID
                       WRITE SCOREMST-RECORD
                           INVALID KEY
                               CONTINUE
                       end-write
                       if ws-scoremst-status NOT = "00" AND
                           ws-scoremst-status NOT = "22"
                           DISPLAY "SCOREMST schrijffout, status: "
                               ws-scoremst-status
                           set ws-io-fout-yes to true
                       else
                           MOVE PG-DRIVER-ID(ws-pg-idx) TO
                               SC-DRIVER-ID
                           DELETE SCOREMST-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           end-delete
                       end-if
                   end-if
           end-read.
           ADD 1 TO ws-pg-idx.

      *--------------OVSDRV: zelfde aanpak als DRVHIST---------------------*
       PurgeOvsdrv.
           if ws-ovsdrv-avail-yes
               MOVE 1 TO ws-pg-idx
               PERFORM PurgeOneOvsdrv UNTIL ws-pg-idx GREATER THAN
                   ws-pg-cnt
           end-if.

       PurgeOneOvsdrv.
           MOVE PG-DRIVER-ID(ws-pg-idx) TO OD-DRIVER-ID.
           READ OVSDRV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PG-CNT(ws-pg-idx, 8)
                   if ws-uitvoeren
                       MOVE PG-PSEUDO(ws-pg-idx) TO OD-DRIVER-ID
                       WRITE OVSDRV-RECORD
                           INVALID KEY
                               CONTINUE
                       end-write
                       if ws-ovsdrv-status NOT = "00" AND
                           ws-ovsdrv-status NOT = "22"
                           DISPLAY "OVSDRV schrijffout, status: "
                               ws-ovsdrv-status
                           set ws-io-fout-yes to true
                       else
                           MOVE PG-DRIVER-ID(ws-pg-idx) TO
                               OD-DRIVER-ID
                           DELETE OVSDRV-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           end-delete
                       end-if
                   end-if
           end-read.
           ADD 1 TO ws-pg-idx.

      *--------------SPDMAST: de bestuurder zit midden in de sleutel,-----*
      *--------------dus eerst het hele archief door en de nieuwe----------*
      *--------------records in het werkbestand, dan pas herschrijven-----*
       PurgeSpdmast.
           if NOT ws-spdmast-avail-yes
               GO TO PurgeSpdmast-Exit
           end-if.
           MOVE "N" TO ws-copy-fout.
           if ws-uitvoeren
               PERFORM OpenWorkOutput
               if ws-copy-fout-yes
                   GO TO PurgeSpdmast-Exit
               end-if
           end-if.
           MOVE LOW-VALUES TO AR-KEY.
           START SPDMAST-FILE KEY NOT LESS THAN AR-KEY
               INVALID KEY
                   set ws-spd-eof-yes to true
           end-start.
           if ws-spdmast-status NOT = "00"
               set ws-spd-eof-yes to true
           end-if.
           PERFORM ScanOneArchive THRU ScanOneArchive-Exit
               UNTIL ws-spd-eof-yes.
           *> alleen een volledig werkbestand wordt toegepast; de
           *> rest doet de herstart.
           if ws-uitvoeren
               CLOSE PURGWORK-FILE
               if NOT ws-copy-fout-yes
                   PERFORM OpenWorkInput
               end-if
               if NOT ws-copy-fout-yes
                   MOVE "N" TO ws-work-eof
                   PERFORM ApplyOneSpdWork UNTIL ws-work-eof-yes
                   CLOSE PURGWORK-FILE
               end-if
           end-if.

       PurgeSpdmast-Exit.
           EXIT.

       ScanOneArchive.
           READ SPDMAST-FILE NEXT RECORD
               AT END
                   set ws-spd-eof-yes to true
           end-read.
           if ws-spd-eof-yes
               GO TO ScanOneArchive-Exit.
           if ws-spdmast-status NOT = "00" AND
               ws-spdmast-status NOT = "02"
               DISPLAY "SPDMAST leesfout, status: " ws-spdmast-status
               set ws-io-fout-yes to true
               set ws-spd-eof-yes to true
               GO TO ScanOneArchive-Exit.
           MOVE AR-DRIVER-ID TO ws-find-id.
           PERFORM FindCandidate.
           if ws-pg-idx = 0
               GO TO ScanOneArchive-Exit.
           ADD 1 TO PG-CNT(ws-pg-idx, 4).
           if ws-uitvoeren
               MOVE AR-KEY TO sw-old-key
               MOVE AR-LOG-DATA TO SPEEDLOG-RECORD
               if SL-DRIVER-ID = ws-find-id
                   MOVE PG-PSEUDO(ws-pg-idx) TO SL-DRIVER-ID
               end-if
               MOVE SPEEDLOG-RECORD TO AR-LOG-DATA
               MOVE PG-PSEUDO(ws-pg-idx) TO AR-DRIVER-ID
               MOVE SPDMAST-RECORD TO sw-new-record
               WRITE WORK-RECORD FROM ws-spd-work
               PERFORM CheckWorkWrite
           end-if.

       ScanOneArchive-Exit.
           EXIT.

       ApplyOneSpdWork.
           READ PURGWORK-FILE INTO ws-spd-work
               AT END
                   set ws-work-eof-yes to true
               NOT AT END
                   MOVE sw-new-record TO SPDMAST-RECORD
                   WRITE SPDMAST-RECORD
                       INVALID KEY
                           CONTINUE
                   end-write
                   if ws-spdmast-status NOT = "00" AND
                       ws-spdmast-status NOT = "22"
                       DISPLAY "SPDMAST schrijffout, status: "
                           ws-spdmast-status
                       set ws-io-fout-yes to true
                   else
                       MOVE sw-old-key TO AR-KEY
                       DELETE SPDMAST-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       end-delete
                   end-if
           end-read.

      *--------------TELEIDX: per bestuurder de sessies onder het oude---*
      *--------------id en onder het pseudoniem (van een afgebroken------*
      *--------------run); beide leveren de te herschrijven generaties----*
       PurgeTeleidx.
           if NOT ws-teleidx-avail-yes
               GO TO PurgeTeleidx-Exit
           end-if.
           MOVE "N" TO ws-copy-fout.
           if ws-uitvoeren
               PERFORM OpenWorkOutput
               if ws-copy-fout-yes
                   GO TO PurgeTeleidx-Exit
               end-if
           end-if.
           MOVE 1 TO ws-pg-idx.
           PERFORM ScanTeleidxDriver UNTIL ws-pg-idx GREATER THAN
               ws-pg-cnt.
           *> alleen een volledig werkbestand wordt toegepast; de
           *> rest doet de herstart.
           if ws-uitvoeren
               CLOSE PURGWORK-FILE
               if NOT ws-copy-fout-yes
                   PERFORM OpenWorkInput
               end-if
               if NOT ws-copy-fout-yes
                   MOVE "N" TO ws-work-eof
                   PERFORM ApplyOneTixWork UNTIL ws-work-eof-yes
                   CLOSE PURGWORK-FILE
               end-if
           end-if.

       PurgeTeleidx-Exit.
           EXIT.

       ScanTeleidxDriver.
           MOVE PG-DRIVER-ID(ws-pg-idx) TO ws-tix-driver.
           MOVE "Y" TO ws-tix-real.
           PERFORM ScanTeleidxKey.
           MOVE PG-PSEUDO(ws-pg-idx) TO ws-tix-driver.
           MOVE "N" TO ws-tix-real.
           PERFORM ScanTeleidxKey.
           ADD 1 TO ws-pg-idx.

       ScanTeleidxKey.
           MOVE "N" TO ws-tix-eof.
           MOVE ws-tix-driver TO TI-DRIVER-ID.
           MOVE LOW-VALUES TO TI-SESSION-ID.
           START TELEIDX-FILE KEY NOT LESS THAN TI-KEY
               INVALID KEY
                   set ws-tix-eof-yes to true
           end-start.
           if ws-teleidx-status NOT = "00"
               set ws-tix-eof-yes to true
           end-if.
           PERFORM ReadOneTeleidx THRU ReadOneTeleidx-Exit
               UNTIL ws-tix-eof-yes.

       ReadOneTeleidx.
           READ TELEIDX-FILE NEXT RECORD
               AT END
                   set ws-tix-eof-yes to true
           end-read.
           if ws-tix-eof-yes
               GO TO ReadOneTeleidx-Exit.
           if ws-teleidx-status NOT = "00" AND
               ws-teleidx-status NOT = "02"
               DISPLAY "TELEIDX leesfout, status: " ws-teleidx-status
               set ws-io-fout-yes to true
               set ws-tix-eof-yes to true
               GO TO ReadOneTeleidx-Exit.
           if TI-DRIVER-ID NOT = ws-tix-driver
               set ws-tix-eof-yes to true
               GO TO ReadOneTeleidx-Exit.
           MOVE TI-PROC-DATE TO ws-gen-find.
           PERFORM AddGeneration.
           if ws-tix-real-yes
               ADD 1 TO PG-CNT(ws-pg-idx, 5)
               if ws-uitvoeren
                   MOVE TI-KEY TO tw-old-key
                   MOVE PG-PSEUDO(ws-pg-idx) TO TI-DRIVER-ID
                   MOVE TELEIDX-RECORD TO tw-new-record
                   WRITE WORK-RECORD FROM ws-tix-work
                   PERFORM CheckWorkWrite
               end-if
           end-if.

       ReadOneTeleidx-Exit.
           EXIT.

       ApplyOneTixWork.
           READ PURGWORK-FILE INTO ws-tix-work
               AT END
                   set ws-work-eof-yes to true
               NOT AT END
                   MOVE tw-new-record TO TELEIDX-RECORD
                   WRITE TELEIDX-RECORD
                       INVALID KEY
                           CONTINUE
                   end-write
                   if ws-teleidx-status NOT = "00" AND
                       ws-teleidx-status NOT = "22"
                       DISPLAY "TELEIDX schrijffout, status: "
                           ws-teleidx-status
                       set ws-io-fout-yes to true
                   else
                       MOVE tw-old-key TO TI-KEY
                       DELETE TELEIDX-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       end-delete
                   end-if
           end-read.

      *--------------Onthoudt een generatiedatum, elke datum een keer-----*
       AddGeneration.
           if ws-gen-find IS NUMERIC AND ws-gen-find GREATER THAN 0
               MOVE "N" TO ws-gen-found
               MOVE 1 TO ws-gen-idx
               PERFORM FindOneGeneration UNTIL ws-gen-found-yes OR
                   ws-gen-idx GREATER THAN ws-gen-cnt
               if NOT ws-gen-found-yes
                   if ws-gen-cnt LESS THAN ws-gen-max
                       ADD 1 TO ws-gen-cnt
                       MOVE ws-gen-find TO GN-DATE(ws-gen-cnt)
                   else
                       *> een generatie overslaan zou het id daar
                       *> laten staan: de run is dan niet af.
                       DISPLAY "GEN-TABLE vol, generatie overgeslagen: "
                           ws-gen-find
                       set ws-io-fout-yes to true
                   end-if
               end-if
           end-if.

       FindOneGeneration.
           if GN-DATE(ws-gen-idx) = ws-gen-find
               MOVE "Y" TO ws-gen-found
           else
               ADD 1 TO ws-gen-idx
           end-if.

      *--------------TELEOUT: elke generatie via het werkbestand----------*
      *--------------herschrijven, alleen als er iets veranderd is---------*
       PurgeTeleout.
           MOVE 1 TO ws-gen-idx.
           PERFORM PurgeOneGeneration THRU PurgeOneGeneration-Exit
               UNTIL ws-gen-idx GREATER THAN ws-gen-cnt.

       PurgeOneGeneration.
           MOVE spaces TO ws-teleout-name.
           STRING "TELEOUT." GN-DATE(ws-gen-idx) ".DAT"
               DELIMITED BY SIZE INTO ws-teleout-name.
           MOVE 0 TO ws-gen-changed.
           MOVE "N" TO ws-tele-eof.
           OPEN INPUT TELEOUT-FILE.
           if ws-teleout-status NOT = "00"
               DISPLAY "Kan " ws-teleout-name " niet openen, status: "
                   ws-teleout-status
               ADD 1 TO ws-gen-missing
               *> het id blijft daar staan: niet af, pseudoniem houden.
               set ws-io-fout-yes to true
               GO TO PurgeOneGeneration-Next.
           MOVE "N" TO ws-copy-fout.
           if ws-uitvoeren
               PERFORM OpenWorkOutput
               if ws-copy-fout-yes
                   CLOSE TELEOUT-FILE
                   GO TO PurgeOneGeneration-Next
               end-if
           end-if.
           PERFORM CopyOneTeleRecord UNTIL ws-tele-eof-yes.
           CLOSE TELEOUT-FILE.
           if NOT ws-uitvoeren
               GO TO PurgeOneGeneration-Next.
           CLOSE PURGWORK-FILE.
           if ws-gen-changed = 0 OR ws-copy-fout-yes
               GO TO PurgeOneGeneration-Next.
           PERFORM OpenWorkInput.
           if ws-copy-fout-yes
               GO TO PurgeOneGeneration-Next.
           OPEN OUTPUT TELEOUT-FILE.
           if ws-teleout-status NOT = "00"
               DISPLAY "Kan " ws-teleout-name " niet herschrijven, "
                   "status: " ws-teleout-status
               set ws-io-fout-yes to true
               CLOSE PURGWORK-FILE
               GO TO PurgeOneGeneration-Next.
           MOVE ws-teleout-name TO ws-work-for.
           MOVE "N" TO ws-work-eof.
           PERFORM CopyBackTeleRecord UNTIL ws-work-eof-yes.
           CLOSE TELEOUT-FILE.
           CLOSE PURGWORK-FILE.
           if NOT ws-copy-fout-yes
               ADD 1 TO ws-gen-rewritten
           end-if.

       PurgeOneGeneration-Next.
           ADD 1 TO ws-gen-idx.

       PurgeOneGeneration-Exit.
           EXIT.

       CopyOneTeleRecord.
           READ TELEOUT-FILE
               AT END
                   set ws-tele-eof-yes to true
               NOT AT END
                   MOVE TL-DRIVER-ID TO ws-find-id
                   PERFORM FindCandidate
                   if ws-pg-idx NOT = 0
                       ADD 1 TO PG-CNT(ws-pg-idx, 6)
                       ADD 1 TO ws-gen-changed
                       MOVE PG-PSEUDO(ws-pg-idx) TO TL-DRIVER-ID
                   end-if
                   if ws-uitvoeren
                       WRITE WORK-RECORD FROM TELE-RECORD
                       PERFORM CheckWorkWrite
                   end-if
           end-read.

       CopyBackTeleRecord.
           READ PURGWORK-FILE INTO TELE-RECORD
               AT END
                   set ws-work-eof-yes to true
               NOT AT END
                   WRITE TELE-RECORD
                   MOVE ws-teleout-status TO ws-copyback-status
                   PERFORM CheckCopyBack
           end-read.

      *--------------AUDITLOG: sleutel en beelden van DRVMAST- en---------*
      *--------------SPEEDEXC-records; een DRVMAST-beeld verliest ook------*
      *--------------de naam----------------------------------------------*
       PurgeAuditlog.
           MOVE "N" TO ws-aud-eof.
           MOVE 0 TO ws-aud-changed.
           OPEN INPUT AUDITLOG-FILE.
           *> geen audit-spoor (35) is niets te doen; elke andere fout
           *> laat het oude id op het spoor staan.
           if ws-auditlog-status NOT = "00"
               if ws-auditlog-status NOT = "35"
                   DISPLAY "Kan AUDITLOG.DAT niet openen, status: "
                       ws-auditlog-status
                   set ws-io-fout-yes to true
               end-if
               GO TO PurgeAuditlog-Exit
           end-if.
           MOVE "N" TO ws-copy-fout.
           if ws-uitvoeren
               PERFORM OpenWorkOutput
               if ws-copy-fout-yes
                   CLOSE AUDITLOG-FILE
                   GO TO PurgeAuditlog-Exit
               end-if
           end-if.
           PERFORM CopyOneAuditRecord UNTIL ws-aud-eof-yes.
           CLOSE AUDITLOG-FILE.
           if NOT ws-uitvoeren
               GO TO PurgeAuditlog-Exit.
           CLOSE PURGWORK-FILE.
           if ws-aud-changed = 0 OR ws-copy-fout-yes
               GO TO PurgeAuditlog-Exit.
           PERFORM OpenWorkInput.
           if ws-copy-fout-yes
               GO TO PurgeAuditlog-Exit.
           OPEN OUTPUT AUDITLOG-FILE.
           if ws-auditlog-status NOT = "00"
               DISPLAY "Kan AUDITLOG.DAT niet herschrijven, status: "
                   ws-auditlog-status
               set ws-io-fout-yes to true
               CLOSE PURGWORK-FILE
               GO TO PurgeAuditlog-Exit.
           MOVE "AUDITLOG.DAT" TO ws-work-for.
           MOVE "N" TO ws-work-eof.
           PERFORM CopyBackAuditRecord UNTIL ws-work-eof-yes.
           CLOSE AUDITLOG-FILE.
           CLOSE PURGWORK-FILE.

       PurgeAuditlog-Exit.
           EXIT.

       CopyOneAuditRecord.
           READ AUDITLOG-FILE
               AT END
                   set ws-aud-eof-yes to true
               NOT AT END
                   PERFORM AnonymiseAuditRecord
                       THRU AnonymiseAuditRecord-Exit
                   if ws-uitvoeren
                       WRITE WORK-RECORD FROM AUDIT-RECORD
                       PERFORM CheckWorkWrite
                   end-if
           end-read.

       AnonymiseAuditRecord.
           if AU-FILE-NAME NOT = "DRVMAST" AND
               AU-FILE-NAME NOT = "SPEEDEXC"
               GO TO AnonymiseAuditRecord-Exit.
           MOVE AU-KEY TO ws-aud-key-view.
           MOVE avk-driver-id TO ws-find-id.
           PERFORM FindCandidate.
           if ws-pg-idx = 0
               GO TO AnonymiseAuditRecord-Exit.
           ADD 1 TO PG-CNT(ws-pg-idx, 7).
           ADD 1 TO ws-aud-changed.
           MOVE PG-PSEUDO(ws-pg-idx) TO avk-driver-id.
           MOVE ws-aud-key-view TO AU-KEY.
           if AU-FILE-NAME = "DRVMAST"
               if AU-BEFORE NOT = spaces
                   MOVE AU-BEFORE TO DRVMAST-RECORD
                   PERFORM BlankDriverImage
                   MOVE DRVMAST-RECORD TO AU-BEFORE
               end-if
               if AU-AFTER NOT = spaces
                   MOVE AU-AFTER TO DRVMAST-RECORD
                   PERFORM BlankDriverImage
                   MOVE DRVMAST-RECORD TO AU-AFTER
               end-if
           else
               if AU-BEFORE NOT = spaces
                   MOVE AU-BEFORE TO EXC-AUDIT-IMAGE
                   MOVE PG-PSEUDO(ws-pg-idx) TO EI-DRIVER-ID
                   MOVE EXC-AUDIT-IMAGE TO AU-BEFORE
               end-if
               if AU-AFTER NOT = spaces
                   MOVE AU-AFTER TO EXC-AUDIT-IMAGE
                   MOVE PG-PSEUDO(ws-pg-idx) TO EI-DRIVER-ID
                   MOVE EXC-AUDIT-IMAGE TO AU-AFTER
               end-if
           end-if.

       AnonymiseAuditRecord-Exit.
           EXIT.

      *> zelfde velden weg als in RekeyDriverMaster: met de datum uit
      *> dienst zou het beeld via het certificaat terug te vinden zijn.
       BlankDriverImage.
           MOVE PG-PSEUDO(ws-pg-idx) TO DM-DRIVER-ID.
           MOVE spaces TO DM-NAAM.
           MOVE spaces TO DM-PSEUDONIEM.
           MOVE 0 TO DM-UIT-DIENST-DATE.
           MOVE 0 TO DM-PURGE-DATE.

       CopyBackAuditRecord.
           READ PURGWORK-FILE INTO AUDIT-RECORD
               AT END
                   set ws-work-eof-yes to true
               NOT AT END
                   WRITE AUDIT-RECORD
                   MOVE ws-auditlog-status TO ws-copyback-status
                   PERFORM CheckCopyBack
           end-read.

      *--------------OVSINC: de nog niet geescaleerde incidenten----------*
      *--------------via het werkbestand herschrijven-----------------------*
       PurgeOvsinc.
           MOVE "N" TO ws-ovi-eof.
           MOVE 0 TO ws-ovi-changed.
           OPEN INPUT OVSINC-FILE.
           if ws-ovsinc-status NOT = "00"
               if ws-ovsinc-status NOT = "35"
                   DISPLAY "Kan OVSINC.DAT niet openen, status: "
                       ws-ovsinc-status
                   set ws-io-fout-yes to true
               end-if
               GO TO PurgeOvsinc-Exit
           end-if.
           MOVE "N" TO ws-copy-fout.
           if ws-uitvoeren
               PERFORM OpenWorkOutput
               if ws-copy-fout-yes
                   CLOSE OVSINC-FILE
                   GO TO PurgeOvsinc-Exit
               end-if
           end-if.
           PERFORM CopyOneOvsincRecord UNTIL ws-ovi-eof-yes.
           CLOSE OVSINC-FILE.
           if NOT ws-uitvoeren
               GO TO PurgeOvsinc-Exit.
           CLOSE PURGWORK-FILE.
           if ws-ovi-changed = 0 OR ws-copy-fout-yes
               GO TO PurgeOvsinc-Exit.
           PERFORM OpenWorkInput.
           if ws-copy-fout-yes
               GO TO PurgeOvsinc-Exit.
           OPEN OUTPUT OVSINC-FILE.
           if ws-ovsinc-status NOT = "00"
               DISPLAY "Kan OVSINC.DAT niet herschrijven, status: "
                   ws-ovsinc-status
               set ws-io-fout-yes to true
               CLOSE PURGWORK-FILE
               GO TO PurgeOvsinc-Exit.
           MOVE "OVSINC.DAT" TO ws-work-for.
           MOVE "N" TO ws-work-eof.
           PERFORM CopyBackOvsincRecord UNTIL ws-work-eof-yes.
           CLOSE OVSINC-FILE.
           CLOSE PURGWORK-FILE.

       PurgeOvsinc-Exit.
           EXIT.

       CopyOneOvsincRecord.
           READ OVSINC-FILE
               AT END
                   set ws-ovi-eof-yes to true
               NOT AT END
                   MOVE OI-DRIVER-ID TO ws-find-id
                   PERFORM FindCandidate
                   if ws-pg-idx NOT = 0
                       ADD 1 TO PG-CNT(ws-pg-idx, 9)
                       ADD 1 TO ws-ovi-changed
                       MOVE PG-PSEUDO(ws-pg-idx) TO OI-DRIVER-ID
                   end-if
                   if ws-uitvoeren
                       WRITE WORK-RECORD FROM OVSINC-RECORD
                       PERFORM CheckWorkWrite
                   end-if
           end-read.

       CopyBackOvsincRecord.
           READ PURGWORK-FILE INTO OVSINC-RECORD
               AT END
                   set ws-work-eof-yes to true
               NOT AT END
                   WRITE OVSINC-RECORD
                   MOVE ws-ovsinc-status TO ws-copyback-status
                   PERFORM CheckCopyBack
           end-read.

      *--------------Werkbestand openen en schrijven, met controle; een--*
      *--------------fout zet ws-copy-fout en maakt de run onvolledig----*
       OpenWorkOutput.
           if ws-work-bewaard-yes
               set ws-copy-fout-yes to true
               set ws-io-fout-yes to true
           else
               OPEN OUTPUT PURGWORK-FILE
               if ws-purgwork-status NOT = "00"
                   DISPLAY "Kan PURGWORK.DAT niet aanmaken, status: "
                       ws-purgwork-status
                   set ws-copy-fout-yes to true
                   set ws-io-fout-yes to true
               end-if
           end-if.

       OpenWorkInput.
           OPEN INPUT PURGWORK-FILE.
           if ws-purgwork-status NOT = "00"
               DISPLAY "Kan PURGWORK.DAT niet lezen, status: "
                   ws-purgwork-status
               set ws-copy-fout-yes to true
               set ws-io-fout-yes to true
           end-if.

       CheckWorkWrite.
           if ws-purgwork-status NOT = "00"
               DISPLAY "PURGWORK schrijffout, status: "
                   ws-purgwork-status
               set ws-copy-fout-yes to true
               set ws-io-fout-yes to true
           end-if.

      *> het terugschrijven van ws-work-for brak af: dat bestand is
      *> nu onvolledig en PURGWORK.DAT de enige volledige kopie.
       CheckCopyBack.
           if ws-copyback-status NOT = "00"
               DISPLAY ws-work-for " schrijffout, status: "
                   ws-copyback-status
               DISPLAY "Eerst " ws-work-for " terugzetten uit "
                   "PURGWORK.DAT, dan herstarten"
               set ws-work-bewaard-yes to true
               set ws-copy-fout-yes to true
               set ws-io-fout-yes to true
               set ws-work-eof-yes to true
           end-if.

      *--------------SCOREMND: sleutel begint met de bestuurder, meer-----*
      *--------------maanden per bestuurder; zelfde aanpak als TELEIDX---*
       PurgeScoremnd.
           if NOT ws-scoremnd-avail-yes
               GO TO PurgeScoremnd-Exit
           end-if.
           MOVE "N" TO ws-copy-fout.
           if ws-uitvoeren
               PERFORM OpenWorkOutput
               if ws-copy-fout-yes
                   GO TO PurgeScoremnd-Exit
               end-if
           end-if.
           MOVE 1 TO ws-pg-idx.
           PERFORM ScanScoremndDriver UNTIL ws-pg-idx GREATER THAN
               ws-pg-cnt.
           *> alleen een volledig werkbestand wordt toegepast; de
           *> rest doet de herstart.
           if ws-uitvoeren
               CLOSE PURGWORK-FILE
               if NOT ws-copy-fout-yes
                   PERFORM OpenWorkInput
               end-if
               if NOT ws-copy-fout-yes
                   MOVE "N" TO ws-work-eof
                   PERFORM ApplyOneSmdWork UNTIL ws-work-eof-yes
                   CLOSE PURGWORK-FILE
               end-if
           end-if.

       PurgeScoremnd-Exit.
           EXIT.

       ScanScoremndDriver.
           MOVE "N" TO ws-key-eof.
           MOVE PG-DRIVER-ID(ws-pg-idx) TO SM-DRIVER-ID.
           MOVE 0 TO SM-MONTH.
           START SCOREMND-FILE KEY NOT LESS THAN SM-KEY
               INVALID KEY
                   set ws-key-eof-yes to true
           end-start.
           if ws-scoremnd-status NOT = "00"
               set ws-key-eof-yes to true
           end-if.
           PERFORM ReadOneScoremnd THRU ReadOneScoremnd-Exit
               UNTIL ws-key-eof-yes.
           ADD 1 TO ws-pg-idx.

       ReadOneScoremnd.
           READ SCOREMND-FILE NEXT RECORD
               AT END
                   set ws-key-eof-yes to true
           end-read.
           if ws-key-eof-yes
               GO TO ReadOneScoremnd-Exit.
           if ws-scoremnd-status NOT = "00" AND
               ws-scoremnd-status NOT = "02"
               DISPLAY "SCOREMND leesfout, status: " ws-scoremnd-status
               set ws-io-fout-yes to true
               set ws-key-eof-yes to true
               GO TO ReadOneScoremnd-Exit.
           if SM-DRIVER-ID NOT = PG-DRIVER-ID(ws-pg-idx)
               set ws-key-eof-yes to true
               GO TO ReadOneScoremnd-Exit.
           ADD 1 TO PG-CNT(ws-pg-idx, 10).
           if ws-uitvoeren
               MOVE SM-KEY TO mw-old-key
               MOVE PG-PSEUDO(ws-pg-idx) TO SM-DRIVER-ID
               MOVE SCOREMND-RECORD TO mw-new-record
               WRITE WORK-RECORD FROM ws-smd-work
               PERFORM CheckWorkWrite
           end-if.

       ReadOneScoremnd-Exit.
           EXIT.

       ApplyOneSmdWork.
           READ PURGWORK-FILE INTO ws-smd-work
               AT END
                   set ws-work-eof-yes to true
               NOT AT END
                   MOVE mw-new-record TO SCOREMND-RECORD
                   WRITE SCOREMND-RECORD
                       INVALID KEY
                           CONTINUE
                   end-write
                   if ws-scoremnd-status NOT = "00" AND
                       ws-scoremnd-status NOT = "22"
                       DISPLAY "SCOREMND schrijffout, status: "
                           ws-scoremnd-status
                       set ws-io-fout-yes to true
                   else
                       MOVE mw-old-key TO SM-KEY
                       DELETE SCOREMND-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       end-delete
                   end-if
           end-read.

      *--------------BONPAID: zelfde aanpak als SCOREMND--------------------*
       PurgeBonpaid.
           if NOT ws-bonpaid-avail-yes
               GO TO PurgeBonpaid-Exit
           end-if.
           MOVE "N" TO ws-copy-fout.
           if ws-uitvoeren
               PERFORM OpenWorkOutput
               if ws-copy-fout-yes
                   GO TO PurgeBonpaid-Exit
               end-if
           end-if.
           MOVE 1 TO ws-pg-idx.
           PERFORM ScanBonpaidDriver UNTIL ws-pg-idx GREATER THAN
               ws-pg-cnt.
           *> alleen een volledig werkbestand wordt toegepast; de
           *> rest doet de herstart.
           if ws-uitvoeren
               CLOSE PURGWORK-FILE
               if NOT ws-copy-fout-yes
                   PERFORM OpenWorkInput
               end-if
               if NOT ws-copy-fout-yes
                   MOVE "N" TO ws-work-eof
                   PERFORM ApplyOneBpdWork UNTIL ws-work-eof-yes
                   CLOSE PURGWORK-FILE
               end-if
           end-if.

       PurgeBonpaid-Exit.
           EXIT.

       ScanBonpaidDriver.
           MOVE "N" TO ws-key-eof.
           MOVE PG-DRIVER-ID(ws-pg-idx) TO BD-DRIVER-ID.
           MOVE 0 TO BD-MONTH.
           START BONPAID-FILE KEY NOT LESS THAN BD-KEY
               INVALID KEY
                   set ws-key-eof-yes to true
           end-start.
           if ws-bonpaid-status NOT = "00"
               set ws-key-eof-yes to true
           end-if.
           PERFORM ReadOneBonpaid THRU ReadOneBonpaid-Exit
               UNTIL ws-key-eof-yes.
           ADD 1 TO ws-pg-idx.

       ReadOneBonpaid.
           READ BONPAID-FILE NEXT RECORD
               AT END
                   set ws-key-eof-yes to true
           end-read.
           if ws-key-eof-yes
               GO TO ReadOneBonpaid-Exit.
           if ws-bonpaid-status NOT = "00" AND
               ws-bonpaid-status NOT = "02"
               DISPLAY "BONPAID leesfout, status: " ws-bonpaid-status
               set ws-io-fout-yes to true
               set ws-key-eof-yes to true
               GO TO ReadOneBonpaid-Exit.
           if BD-DRIVER-ID NOT = PG-DRIVER-ID(ws-pg-idx)
               set ws-key-eof-yes to true
               GO TO ReadOneBonpaid-Exit.
           ADD 1 TO PG-CNT(ws-pg-idx, 11).
           if ws-uitvoeren
               MOVE BD-KEY TO bw-old-key
               MOVE PG-PSEUDO(ws-pg-idx) TO BD-DRIVER-ID
               MOVE BONPAID-RECORD TO bw-new-record
               WRITE WORK-RECORD FROM ws-bpd-work
               PERFORM CheckWorkWrite
           end-if.

       ReadOneBonpaid-Exit.
           EXIT.

       ApplyOneBpdWork.
           READ PURGWORK-FILE INTO ws-bpd-work
               AT END
                   set ws-work-eof-yes to true
               NOT AT END
                   MOVE bw-new-record TO BONPAID-RECORD
                   WRITE BONPAID-RECORD
                       INVALID KEY
                           CONTINUE
                   end-write
                   if ws-bonpaid-status NOT = "00" AND
                       ws-bonpaid-status NOT = "22"
                       DISPLAY "BONPAID schrijffout, status: "
                           ws-bonpaid-status
                       set ws-io-fout-yes to true
                   else
                       MOVE bw-old-key TO BD-KEY
                       DELETE BONPAID-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       end-delete
                   end-if
           end-read.

      *--------------DRVMAST als laatste: het record komt zonder naam-----*
      *--------------onder het pseudoniem en het oude id verdwijnt---------*
       FinishDrvmast.
           MOVE 1 TO ws-pg-idx.
           PERFORM FinishOneDriver UNTIL ws-pg-idx GREATER THAN
               ws-pg-cnt.

       FinishOneDriver.
           if NOT ws-uitvoeren
               ADD 1 TO PG-CNT(ws-pg-idx, 1)
           else
               MOVE PG-DRIVER-ID(ws-pg-idx) TO DM-DRIVER-ID
               READ DRVMAST-FILE
                   INVALID KEY
                       DISPLAY "Niet meer in DRVMAST: "
                           PG-DRIVER-ID(ws-pg-idx)
                   NOT INVALID KEY
                       PERFORM RekeyDriverMaster
               end-read
           end-if.
           ADD 1 TO ws-pg-idx.

       RekeyDriverMaster.
           MOVE PG-PSEUDO(ws-pg-idx) TO DM-DRIVER-ID.
           MOVE spaces TO DM-NAAM.
           MOVE spaces TO DM-PSEUDONIEM.
           *> met de datum uit dienst en de depot samen zou het
           *> pseudoniem via het certificaat terug te vinden zijn.
           MOVE 0 TO DM-UIT-DIENST-DATE.
           MOVE ws-run-date TO DM-PURGE-DATE.
           WRITE DRVMAST-RECORD
               INVALID KEY
                   CONTINUE
           end-write.
           if ws-drvmast-status NOT = "00" AND
               ws-drvmast-status NOT = "22"
               DISPLAY "DRVMAST schrijffout, status: "
                   ws-drvmast-status
               set ws-io-fout-yes to true
           else
               MOVE PG-DRIVER-ID(ws-pg-idx) TO DM-DRIVER-ID
               DELETE DRVMAST-FILE RECORD
                   INVALID KEY
                       CONTINUE
               end-delete
               ADD 1 TO PG-CNT(ws-pg-idx, 1)
           end-if.

      *--------------Maakt PURGWORK.DAT leeg na een geslaagde run--------*
       EmptyWorkFile.
           OPEN OUTPUT PURGWORK-FILE.
           if ws-purgwork-status = "00"
               CLOSE PURGWORK-FILE
           end-if.
           if ws-purgwork-status = "00"
               set ws-work-geleegd-yes to true
           else
               DISPLAY "Kan PURGWORK.DAT niet leegmaken, status: "
                   ws-purgwork-status
               set ws-io-fout-yes to true
           end-if.

      *--------------Het certificaat: per bestuurder de tellingen---------*
       WriteCertificate.
           WRITE PURGRPT-RECORD FROM ws-report-columns.
           MOVE 1 TO ws-pg-idx.
           PERFORM WriteOneDriverLine UNTIL ws-pg-idx GREATER THAN
               ws-pg-cnt.
           MOVE 1 TO ws-nd-idx.
           PERFORM WriteOneNoDateLine UNTIL ws-nd-idx GREATER THAN
               ws-nd-cnt.
           WRITE PURGRPT-RECORD FROM ws-separator-line.
           MOVE "BESTUURDERS OPGESCHOOND     : " TO rpt-total-text.
           MOVE ws-pg-cnt TO rpt-total-count.
           WRITE PURGRPT-RECORD FROM ws-total-line.
           MOVE "UIT DIENST ZONDER DATUM     : " TO rpt-total-text.
           MOVE ws-nd-cnt TO rpt-total-count.
           WRITE PURGRPT-RECORD FROM ws-total-line.
           MOVE "TELEOUT-GENERATIES GEVONDEN : " TO rpt-total-text.
           MOVE ws-gen-cnt TO rpt-total-count.
           WRITE PURGRPT-RECORD FROM ws-total-line.
           MOVE "TELEOUT-GENERATIES HERSCHR. : " TO rpt-total-text.
           MOVE ws-gen-rewritten TO rpt-total-count.
           WRITE PURGRPT-RECORD FROM ws-total-line.
           MOVE "TELEOUT-GENERATIES ONTBREKEN: " TO rpt-total-text.
           MOVE ws-gen-missing TO rpt-total-count.
           WRITE PURGRPT-RECORD FROM ws-total-line.
           if ws-work-geleegd-yes
               MOVE "GELEEGD" TO rpt-work-status
           else
               if ws-uitvoeren
                   MOVE "NIET GELEEGD - BEVAT DE KOPPELING"
                       TO rpt-work-status
               else
                   MOVE "NIET GEBRUIKT (PROEFRUN)" TO rpt-work-status
               end-if
           end-if.
           WRITE PURGRPT-RECORD FROM ws-work-line.
           if ws-io-fout-yes
               MOVE "ONVOLLEDIG - HERSTART NODIG" TO rpt-run-status
           else
               if ws-uitvoeren
                   MOVE "VOLLEDIG" TO rpt-run-status
               else
                   MOVE "PROEF - NIETS GEWIJZIGD" TO rpt-run-status
               end-if
           end-if.
           WRITE PURGRPT-RECORD FROM ws-status-line.
           MOVE spaces TO PURGRPT-RECORD.
           WRITE PURGRPT-RECORD.
           WRITE PURGRPT-RECORD FROM ws-signoff-line.

       WriteOneDriverLine.
           MOVE spaces TO ws-report-detail.
           MOVE PG-DRIVER-ID(ws-pg-idx) TO rpt-driver-id.
           MOVE PG-UIT-DIENST(ws-pg-idx) TO rpt-uit-dienst.
           MOVE 1 TO ws-cnt-idx.
           PERFORM FillOneCount UNTIL ws-cnt-idx GREATER THAN 11.
           WRITE PURGRPT-RECORD FROM ws-report-detail.
           ADD 1 TO ws-pg-idx.

       FillOneCount.
           MOVE PG-CNT(ws-pg-idx, ws-cnt-idx) TO rpt-cnt(ws-cnt-idx).
           ADD 1 TO ws-cnt-idx.

       WriteOneNoDateLine.
           MOVE ND-DRIVER-ID(ws-nd-idx) TO rpt-nd-driver.
           WRITE PURGRPT-RECORD FROM ws-nodate-line.
           ADD 1 TO ws-nd-idx.

      *--------------Sluit alle bestanden----------------------------------*
       CloseFiles.
           CLOSE DRVMAST-FILE.
           if ws-drvhist-avail-yes
               CLOSE DRVHIST-FILE
           end-if.
           if ws-scoremst-avail-yes
               CLOSE SCOREMST-FILE
           end-if.
           if ws-spdmast-avail-yes
               CLOSE SPDMAST-FILE
           end-if.
           if ws-teleidx-avail-yes
               CLOSE TELEIDX-FILE
           end-if.
           if ws-ovsdrv-avail-yes
               CLOSE OVSDRV-FILE
           end-if.
           if ws-scoremnd-avail-yes
               CLOSE SCOREMND-FILE
           end-if.
           if ws-bonpaid-avail-yes
               CLOSE BONPAID-FILE
           end-if.
           CLOSE PURGRPT-FILE.
           DISPLAY "Bestuurders opgeschoond: " ws-pg-cnt.
           DISPLAY "Generaties herschreven : " ws-gen-rewritten.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Retentie-opschoning.
