      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: Nachtstroom: draait de nachtstappen in vaste volgorde
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: vervangt het met de hand achter
      *            elkaar starten van de nachtprogramma's. De stappen
      *            Speedin-samenvoeging, Car-versnellingen, Nacht-
      *            balans, Teleout-dagafsluiting, Speedlog-archief en
      *            Rijstijl-score draaien in die vaste volgorde; elke
      *            stap wordt met verwerkingsdatum, start- en eindtijd,
      *            return-code en status vastgelegd in het blijvende
      *            stappenlogboek NACHTLOG. Een stap met return-code 8
      *            of hoger is mislukt en dan wordt geen enkele
      *            volgende stap meer gestart (geen dagafsluiting meer
      *            na een nacht UIT BALANS). Een nacht die al in het
      *            logboek staat draait alleen nog in herstart-modus
      *            (NACHTPARM): voltooide stappen worden dan
      *            overgeslagen en de nacht gaat verder vanaf de
      *            mislukte stap. Het ochtendoverzicht NACHTRPT toont
      *            alle stappen met een aftekenregel voor de dagdienst.
      * 15-10-2026 Stap 7 Onderhoudsinterval toegevoegd: telt de km van
      *            de TELEOUT-generatie bij in het onderhoudsplan.
      * 15-10-2026 Stap 8 Overspeed-escalatie toegevoegd: verwerkt de
      *            overspeed-incidenten van Car-versnellingen en maakt
      *            de waarschuwingsbrieven.
      * 15-10-2026 Stap Sensor-bewaking toegevoegd als stap 4, na Nacht-
      *            balans en voor Teleout-dagafsluiting en Speedlog-
      *            archief: hij leest SPEEDIN, SPEEDLOG en TELEOUT van
      *            de nacht, en Rijstijl-score moet de nieuwe sensor-
      *            status al zien. De latere stappen schuiven een op.
      * 15-10-2026 De verwerkingsdatum van de nacht gaat nu voor elke
      *            stap mee in diens parameterbestand (CUTPARM,
      *            SENSPARM, ARCPARM, TELEDATE, SRVPARM, OVSPARM en een
      *            aanwezige RUNCTL-kaart): een herstart van een oudere
      *            nacht verwerkt zo weer die nacht en niet de dag van
      *            de herstart. Na de stap krijgt het bestand zijn
      *            oude inhoud terug voor de losse dagruns; lukt het
      *            doorgeven niet, dan is de stap mislukt (RC 8).
      * 15-10-2026 Onderhoudsinterval krijgt de generatie van de dag
      *            ervoor: ODORPT en ODOMTR van de generatie van deze
      *            nacht bestaan pas na de dagrun van Odometer-
      *            reconciliatie, die van de vorige generatie wel.
      * 15-10-2026 Ook Speedin-samenvoeging krijgt de verwerkingsdatum
      *            (MERGPARM): de depotstatistiek en de grens voor te
      *            late leveringen horen bij de nacht, ook als de
      *            herstart na middernacht valt.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Nacht-stroom.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------Stappenlogboek, sleutel verwerkingsdatum/stap-------*
           SELECT NACHTLOG-FILE ASSIGN TO "NACHTLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-KEY
               FILE STATUS IS ws-nachtlog-status.

      *--------------Parameters: verwerkingsdatum en herstart-modus------*
           SELECT NACHTPARM-FILE ASSIGN TO "NACHTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nachtparm-status.

      *--------------Ochtendoverzicht voor de dagdienst-------------------*
           SELECT NACHTRPT-FILE ASSIGN TO "NACHTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nachtrpt-status.

      *--------------Parameterbestand van de stap die nu draait----------*
           SELECT STEPPARM-FILE ASSIGN TO ws-stepparm-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stepparm-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  NACHTLOG-FILE.
       01  NACHTLOG-RECORD.
           05  NL-KEY.
               10  NL-PROC-DATE      PIC 9(8).
               10  NL-STEP-NR        PIC 9(2).
           05  NL-STEP-NAME          PIC X(25).
           05  NL-START-DATE         PIC 9(8).
           05  NL-START-TIME         PIC 9(6).
           05  NL-END-DATE           PIC 9(8).
           05  NL-END-TIME           PIC 9(6).
           05  NL-RC                 PIC S9(4) SIGN LEADING SEPARATE.
      *--------------G = gestart (zonder einde: afgebroken), K = klaar,--*
      *--------------F = mislukt, W = geweigerd (voorganger mislukt)-----*
           05  NL-STATUS             PIC X(1).
               88 nl-gestart                 value 'G'.
               88 nl-klaar                   value 'K'.
               88 nl-mislukt                 value 'F'.
               88 nl-geweigerd               value 'W'.
           05  NL-POGINGEN           PIC 9(2).

       FD  NACHTPARM-FILE.
       01  NACHTPARM-RECORD.
           05  NP-PROC-DATE          PIC 9(8).
      *--------------H = herstart van een nacht die al in NACHTLOG staat-*
           05  NP-MODUS              PIC X(1).

       FD  NACHTRPT-FILE.
       01  NACHTRPT-RECORD           PIC X(100).

       FD  STEPPARM-FILE.
       01  STEPPARM-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-nachtlog-status  PIC X(2) value spaces.
       01 ws-nachtparm-status PIC X(2) value spaces.
       01 ws-nachtrpt-status  PIC X(2) value spaces.
       01 ws-stepparm-status  PIC X(2) value spaces.

      *------------------De stappen van de nacht, in vaste volgorde:-----*
      *------------------naam voor het logboek en het programma dat------*
      *------------------gestart wordt---------------------------------------*
       01 STEP-DEFINITIONS.
           05  FILLER                PIC X(40) value
               "Speedin-samenvoeging     spdmerge       ".
           05  FILLER                PIC X(40) value
               "Car-versnellingen        versnellingen  ".
           05  FILLER                PIC X(40) value
               "Nacht-balans             nightbal       ".
           05  FILLER                PIC X(40) value
               "Sensor-bewaking          sensmon        ".
           05  FILLER                PIC X(40) value
               "Teleout-dagafsluiting    telecut        ".
           05  FILLER                PIC X(40) value
               "Speedlog-archief         spdarch        ".
           05  FILLER                PIC X(40) value
               "Rijstijl-score           drvscore       ".
           05  FILLER                PIC X(40) value
               "Onderhoudsinterval       srvintv        ".
           05  FILLER                PIC X(40) value
               "Overspeed-escalatie      ovsesc         ".
       01 STEP-TABLE REDEFINES STEP-DEFINITIONS.
           05  STEP-ENTRY OCCURS 9 TIMES.
               10  ST-NAME           PIC X(25).
               10  ST-COMMAND        PIC X(15).
       01 ws-step-cnt          PIC 9(2) value 9.
       01 ws-step-idx          PIC 9(2) value 0.

      *------------------Per stap het parameterbestand waarin de nacht---*
      *------------------zijn verwerkingsdatum zet, de positie van die---*
      *------------------datum in de regel, of het bestand mag-----------*
      *------------------worden aangemaakt (N: alleen een aanwezige------*
      *------------------RUNCTL-kaart; zonder kaart draait Car-----------*
      *------------------versnellingen de steekproef) en hoeveel dagen---*
      *------------------voor de verwerkingsdatum de stap werkt---------*
      *------------------(Onderhoudsinterval: de vorige generatie, die--*
      *------------------ODORPT en ODOMTR al heeft). Nacht-balans heeft-*
      *------------------geen datum-----------------------------------------*
       01 STEP-PARM-DEFINITIONS.
           05  FILLER                PIC X(19) value
               "MERGPARM.DAT  001J0".
           05  FILLER                PIC X(19) value
               "RUNCTL.DAT    020N0".
           05  FILLER                PIC X(19) value
               "                   ".
           05  FILLER                PIC X(19) value
               "SENSPARM.DAT  001J0".
           05  FILLER                PIC X(19) value
               "CUTPARM.DAT   001J0".
           05  FILLER                PIC X(19) value
               "ARCPARM.DAT   005J0".
           05  FILLER                PIC X(19) value
               "TELEDATE.DAT  001J0".
           05  FILLER                PIC X(19) value
               "SRVPARM.DAT   001J1".
           05  FILLER                PIC X(19) value
               "OVSPARM.DAT   013J0".
       01 STEP-PARM-TABLE REDEFINES STEP-PARM-DEFINITIONS.
           05  STEP-PARM-ENTRY OCCURS 9 TIMES.
               10  SP-FILE           PIC X(14).
               10  SP-DATE-POS       PIC 9(3).
               10  SP-NIEUW          PIC X(1).
                   88 sp-nieuw-mag           value 'J'.
               10  SP-DAGEN-TERUG    PIC 9(1).

      *------------------Doorgeven van de datum aan de stap----------------*
       01 ws-stepparm-name     PIC X(14) value spaces.
       01 ws-parm-orig         PIC X(100) value spaces.
       01 ws-parm-line         PIC X(100) value spaces.
       01 ws-parm-date         PIC 9(8) value 0.
       01 ws-parm-int          PIC 9(7) value 0.
       01 ws-parm-found        PIC X(1) value 'N'.
           88 ws-parm-found-yes        value 'Y'.
       01 ws-parm-set          PIC X(1) value 'N'.
           88 ws-parm-set-yes          value 'Y'.
       01 ws-parm-fout         PIC X(1) value 'N'.
           88 ws-parm-fout-yes         value 'Y'.

      *------------------Besturing van de nacht---------------------------*
       01 ws-proc-date         PIC 9(8) value 0.
       01 ws-herstart          PIC X(1) value 'N'.
           88 ws-herstart-yes          value 'Y'.
       01 ws-night-may-run     PIC X(1) value 'N'.
           88 ws-night-may-run-yes     value 'Y'.
      *> 'N' zodra een stap mislukt is: elke volgende stap wordt dan
      *> geweigerd in plaats van gestart.
       01 ws-prev-ok           PIC X(1) value 'Y'.
           88 ws-prev-ok-yes           value 'Y'.
       01 ws-ledger-found      PIC X(1) value 'N'.
           88 ws-ledger-found-yes      value 'Y'.
       01 ws-log-eof           PIC X(1) value 'N'.
           88 ws-log-eof-yes           value 'Y'.
       01 ws-step-rc           PIC S9(4) value 0.

      *------------------Telling over het logboek van de nacht------------*
       01 ws-found-cnt         PIC 9(2) value 0.
       01 ws-klaar-cnt         PIC 9(2) value 0.
       01 ws-first-open-step   PIC 9(2) value 0.

      *------------------Datum en tijd van nu------------------------------*
       01 ws-now-date          PIC 9(8) value 0.
       01 ws-now-time.
           05  ws-now-hhmmss     PIC 9(6).
           05  FILLER            PIC 9(2).

      *------------------Rapportregels--------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(28) value
               "NACHTSTROOM OCHTENDOVERZICHT".
       01 ws-date-line.
           05  FILLER            PIC X(18) value "VERWERKINGSDATUM: ".
           05  rpt-proc-date     PIC 9(8).
           05  FILLER            PIC X(10) value "   MODUS: ".
           05  rpt-modus         PIC X(8).
       01 ws-separator-line     PIC X(90) value ALL "=".
       01 ws-report-columns.
           05  FILLER            PIC X(44) value
               "NR STAP                      START          ".
           05  FILLER            PIC X(44) value
               " EINDE             RC POG STATUS            ".
       01 ws-report-detail.
           05  rpt-step-nr       PIC Z9.
           05  FILLER            PIC X(1) value space.
           05  rpt-step-name     PIC X(25).
           05  FILLER            PIC X(1) value space.
           05  rpt-start-date    PIC X(8).
           05  FILLER            PIC X(1) value space.
           05  rpt-start-time    PIC X(6).
           05  FILLER            PIC X(1) value space.
           05  rpt-end-date      PIC X(8).
           05  FILLER            PIC X(1) value space.
           05  rpt-end-time      PIC X(6).
           05  FILLER            PIC X(1) value space.
           05  rpt-rc            PIC ---9.
           05  FILLER            PIC X(1) value space.
           05  rpt-pogingen      PIC Z9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-status        PIC X(14).
       01 ws-verdict-line.
           05  rpt-verdict       PIC X(40).
           05  rpt-verdict-step  PIC X(25).
       01 ws-signoff-line.
           05  FILLER            PIC X(44) value
               "AFGETEKEND DAGDIENST: ______________________".
           05  FILLER            PIC X(30) value
               "  DATUM/TIJD: _______________".
       01 ws-edit-date         PIC 9(8) value 0.
       01 ws-edit-time         PIC 9(6) value 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainNight.
           PERFORM LoadParameters.
           PERFORM OpenLedger.
           if ws-proc-date = 0
               PERFORM FindLatestNight
           end-if.
           PERFORM CheckNightState THRU CheckNightState-Exit.
           if ws-night-may-run-yes
               MOVE "Y" TO ws-prev-ok
               MOVE 1 TO ws-step-idx
               PERFORM RunOneStep THRU RunOneStep-Exit
                   UNTIL ws-step-idx GREATER THAN ws-step-cnt
           end-if.
           PERFORM WriteRunSummary.
           CLOSE NACHTLOG-FILE.
           *> de return-code van de laatst gestarte stap staat nog in
           *> het register; de nacht zelf eindigt met 0 of 8.
           if ws-klaar-cnt = ws-step-cnt
               MOVE 0 TO RETURN-CODE
           else
               MOVE 8 TO RETURN-CODE
           end-if.
           stop RUN.

      *--------------Verwerkingsdatum en modus uit NACHTPARM; zonder------*
      *--------------datum geldt de systeemdatum, bij een herstart de-----*
      *--------------laatste nacht in het logboek---------------------------*
       LoadParameters.
           OPEN INPUT NACHTPARM-FILE.
           if ws-nachtparm-status = "00"
               READ NACHTPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       if NP-PROC-DATE IS NUMERIC AND
                           NP-PROC-DATE GREATER THAN 0
                           MOVE NP-PROC-DATE TO ws-proc-date
                       end-if
                       if NP-MODUS = "H"
                           set ws-herstart-yes to true
                       end-if
               end-read
               CLOSE NACHTPARM-FILE
           end-if.
           if ws-proc-date = 0 AND NOT ws-herstart-yes
               ACCEPT ws-proc-date FROM DATE YYYYMMDD
           end-if.
           *> een onmogelijke datum zou een nacht onder een sleutel
           *> vastleggen die niemand terugvindt; zelfde bewaking als
           *> de verwerkingsdatum in Teleout-dagafsluiting.
           if ws-proc-date NOT = 0
               if FUNCTION INTEGER-OF-DATE(ws-proc-date) = 0
                   DISPLAY "Ongeldige verwerkingsdatum in NACHTPARM: "
                       ws-proc-date
                   MOVE 8 TO RETURN-CODE
                   stop RUN
               end-if
           end-if.

      *--------------Opent het logboek; alleen status 35 maakt een-------*
      *--------------leeg logboek aan-----------------------------------------*
       OpenLedger.
           OPEN I-O NACHTLOG-FILE.
           if ws-nachtlog-status = "35"
               OPEN OUTPUT NACHTLOG-FILE
               CLOSE NACHTLOG-FILE
               OPEN I-O NACHTLOG-FILE
           end-if.
           if ws-nachtlog-status NOT = "00"
               DISPLAY "Kan NACHTLOG.DAT niet openen, status: "
                   ws-nachtlog-status
               DISPLAY "Geen stap gestart"
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

      *--------------Herstart zonder datum: de laatste nacht in het-------*
      *--------------logboek (het logboek staat op datum/stap)------------*
       FindLatestNight.
           MOVE LOW-VALUES TO NL-KEY.
           START NACHTLOG-FILE KEY NOT LESS THAN NL-KEY
               INVALID KEY
                   set ws-log-eof-yes to true
           end-start.
           if ws-nachtlog-status NOT = "00"
               set ws-log-eof-yes to true
           end-if.
           PERFORM ReadLatestEntry UNTIL ws-log-eof-yes.
           if ws-proc-date = 0
               ACCEPT ws-proc-date FROM DATE YYYYMMDD
           end-if.
           DISPLAY "Herstart van nacht: " ws-proc-date.

       ReadLatestEntry.
           READ NACHTLOG-FILE NEXT RECORD
               AT END
                   set ws-log-eof-yes to true
               NOT AT END
                   MOVE NL-PROC-DATE TO ws-proc-date
           end-read.

      *--------------Staat de nacht al in het logboek? Dan alleen--------*
      *--------------verder in herstart-modus, en niet als alles al-------*
      *--------------voltooid is---------------------------------------------*
       CheckNightState.
           MOVE 0 TO ws-found-cnt.
           MOVE 0 TO ws-klaar-cnt.
           MOVE 1 TO ws-step-idx.
           PERFORM CountLedgerStep UNTIL ws-step-idx GREATER THAN
               ws-step-cnt.

           if ws-found-cnt = 0
               set ws-night-may-run-yes to true
               GO TO CheckNightState-Exit
           end-if.
           if NOT ws-herstart-yes
               DISPLAY "Nacht " ws-proc-date " staat al in NACHTLOG"
               DISPLAY "Herstart alleen via NACHTPARM (modus H)"
               GO TO CheckNightState-Exit
           end-if.
           if ws-klaar-cnt = ws-step-cnt
               DISPLAY "Nacht " ws-proc-date " is al voltooid"
               GO TO CheckNightState-Exit
           end-if.
           set ws-night-may-run-yes to true.

       CheckNightState-Exit.
           EXIT.

       CountLedgerStep.
           MOVE ws-proc-date TO NL-PROC-DATE.
           MOVE ws-step-idx TO NL-STEP-NR.
           READ NACHTLOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ws-found-cnt
                   if nl-klaar
                       ADD 1 TO ws-klaar-cnt
                   end-if
           end-read.
           ADD 1 TO ws-step-idx.

      *--------------Draait een stap, of slaat hem over als hij al-------*
      *--------------voltooid is, of weigert hem na een mislukte----------*
      *--------------voorganger----------------------------------------------*
       RunOneStep.
           MOVE "N" TO ws-ledger-found.
           MOVE ws-proc-date TO NL-PROC-DATE.
           MOVE ws-step-idx TO NL-STEP-NR.
           READ NACHTLOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set ws-ledger-found-yes to true
           end-read.
           if NOT ws-ledger-found-yes
               PERFORM InitLedgerEntry
           end-if.

           if nl-klaar
               DISPLAY "Stap " ws-step-idx " " ST-NAME(ws-step-idx)
                   " al voltooid, overgeslagen"
               GO TO RunOneStep-Next
           end-if.

           if NOT ws-prev-ok-yes
               set nl-geweigerd to true
               PERFORM StoreLedgerEntry
               DISPLAY "Stap " ws-step-idx " " ST-NAME(ws-step-idx)
                   " geweigerd: voorgaande stap niet voltooid"
               GO TO RunOneStep-Next
           end-if.

           *> eerst als gestart vastleggen: breekt de stap zelf af,
           *> dan staat hij in het logboek als begonnen zonder einde.
           PERFORM TakeTimestamp.
           MOVE ws-now-date TO NL-START-DATE.
           MOVE ws-now-hhmmss TO NL-START-TIME.
           MOVE 0 TO NL-END-DATE.
           MOVE 0 TO NL-END-TIME.
           MOVE 0 TO NL-RC.
           ADD 1 TO NL-POGINGEN.
           set nl-gestart to true.
           PERFORM StoreLedgerEntry.
           set ws-ledger-found-yes to true.

           DISPLAY "Start stap " ws-step-idx " " ST-NAME(ws-step-idx).
           *> zonder de datum van de nacht zou de stap een andere dag
           *> verwerken dan het logboek vastlegt; dan niet starten.
           PERFORM HandOverStepDate THRU HandOverStepDate-Exit.
           if ws-parm-fout-yes
               MOVE 8 TO ws-step-rc
           else
               CALL "SYSTEM" USING ST-COMMAND(ws-step-idx)
               MOVE RETURN-CODE TO ws-step-rc
               PERFORM RestoreStepParm
           end-if.

           PERFORM TakeTimestamp.
           MOVE ws-proc-date TO NL-PROC-DATE.
           MOVE ws-step-idx TO NL-STEP-NR.
           MOVE ws-now-date TO NL-END-DATE.
           MOVE ws-now-hhmmss TO NL-END-TIME.
           MOVE ws-step-rc TO NL-RC.
           *> return-code 8 of hoger (of een programma dat niet eens
           *> gestart kon worden) is mislukt; 4 is een waarschuwing
           *> waarna de nacht gewoon doorgaat.
           if ws-step-rc LESS THAN 0 OR ws-step-rc NOT LESS THAN 8
               set nl-mislukt to true
               MOVE "N" TO ws-prev-ok
           else
               set nl-klaar to true
           end-if.
           PERFORM StoreLedgerEntry.
           DISPLAY "Einde stap " ws-step-idx " return-code "
               ws-step-rc.

       RunOneStep-Next.
           ADD 1 TO ws-step-idx.

       RunOneStep-Exit.
           EXIT.

      *--------------Zet de verwerkingsdatum in het parameterbestand----*
      *--------------van de stap; de oude regel wordt bewaard voor-------*
      *--------------RestoreStepParm-----------------------------------------*
       HandOverStepDate.
           MOVE "N" TO ws-parm-set.
           MOVE "N" TO ws-parm-fout.
           MOVE "N" TO ws-parm-found.
           if SP-FILE(ws-step-idx) = spaces
               GO TO HandOverStepDate-Exit
           end-if.
           MOVE SP-FILE(ws-step-idx) TO ws-stepparm-name.
           MOVE spaces TO ws-parm-orig.
           OPEN INPUT STEPPARM-FILE.
           if ws-stepparm-status = "00"
               READ STEPPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE STEPPARM-RECORD TO ws-parm-orig
                       set ws-parm-found-yes to true
               end-read
               CLOSE STEPPARM-FILE
           end-if.
           if NOT ws-parm-found-yes AND
               NOT sp-nieuw-mag(ws-step-idx)
               GO TO HandOverStepDate-Exit
           end-if.

           MOVE ws-proc-date TO ws-parm-date.
           if SP-DAGEN-TERUG(ws-step-idx) GREATER THAN 0
               MOVE FUNCTION INTEGER-OF-DATE(ws-proc-date)
                   TO ws-parm-int
               SUBTRACT SP-DAGEN-TERUG(ws-step-idx) FROM ws-parm-int
               MOVE FUNCTION DATE-OF-INTEGER(ws-parm-int)
                   TO ws-parm-date
           end-if.
           MOVE ws-parm-orig TO ws-parm-line.
           MOVE ws-parm-date
               TO ws-parm-line(SP-DATE-POS(ws-step-idx):8).
           OPEN OUTPUT STEPPARM-FILE.
           if ws-stepparm-status NOT = "00"
               DISPLAY "Kan " ws-stepparm-name " niet bijwerken, "
                   "status: " ws-stepparm-status
               set ws-parm-fout-yes to true
               GO TO HandOverStepDate-Exit
           end-if.
           WRITE STEPPARM-RECORD FROM ws-parm-line.
           if ws-stepparm-status NOT = "00"
               DISPLAY "Kan " ws-stepparm-name " niet bijwerken, "
                   "status: " ws-stepparm-status
               set ws-parm-fout-yes to true
           end-if.
           CLOSE STEPPARM-FILE.
           *> ook een half geschreven bestand krijgt zijn oude regel
           *> terug.
           set ws-parm-set-yes to true.
           if ws-parm-fout-yes
               PERFORM RestoreStepParm
               GO TO HandOverStepDate-Exit
           end-if.
           DISPLAY "Datum " ws-parm-date " doorgegeven in "
               ws-stepparm-name.

       HandOverStepDate-Exit.
           EXIT.

      *--------------Oude inhoud van het parameterbestand terug; was er--*
      *--------------geen, dan een lege regel (alle standaardwaarden)----*
       RestoreStepParm.
           if ws-parm-set-yes
               OPEN OUTPUT STEPPARM-FILE
               if ws-stepparm-status = "00"
                   WRITE STEPPARM-RECORD FROM ws-parm-orig
                   CLOSE STEPPARM-FILE
               end-if
               if ws-stepparm-status NOT = "00"
                   DISPLAY "Kan " ws-stepparm-name " niet terugzetten,"
                       " status: " ws-stepparm-status
               end-if
           end-if.

      *--------------Nieuw logboekrecord voor de stap------------------*
       InitLedgerEntry.
           MOVE ws-proc-date TO NL-PROC-DATE.
           MOVE ws-step-idx TO NL-STEP-NR.
           MOVE ST-NAME(ws-step-idx) TO NL-STEP-NAME.
           MOVE 0 TO NL-START-DATE.
           MOVE 0 TO NL-START-TIME.
           MOVE 0 TO NL-END-DATE.
           MOVE 0 TO NL-END-TIME.
           MOVE 0 TO NL-RC.
           MOVE 0 TO NL-POGINGEN.
           MOVE space TO NL-STATUS.

      *--------------Schrijft of herschrijft het logboekrecord-----------*
       StoreLedgerEntry.
           if ws-ledger-found-yes
               REWRITE NACHTLOG-RECORD
                   INVALID KEY
                       CONTINUE
               end-rewrite
           else
               WRITE NACHTLOG-RECORD
                   INVALID KEY
                       CONTINUE
               end-write
           end-if.
           if ws-nachtlog-status NOT = "00"
               DISPLAY "NACHTLOG niet bijgewerkt voor stap "
                   ws-step-idx " status: " ws-nachtlog-status
           end-if.

       TakeTimestamp.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.

      *--------------Ochtendoverzicht over alle stappen van de nacht-----*
       WriteRunSummary.
           OPEN OUTPUT NACHTRPT-FILE.
           WRITE NACHTRPT-RECORD FROM ws-report-heading.
           MOVE ws-proc-date TO rpt-proc-date.
           if ws-herstart-yes
               MOVE "HERSTART" TO rpt-modus
           else
               MOVE "NORMAAL" TO rpt-modus
           end-if.
           WRITE NACHTRPT-RECORD FROM ws-date-line.
           WRITE NACHTRPT-RECORD FROM ws-separator-line.
           WRITE NACHTRPT-RECORD FROM ws-report-columns.

           MOVE 0 TO ws-klaar-cnt.
           MOVE 0 TO ws-first-open-step.
           MOVE 1 TO ws-step-idx.
           PERFORM WriteOneStepLine UNTIL ws-step-idx GREATER THAN
               ws-step-cnt.

           WRITE NACHTRPT-RECORD FROM ws-separator-line.
           MOVE spaces TO rpt-verdict-step.
           if ws-klaar-cnt = ws-step-cnt
               MOVE "NACHT VOLTOOID" TO rpt-verdict
           else
               MOVE "NACHT NIET VOLTOOID - HERSTART VANAF: "
                   TO rpt-verdict
               MOVE ST-NAME(ws-first-open-step) TO rpt-verdict-step
           end-if.
           WRITE NACHTRPT-RECORD FROM ws-verdict-line.
           MOVE spaces TO NACHTRPT-RECORD.
           WRITE NACHTRPT-RECORD.
           WRITE NACHTRPT-RECORD FROM ws-signoff-line.
           CLOSE NACHTRPT-FILE.
           DISPLAY rpt-verdict rpt-verdict-step.

       WriteOneStepLine.
           MOVE ws-step-idx TO rpt-step-nr.
           MOVE ST-NAME(ws-step-idx) TO rpt-step-name.
           MOVE spaces TO rpt-start-date rpt-start-time
               rpt-end-date rpt-end-time.
           MOVE 0 TO rpt-rc.
           MOVE 0 TO rpt-pogingen.
           MOVE ws-proc-date TO NL-PROC-DATE.
           MOVE ws-step-idx TO NL-STEP-NR.
           READ NACHTLOG-FILE
               INVALID KEY
                   MOVE "NIET GESTART" TO rpt-status
                   MOVE space TO NL-STATUS
               NOT INVALID KEY
                   PERFORM FillStepLine
           end-read.
           if nl-klaar
               ADD 1 TO ws-klaar-cnt
           else
               if ws-first-open-step = 0
                   MOVE ws-step-idx TO ws-first-open-step
               end-if
           end-if.
           WRITE NACHTRPT-RECORD FROM ws-report-detail.
           ADD 1 TO ws-step-idx.

       FillStepLine.
           if NL-START-DATE GREATER THAN 0
               MOVE NL-START-DATE TO ws-edit-date
               MOVE ws-edit-date TO rpt-start-date
               MOVE NL-START-TIME TO ws-edit-time
               MOVE ws-edit-time TO rpt-start-time
           end-if.
           if NL-END-DATE GREATER THAN 0
               MOVE NL-END-DATE TO ws-edit-date
               MOVE ws-edit-date TO rpt-end-date
               MOVE NL-END-TIME TO ws-edit-time
               MOVE ws-edit-time TO rpt-end-time
           end-if.
           MOVE NL-RC TO rpt-rc.
           MOVE NL-POGINGEN TO rpt-pogingen.
           MOVE "NIET GESTART" TO rpt-status.
           if nl-klaar
               MOVE "VOLTOOID" TO rpt-status
           end-if.
           if nl-mislukt
               MOVE "MISLUKT" TO rpt-status
           end-if.
           if nl-gestart
               MOVE "AFGEBROKEN" TO rpt-status
           end-if.
           if nl-geweigerd
               MOVE "GEWEIGERD" TO rpt-status
           end-if.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Nacht-stroom.
