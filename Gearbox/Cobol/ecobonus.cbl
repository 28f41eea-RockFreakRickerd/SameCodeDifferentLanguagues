      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: Maandelijkse eco-bonus naar de salarisadministratie
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: berekent aan het eind van de maand
      *            per bestuurder in dienst de gemiddelde rijstijl-
      *            score over die maand (SCOREMND, opgebouwd door
      *            Rijstijl-score) en kent bij voldoende sessies een
      *            bonustrede met bedrag toe; minimum sessies en de
      *            treden komen uit BONPARM. Het koppelbestand
      *            PAYBONUS (kop, detail per bestuurder met naam en
      *            depot uit DRVMAST, sluitrecord met aantal en
      *            totaal) vervangt het overtypen van de printout.
      *            Een verzonden maand ligt vast in BONSENT en wordt
      *            geweigerd, behalve in correctiemodus: dan gaan
      *            alleen de verschillen met de eerdere levering
      *            (BONPAID) als storno- en vervangende records mee.
      *            Wie buiten de bonus valt (te weinig sessies, status
      *            U, geen stamrecord, score onder de laagste trede)
      *            staat op het uitsluitingenrapport BONEXCL.
      * 15-10-2026 PAYBONUS wordt na het openen en na elk record
      *            gecontroleerd: lukt het openen niet, dan stopt de run
      *            voor er iets geleverd is, een schrijffout laat de
      *            maand open (RC 8). Een gewone levering ruimt eerst de
      *            BONPAID-regels van de maand op die een afgebroken
      *            eerdere poging heeft achtergelaten, zodat een
      *            latere correctie geen storno maakt voor geld dat
      *            nooit verzonden is.
      * 15-10-2026 Een correctierun wijzigt BONPAID niet meer tijdens
      *            de verwerking: de wijzigingen gaan eerst naar het
      *            werkbestand BONWORK en worden pas na een foutloos
      *            sluitrecord doorgevoerd, vlak voordat de run in
      *            BONSENT wordt vastgelegd. Een afgebroken correctie
      *            kan zo met hetzelfde runnummer opnieuw, zonder dat
      *            storno's of vervangende records verloren gaan.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Ecobonus-salaris.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------Parameters: maand, modus, minimum en treden---------*
           SELECT BONPARM-FILE ASSIGN TO "BONPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bonparm-status.

      *--------------Scores per bestuurder per maand---------------------*
           SELECT SCOREMND-FILE ASSIGN TO "SCOREMND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS ws-scoremnd-status.

      *--------------Stamgegevens per bestuurder--------------------------*
           SELECT DRVMAST-FILE ASSIGN TO "DRVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DRIVER-ID
               FILE STATUS IS ws-drvmast-status.

      *--------------Verzonden maanden, tegen dubbel uitbetalen----------*
           SELECT BONSENT-FILE ASSIGN TO "BONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BS-MONTH
               FILE STATUS IS ws-bonsent-status.

      *--------------Doorgegeven bonus per bestuurder per maand----------*
           SELECT BONPAID-FILE ASSIGN TO "BONPAID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-KEY
               FILE STATUS IS ws-bonpaid-status.

      *--------------Koppelbestand naar de salarisadministratie----------*
           SELECT PAYBONUS-FILE ASSIGN TO "PAYBONUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-paybonus-status.

      *--------------Uitsluitingenrapport----------------------------------*
           SELECT BONEXCL-FILE ASSIGN TO "BONEXCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bonexcl-status.

      *--------------Correctie: BONPAID-wijzigingen tot de run klaar is-*
           SELECT BONWORK-FILE ASSIGN TO "BONWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bonwork-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  BONPARM-FILE.
       01  BONPARM-RECORD.
      *--------------JJJJMM; leeg = de vorige kalendermaand-------------*
           05  BP-MONTH              PIC 9(6).
      *--------------C(orrectie); al het andere is een gewone levering--*
           05  BP-MODUS              PIC X(1).
           05  BP-MIN-SESSIES        PIC 9(3).
      *--------------Treden: vanaf deze gemiddelde score dit bedrag-----*
           05  BP-TREDE OCCURS 5 TIMES.
               10  BP-TREDE-SCORE    PIC 9(3).
               10  BP-TREDE-BEDRAG   PIC 9(5)V99.

       FD  SCOREMND-FILE.
       COPY SCOREMNR.

       FD  DRVMAST-FILE.
       COPY DRVMASTR.

       FD  BONSENT-FILE.
       01  BONSENT-RECORD.
           05  BS-MONTH              PIC 9(6).
      *--------------Laatste run: 0 de levering, 1.. correcties---------*
           05  BS-RUN-NR             PIC 9(3).
           05  BS-SENT-DATE          PIC 9(8).
      *--------------Wat de salarisadministratie na die run voor de-----*
      *--------------maand in totaal heeft-------------------------------*
           05  BS-TOTAAL             PIC 9(7)V99.

       FD  BONPAID-FILE.
       COPY BONPAIDR.

       FD  PAYBONUS-FILE.
       COPY PAYBONR.

       FD  BONEXCL-FILE.
       01  BONEXCL-RECORD            PIC X(100).

       FD  BONWORK-FILE.
       01  BONWORK-RECORD.
      *--------------S(chrijven of overschrijven) of X (verwijderen)----*
           05  BK-ACTIE              PIC X(1).
           05  BK-PAID               PIC X(28).

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-bonparm-status   PIC X(2) value spaces.
       01 ws-scoremnd-status  PIC X(2) value spaces.
       01 ws-drvmast-status   PIC X(2) value spaces.
       01 ws-bonsent-status   PIC X(2) value spaces.
       01 ws-bonpaid-status   PIC X(2) value spaces.
       01 ws-paybonus-status  PIC X(2) value spaces.
       01 ws-bonexcl-status   PIC X(2) value spaces.
       01 ws-bonwork-status   PIC X(2) value spaces.

      *------------------Rundatum en de te betalen maand----------------*
       01 ws-run-date          PIC 9(8) value 0.
       01 ws-run-date-parts REDEFINES ws-run-date.
           05  ws-run-yyyy       PIC 9(4).
           05  ws-run-mm         PIC 9(2).
           05  FILLER            PIC 9(2).
       01 ws-bonus-month       PIC 9(6) value 0.
       01 ws-bonus-month-parts REDEFINES ws-bonus-month.
           05  ws-bonus-yyyy     PIC 9(4).
           05  ws-bonus-mm       PIC 9(2).

      *------------------Parameters (standaard: minimaal 10 sessies,----*
      *------------------drie treden)---------------------------------------*
       01 ws-modus             PIC X(1) value 'N'.
           88 ws-correctie             value 'C'.
       01 ws-min-sessies       PIC 9(3) value 10.
       01 TREDE-TABLE.
           05  TREDE-ENTRY OCCURS 5 TIMES.
               10  TR-SCORE          PIC 9(3).
               10  TR-BEDRAG         PIC 9(5)V99.
               10  TR-ACTIEF         PIC X(1).
       01 ws-t-idx             PIC 9(1) value 0.
       01 ws-parm-treden       PIC 9(1) value 0.

      *------------------Welke run van de maand dit is--------------------*
       01 ws-run-nr            PIC 9(3) value 0.
       01 ws-prev-totaal       PIC 9(7)V99 value 0.
       01 ws-month-sent        PIC X(1) value 'N'.
           88 ws-month-sent-yes        value 'Y'.

      *------------------Besturing van de loops----------------------------*
       01 ws-mnd-eof           PIC X(1) value 'N'.
           88 ws-mnd-eof-yes           value 'Y'.
       01 ws-drv-eof           PIC X(1) value 'N'.
           88 ws-drv-eof-yes           value 'Y'.
       01 ws-bpd-eof           PIC X(1) value 'N'.
           88 ws-bpd-eof-yes           value 'Y'.
       01 ws-bwk-eof           PIC X(1) value 'N'.
           88 ws-bwk-eof-yes           value 'Y'.
       01 ws-drvmast-found     PIC X(1) value 'N'.
           88 ws-drvmast-found-yes     value 'Y'.
      *> een schrijffout laat de maand open: de run wordt niet als
      *> verzonden vastgelegd en het koppelbestand mag niet weg.
       01 ws-io-fout           PIC X(1) value 'N'.
           88 ws-io-fout-yes           value 'Y'.

      *------------------De lopende bestuurder----------------------------*
       01 ws-cur-driver        PIC X(6) value spaces.
       01 ws-cur-sessies       PIC 9(5) value 0.
       01 ws-avg-score         PIC 9(3)V99 value 0.
       01 ws-trede             PIC 9(1) value 0.
       01 ws-bedrag            PIC 9(5)V99 value 0.
       01 ws-naam              PIC X(25) value spaces.
       01 ws-depot             PIC X(3) value spaces.
       01 ws-reden             PIC X(30) value spaces.
       01 ws-rec-type          PIC X(1) value spaces.

      *------------------Correctie: wie in deze run nog bonus krijgt;----*
      *------------------BONPAID is tijdens de run nog niet bijgewerkt---*
       01 ws-cf-max            PIC 9(4) value 2000.
       01 ws-cf-cnt            PIC 9(4) value 0.
       01 ws-cf-idx            PIC 9(4) value 0.
       01 ws-cf-found          PIC X(1) value 'N'.
           88 ws-cf-found-yes          value 'Y'.
       01 CONFIRMED-TABLE.
           05  CF-DRIVER-ID      PIC X(6) OCCURS 2000 TIMES.

      *------------------Tellingen en bedragen----------------------------*
       01 ws-detail-cnt        PIC 9(5) value 0.
       01 ws-saldo             PIC S9(7)V99 value 0.
       01 ws-paid-totaal       PIC 9(7)V99 value 0.
       01 ws-bonus-cnt         PIC 9(5) value 0.
       01 ws-excl-cnt          PIC 9(5) value 0.
       01 ws-gelijk-cnt        PIC 9(5) value 0.
       01 ws-storno-cnt        PIC 9(5) value 0.
       01 ws-vervang-cnt       PIC 9(5) value 0.

      *------------------Rapportregels--------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(40) value
               "ECO-BONUS SALARISKOPPELING - UITSLUITING".
       01 ws-param-line.
           05  FILLER            PIC X(7) value "MAAND: ".
           05  rpt-month         PIC 9(6).
           05  FILLER            PIC X(9) value "  MODUS: ".
           05  rpt-modus         PIC X(20).
           05  FILLER            PIC X(16) value "  MIN. SESSIES: ".
           05  rpt-min-sessies   PIC ZZ9.
       01 ws-trede-line.
           05  FILLER            PIC X(6) value "TREDE ".
           05  rpt-trede-nr      PIC 9(1).
           05  FILLER            PIC X(13) value "  VANAF SCORE".
           05  FILLER            PIC X(1) value space.
           05  rpt-trede-score   PIC ZZ9.
           05  FILLER            PIC X(9) value "  BEDRAG ".
           05  rpt-trede-bedrag  PIC ZZZZ9.99.
       01 ws-separator-line     PIC X(100) value ALL "=".
       01 ws-report-columns.
           05  FILLER            PIC X(33) value
               "BESTU. NAAM".
           05  FILLER            PIC X(40) value
               "DEP. SESSIES   SCORE  REDEN".
       01 ws-report-detail.
           05  rpt-driver-id     PIC X(6).
           05  FILLER            PIC X(1) value space.
           05  rpt-naam          PIC X(25).
           05  FILLER            PIC X(1) value space.
           05  rpt-depot         PIC X(3).
           05  FILLER            PIC X(2) value spaces.
           05  rpt-sessies       PIC ZZZZ9.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-score         PIC ZZ9.99.
           05  FILLER            PIC X(2) value spaces.
           05  rpt-reden         PIC X(30).
       01 ws-total-line.
           05  rpt-total-text    PIC X(30).
           05  rpt-total-count   PIC Z(4)9.
       01 ws-amount-line.
           05  rpt-amount-text   PIC X(30).
           05  rpt-amount        PIC -Z(6)9.99.
       01 ws-status-line.
           05  FILLER            PIC X(8) value "STATUS: ".
           05  rpt-run-status    PIC X(50).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainBonus.
           PERFORM LoadParameters.
           PERFORM OpenFiles.
           PERFORM GuardSentMonth.
           PERFORM StartDelivery.
           if NOT ws-correctie
               PERFORM ClearUnsentMonth
           end-if.
           PERFORM BonusFromScores.
           PERFORM ExcludeIdleDrivers.
           if ws-correctie
               PERFORM ReverseDropped
           end-if.
           PERFORM WriteTrailer.
           PERFORM MarkMonthSent.
           PERFORM WriteTotals.
           PERFORM CloseFiles.
           if ws-io-fout-yes
               MOVE 8 TO RETURN-CODE
           end-if.
           stop RUN.

      *--------------Maand, modus, minimum en treden uit BONPARM; een----*
      *--------------bestand met eigen treden vervangt de standaarden----*
       LoadParameters.
           ACCEPT ws-run-date FROM DATE YYYYMMDD.
           MOVE 90 TO TR-SCORE(1).
           MOVE 75 TO TR-BEDRAG(1).
           MOVE "Y" TO TR-ACTIEF(1).
           MOVE 80 TO TR-SCORE(2).
           MOVE 50 TO TR-BEDRAG(2).
           MOVE "Y" TO TR-ACTIEF(2).
           MOVE 70 TO TR-SCORE(3).
           MOVE 25 TO TR-BEDRAG(3).
           MOVE "Y" TO TR-ACTIEF(3).
           MOVE 0 TO TR-SCORE(4).
           MOVE 0 TO TR-BEDRAG(4).
           MOVE "N" TO TR-ACTIEF(4).
           MOVE 0 TO TR-SCORE(5).
           MOVE 0 TO TR-BEDRAG(5).
           MOVE "N" TO TR-ACTIEF(5).
           OPEN INPUT BONPARM-FILE.
           if ws-bonparm-status = "00"
               READ BONPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       if BP-MONTH IS NUMERIC AND
                           BP-MONTH GREATER THAN 0
                           MOVE BP-MONTH TO ws-bonus-month
                       end-if
                       if BP-MODUS = "C"
                           MOVE "C" TO ws-modus
                       end-if
                       if BP-MIN-SESSIES IS NUMERIC AND
                           BP-MIN-SESSIES GREATER THAN 0
                           MOVE BP-MIN-SESSIES TO ws-min-sessies
                       end-if
                       MOVE 1 TO ws-t-idx
                       PERFORM CountOneParmTrede UNTIL
                           ws-t-idx GREATER THAN 5
                       if ws-parm-treden GREATER THAN 0
                           MOVE 1 TO ws-t-idx
                           PERFORM TakeOneParmTrede UNTIL
                               ws-t-idx GREATER THAN 5
                       end-if
               end-read
               CLOSE BONPARM-FILE
           end-if.
           *> zonder maand de vorige kalendermaand
           if ws-bonus-month = 0
               MOVE ws-run-yyyy TO ws-bonus-yyyy
               MOVE ws-run-mm TO ws-bonus-mm
               if ws-bonus-mm = 1
                   SUBTRACT 1 FROM ws-bonus-yyyy
                   MOVE 12 TO ws-bonus-mm
               else
                   SUBTRACT 1 FROM ws-bonus-mm
               end-if
           end-if.
           if ws-bonus-mm LESS THAN 1 OR ws-bonus-mm GREATER THAN 12
               DISPLAY "Ongeldige maand in BONPARM: " ws-bonus-month
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           if ws-correctie
               DISPLAY "Eco-bonus " ws-bonus-month ", correctierun"
           else
               DISPLAY "Eco-bonus " ws-bonus-month
           end-if.

       CountOneParmTrede.
           if BP-TREDE-SCORE(ws-t-idx) IS NUMERIC AND
               BP-TREDE-BEDRAG(ws-t-idx) IS NUMERIC AND
               BP-TREDE-BEDRAG(ws-t-idx) GREATER THAN 0
               ADD 1 TO ws-parm-treden
           end-if.
           ADD 1 TO ws-t-idx.

       TakeOneParmTrede.
           if BP-TREDE-SCORE(ws-t-idx) IS NUMERIC AND
               BP-TREDE-BEDRAG(ws-t-idx) IS NUMERIC AND
               BP-TREDE-BEDRAG(ws-t-idx) GREATER THAN 0
               MOVE BP-TREDE-SCORE(ws-t-idx) TO TR-SCORE(ws-t-idx)
               MOVE BP-TREDE-BEDRAG(ws-t-idx) TO TR-BEDRAG(ws-t-idx)
               MOVE "Y" TO TR-ACTIEF(ws-t-idx)
           else
               MOVE 0 TO TR-SCORE(ws-t-idx)
               MOVE 0 TO TR-BEDRAG(ws-t-idx)
               MOVE "N" TO TR-ACTIEF(ws-t-idx)
           end-if.
           ADD 1 TO ws-t-idx.

      *--------------Opent de bestanden; zonder maandscores of stam------*
      *--------------valt er niets te betalen-------------------------------*
       OpenFiles.
           OPEN INPUT SCOREMND-FILE.
           if ws-scoremnd-status NOT = "00"
               DISPLAY "Kan SCOREMND.DAT niet openen, status: "
                   ws-scoremnd-status
               DISPLAY "Geen bonus aangemaakt"
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           OPEN INPUT DRVMAST-FILE.
           if ws-drvmast-status NOT = "00"
               DISPLAY "Kan DRVMAST.DAT niet openen, status: "
                   ws-drvmast-status
               DISPLAY "Geen bonus aangemaakt"
               CLOSE SCOREMND-FILE
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

           *> alleen status 35 mag een leeg bestand aanmaken; elke
           *> andere open-fout stopt de run voordat er iets is
           *> geleverd.
           OPEN I-O BONSENT-FILE.
           if ws-bonsent-status = "35"
               OPEN OUTPUT BONSENT-FILE
               CLOSE BONSENT-FILE
               OPEN I-O BONSENT-FILE
           end-if.
           if ws-bonsent-status NOT = "00"
               DISPLAY "Kan BONSENT.DAT niet openen, status: "
                   ws-bonsent-status
               DISPLAY "Geen bonus aangemaakt"
               CLOSE SCOREMND-FILE
               CLOSE DRVMAST-FILE
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           OPEN I-O BONPAID-FILE.
           if ws-bonpaid-status = "35"
               OPEN OUTPUT BONPAID-FILE
               CLOSE BONPAID-FILE
               OPEN I-O BONPAID-FILE
           end-if.
           if ws-bonpaid-status NOT = "00"
               DISPLAY "Kan BONPAID.DAT niet openen, status: "
                   ws-bonpaid-status
               DISPLAY "Geen bonus aangemaakt"
               CLOSE SCOREMND-FILE
               CLOSE DRVMAST-FILE
               CLOSE BONSENT-FILE
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

      *--------------Een verzonden maand alleen nog als correctie;--------*
      *--------------een correctie op een niet verzonden maand kan niet--*
       GuardSentMonth.
           MOVE ws-bonus-month TO BS-MONTH.
           READ BONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set ws-month-sent-yes to true
                   MOVE BS-TOTAAL TO ws-prev-totaal
                   MOVE BS-RUN-NR TO ws-run-nr
                   ADD 1 TO ws-run-nr
           end-read.
           if ws-month-sent-yes AND NOT ws-correctie
               DISPLAY "Maand al verzonden: " ws-bonus-month
                   " (run " BS-RUN-NR " op " BS-SENT-DATE ")"
               DISPLAY "Alleen een correctierun (modus C) is mogelijk"
               PERFORM RefuseRun
           end-if.
           if ws-correctie AND NOT ws-month-sent-yes
               DISPLAY "Maand nog niet verzonden: " ws-bonus-month
               DISPLAY "Draai de gewone levering, zonder modus C"
               PERFORM RefuseRun
           end-if.

      *--------------Weigert de run: er is niets geleverd, dus alleen----*
      *--------------een waarschuwing--------------------------------------*
       RefuseRun.
           DISPLAY "Geen bonus aangemaakt".
           CLOSE SCOREMND-FILE.
           CLOSE DRVMAST-FILE.
           CLOSE BONSENT-FILE.
           CLOSE BONPAID-FILE.
           MOVE 4 TO RETURN-CODE.
           stop RUN.

      *--------------Kop van het koppelbestand en van het rapport--------*
       StartDelivery.
           if ws-correctie
               OPEN OUTPUT BONWORK-FILE
               if ws-bonwork-status NOT = "00"
                   DISPLAY "Kan BONWORK.DAT niet aanmaken, status: "
                       ws-bonwork-status
                   DISPLAY "Geen bonus aangemaakt"
                   CLOSE SCOREMND-FILE
                   CLOSE DRVMAST-FILE
                   CLOSE BONSENT-FILE
                   CLOSE BONPAID-FILE
                   MOVE 8 TO RETURN-CODE
                   stop RUN
               end-if
           end-if.
           OPEN OUTPUT PAYBONUS-FILE.
           if ws-paybonus-status NOT = "00"
               DISPLAY "Kan PAYBONUS.DAT niet aanmaken, status: "
                   ws-paybonus-status
               DISPLAY "Geen bonus aangemaakt"
               CLOSE SCOREMND-FILE
               CLOSE DRVMAST-FILE
               CLOSE BONSENT-FILE
               CLOSE BONPAID-FILE
               if ws-correctie
                   CLOSE BONWORK-FILE
               end-if
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.
           MOVE spaces TO PAYBONUS-RECORD.
           MOVE "H" TO PB-REC-TYPE.
           MOVE "GEARBOX" TO PB-H-BRON.
           MOVE ws-bonus-month TO PB-H-MONTH.
           MOVE ws-run-date TO PB-H-RUN-DATE.
           if ws-correctie
               MOVE "C" TO PB-H-MODUS
           else
               MOVE "N" TO PB-H-MODUS
           end-if.
           MOVE ws-run-nr TO PB-H-RUN-NR.
           WRITE PAYBONUS-RECORD.
           PERFORM CheckPaybonusWrite.

           OPEN OUTPUT BONEXCL-FILE.
           WRITE BONEXCL-RECORD FROM ws-report-heading.
           MOVE ws-bonus-month TO rpt-month.
           MOVE spaces TO rpt-modus.
           if ws-correctie
               STRING "CORRECTIE " ws-run-nr DELIMITED BY SIZE
                   INTO rpt-modus
           else
               MOVE "LEVERING" TO rpt-modus
           end-if.
           MOVE ws-min-sessies TO rpt-min-sessies.
           WRITE BONEXCL-RECORD FROM ws-param-line.
           MOVE 1 TO ws-t-idx.
           PERFORM ShowOneTrede UNTIL ws-t-idx GREATER THAN 5.
           WRITE BONEXCL-RECORD FROM ws-separator-line.
           WRITE BONEXCL-RECORD FROM ws-report-columns.

       ShowOneTrede.
           if TR-ACTIEF(ws-t-idx) = "Y"
               MOVE ws-t-idx TO rpt-trede-nr
               MOVE TR-SCORE(ws-t-idx) TO rpt-trede-score
               MOVE TR-BEDRAG(ws-t-idx) TO rpt-trede-bedrag
               WRITE BONEXCL-RECORD FROM ws-trede-line
           end-if.
           ADD 1 TO ws-t-idx.

      *--------------Een schrijffout op het koppelbestand laat de maand--*
      *--------------open--------------------------------------------------*
       CheckPaybonusWrite.
           if ws-paybonus-status NOT = "00"
               DISPLAY "PAYBONUS schrijffout, status: "
                   ws-paybonus-status " " PB-REC-TYPE " " ws-cur-driver
               set ws-io-fout-yes to true
           end-if.

      *--------------Gewone levering: de maand is nog niet verzonden, dus-*
      *--------------BONPAID-regels van de maand zijn van een afgebroken--*
      *--------------poging en gaan weg zonder storno---------------------*
       ClearUnsentMonth.
           MOVE "N" TO ws-bpd-eof.
           MOVE LOW-VALUES TO BD-KEY.
           START BONPAID-FILE KEY NOT LESS THAN BD-KEY
               INVALID KEY
                   set ws-bpd-eof-yes to true
           end-start.
           if ws-bonpaid-status NOT = "00"
               set ws-bpd-eof-yes to true
           end-if.
           PERFORM ClearOneUnsent UNTIL ws-bpd-eof-yes.

       ClearOneUnsent.
           READ BONPAID-FILE NEXT RECORD
               AT END
                   set ws-bpd-eof-yes to true
           end-read.
           if NOT ws-bpd-eof-yes
               if ws-bonpaid-status NOT = "00" AND
                   ws-bonpaid-status NOT = "02"
                   DISPLAY "BONPAID leesfout, status: "
                       ws-bonpaid-status
                   set ws-io-fout-yes to true
                   set ws-bpd-eof-yes to true
               else
                   if BD-MONTH = ws-bonus-month
                       DELETE BONPAID-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       end-delete
                       if ws-bonpaid-status NOT = "00"
                           DISPLAY "BONPAID verwijderfout, status: "
                               ws-bonpaid-status " " BD-DRIVER-ID
                           set ws-io-fout-yes to true
                       end-if
                   end-if
               end-if
           end-if.

      *--------------Alle maandscores van de bonusmaand langs-------------*
       BonusFromScores.
           MOVE LOW-VALUES TO SM-KEY.
           START SCOREMND-FILE KEY NOT LESS THAN SM-KEY
               INVALID KEY
                   set ws-mnd-eof-yes to true
           end-start.
           if ws-scoremnd-status NOT = "00"
               set ws-mnd-eof-yes to true
           end-if.
           PERFORM TakeOneMonthScore UNTIL ws-mnd-eof-yes.

       TakeOneMonthScore.
           READ SCOREMND-FILE NEXT RECORD
               AT END
                   set ws-mnd-eof-yes to true
           end-read.
           if NOT ws-mnd-eof-yes
               if ws-scoremnd-status NOT = "00" AND
                   ws-scoremnd-status NOT = "02"
                   DISPLAY "SCOREMND leesfout, status: "
                       ws-scoremnd-status
                   set ws-io-fout-yes to true
                   set ws-mnd-eof-yes to true
               else
                   if SM-MONTH = ws-bonus-month
                       PERFORM AssessDriver THRU AssessDriver-Exit
                   end-if
               end-if
           end-if.

      *--------------Bonus of uitsluiting voor een bestuurder-------------*
       AssessDriver.
           MOVE SM-DRIVER-ID TO ws-cur-driver.
           MOVE SM-SESSION-COUNT TO ws-cur-sessies.
           if SM-SESSION-COUNT = 0
               MOVE 0 TO ws-avg-score
           else
               DIVIDE SM-CUM-SCORE BY SM-SESSION-COUNT
                   GIVING ws-avg-score ROUNDED
           end-if.
           PERFORM LookupDriverMaster.
           if NOT ws-drvmast-found-yes
               MOVE "GEEN STAMRECORD IN DRVMAST" TO ws-reden
               PERFORM WriteExclusion
               GO TO AssessDriver-Exit.
           if dm-uit-dienst
               MOVE "UIT DIENST (STATUS U)" TO ws-reden
               PERFORM WriteExclusion
               GO TO AssessDriver-Exit.
           if ws-cur-sessies LESS THAN ws-min-sessies
               MOVE "TE WEINIG SESSIES" TO ws-reden
               PERFORM WriteExclusion
               GO TO AssessDriver-Exit.
           PERFORM DetermineTrede.
           if ws-trede = 0
               MOVE "SCORE ONDER DE LAAGSTE TREDE" TO ws-reden
               PERFORM WriteExclusion
               GO TO AssessDriver-Exit.
           if ws-correctie
               PERFORM CorrectDriver
           else
               PERFORM PayDriver
           end-if.

       AssessDriver-Exit.
           EXIT.

      *--------------Naam, depot en status uit DRVMAST---------------------*
       LookupDriverMaster.
           MOVE "N" TO ws-drvmast-found.
           MOVE "** GEEN STAMRECORD **" TO ws-naam.
           MOVE "???" TO ws-depot.
           MOVE ws-cur-driver TO DM-DRIVER-ID.
           READ DRVMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set ws-drvmast-found-yes to true
                   MOVE DM-NAAM TO ws-naam
                   MOVE DM-DEPOT-CODE TO ws-depot
           end-read.

      *--------------De hoogste trede waarvan de drempel gehaald is-------*
       DetermineTrede.
           MOVE 0 TO ws-trede.
           MOVE 0 TO ws-bedrag.
           MOVE 1 TO ws-t-idx.
           PERFORM TryOneTrede UNTIL ws-t-idx GREATER THAN 5.

       TryOneTrede.
           if TR-ACTIEF(ws-t-idx) = "Y" AND
               ws-avg-score NOT LESS THAN TR-SCORE(ws-t-idx)
               if ws-trede = 0
                   MOVE ws-t-idx TO ws-trede
               else
                   if TR-SCORE(ws-t-idx) GREATER THAN
                       TR-SCORE(ws-trede)
                       MOVE ws-t-idx TO ws-trede
                   end-if
               end-if
           end-if.
           if ws-trede GREATER THAN 0
               MOVE TR-BEDRAG(ws-trede) TO ws-bedrag
           end-if.
           ADD 1 TO ws-t-idx.

      *--------------Gewone levering: een D-record en het bedrag in------*
      *--------------BONPAID (een afgebroken eerdere poging wordt---------*
      *--------------overschreven); een correctie zet het bedrag in------*
      *--------------BONWORK----------------------------------------------*
       PayDriver.
           MOVE "D" TO ws-rec-type.
           PERFORM WriteDetail.
           ADD 1 TO ws-bonus-cnt.
           ADD ws-bedrag TO ws-paid-totaal.
           PERFORM StorePaid.

       StorePaid.
           MOVE ws-cur-driver TO BD-DRIVER-ID.
           MOVE ws-bonus-month TO BD-MONTH.
           MOVE ws-avg-score TO BD-SCORE.
           MOVE ws-trede TO BD-TREDE.
           MOVE ws-bedrag TO BD-BEDRAG.
           MOVE ws-run-nr TO BD-RUN-NR.
           if ws-correctie
               MOVE "S" TO BK-ACTIE
               PERFORM QueuePaidChange
           else
               WRITE BONPAID-RECORD
                   INVALID KEY
                       REWRITE BONPAID-RECORD
                           INVALID KEY
                               CONTINUE
                       end-rewrite
               end-write
               if ws-bonpaid-status NOT = "00"
                   DISPLAY "BONPAID schrijffout, status: "
                       ws-bonpaid-status " " ws-cur-driver
                   set ws-io-fout-yes to true
               end-if
           end-if.

      *--------------Correctie: de BONPAID-wijziging wacht in BONWORK---*
      *--------------tot het sluitrecord foutloos geschreven is----------*
       QueuePaidChange.
           MOVE BONPAID-RECORD TO BK-PAID.
           WRITE BONWORK-RECORD.
           if ws-bonwork-status NOT = "00"
               DISPLAY "BONWORK schrijffout, status: "
                   ws-bonwork-status " " BD-DRIVER-ID
               set ws-io-fout-yes to true
           end-if.

      *--------------Correctie: alleen het verschil met de eerdere-------*
      *--------------levering gaat naar de salarisadministratie----------*
       CorrectDriver.
           PERFORM RememberConfirmed.
           MOVE ws-cur-driver TO BD-DRIVER-ID.
           MOVE ws-bonus-month TO BD-MONTH.
           READ BONPAID-FILE
               INVALID KEY
                   *> nieuw in de bonus: alleen een vervangend record
                   MOVE "V" TO ws-rec-type
                   PERFORM WriteDetail
                   ADD 1 TO ws-vervang-cnt
                   ADD 1 TO ws-bonus-cnt
                   PERFORM StorePaid
               NOT INVALID KEY
                   if BD-TREDE = ws-trede AND BD-BEDRAG = ws-bedrag
                       ADD 1 TO ws-gelijk-cnt
                       ADD 1 TO ws-bonus-cnt
                       MOVE ws-run-nr TO BD-RUN-NR
                       MOVE "S" TO BK-ACTIE
                       PERFORM QueuePaidChange
                   else
                       PERFORM WriteStorno
                       MOVE "V" TO ws-rec-type
                       PERFORM WriteDetail
                       ADD 1 TO ws-vervang-cnt
                       ADD 1 TO ws-bonus-cnt
                       PERFORM StorePaid
                   end-if
           end-read.

      *--------------Wie nog bonus krijgt, krijgt in ReverseDropped------*
      *--------------geen storno------------------------------------------*
       RememberConfirmed.
           if ws-cf-cnt LESS THAN ws-cf-max
               ADD 1 TO ws-cf-cnt
               MOVE ws-cur-driver TO CF-DRIVER-ID(ws-cf-cnt)
           else
               *> tabel vol: zonder de bestuurder zou er een onterechte
               *> storno volgen, dus de maand blijft open
               DISPLAY "CONFIRMED-TABLE vol, bestuurder: "
                   ws-cur-driver
               set ws-io-fout-yes to true
           end-if.

       FindConfirmed.
           MOVE "N" TO ws-cf-found.
           MOVE 1 TO ws-cf-idx.
           PERFORM CheckOneConfirmed UNTIL ws-cf-found-yes OR
               ws-cf-idx GREATER THAN ws-cf-cnt.

       CheckOneConfirmed.
           if CF-DRIVER-ID(ws-cf-idx) = BD-DRIVER-ID
               set ws-cf-found-yes to true
           end-if.
           ADD 1 TO ws-cf-idx.

      *--------------Storno van het eerder geleverde bedrag in BONPAID----*
       WriteStorno.
           MOVE spaces TO PAYBONUS-RECORD.
           MOVE "S" TO PB-REC-TYPE.
           MOVE BD-DRIVER-ID TO PB-DRIVER-ID.
           MOVE ws-naam TO PB-NAAM.
           MOVE ws-depot TO PB-DEPOT.
           MOVE BD-MONTH TO PB-MONTH.
           MOVE BD-SCORE TO PB-SCORE.
           MOVE BD-TREDE TO PB-TREDE.
           MOVE BD-BEDRAG TO PB-BEDRAG.
           MOVE "-" TO PB-TEKEN.
           WRITE PAYBONUS-RECORD.
           PERFORM CheckPaybonusWrite.
           ADD 1 TO ws-detail-cnt.
           ADD 1 TO ws-storno-cnt.
           SUBTRACT BD-BEDRAG FROM ws-saldo.
           SUBTRACT BD-BEDRAG FROM ws-prev-totaal.

      *--------------D- of V-record voor de lopende bestuurder-------------*
       WriteDetail.
           MOVE spaces TO PAYBONUS-RECORD.
           MOVE ws-rec-type TO PB-REC-TYPE.
           MOVE ws-cur-driver TO PB-DRIVER-ID.
           MOVE ws-naam TO PB-NAAM.
           MOVE ws-depot TO PB-DEPOT.
           MOVE ws-bonus-month TO PB-MONTH.
           MOVE ws-avg-score TO PB-SCORE.
           MOVE ws-trede TO PB-TREDE.
           MOVE ws-bedrag TO PB-BEDRAG.
           MOVE "+" TO PB-TEKEN.
           WRITE PAYBONUS-RECORD.
           PERFORM CheckPaybonusWrite.
           ADD 1 TO ws-detail-cnt.
           ADD ws-bedrag TO ws-saldo.
           if ws-correctie
               ADD ws-bedrag TO ws-prev-totaal
           end-if.

      *--------------Bestuurders in dienst zonder een enkele sessie in----*
      *--------------de maand horen ook op het uitsluitingenrapport-------*
       ExcludeIdleDrivers.
           MOVE LOW-VALUES TO DM-DRIVER-ID.
           START DRVMAST-FILE KEY NOT LESS THAN DM-DRIVER-ID
               INVALID KEY
                   set ws-drv-eof-yes to true
           end-start.
           if ws-drvmast-status NOT = "00"
               set ws-drv-eof-yes to true
           end-if.
           PERFORM CheckOneIdleDriver UNTIL ws-drv-eof-yes.

       CheckOneIdleDriver.
           READ DRVMAST-FILE NEXT RECORD
               AT END
                   set ws-drv-eof-yes to true
           end-read.
           if NOT ws-drv-eof-yes
               if ws-drvmast-status NOT = "00" AND
                   ws-drvmast-status NOT = "02"
                   set ws-drv-eof-yes to true
               else
                   if NOT dm-uit-dienst
                       MOVE DM-DRIVER-ID TO SM-DRIVER-ID
                       MOVE ws-bonus-month TO SM-MONTH
                       READ SCOREMND-FILE
                           INVALID KEY
                               MOVE DM-DRIVER-ID TO ws-cur-driver
                               MOVE DM-NAAM TO ws-naam
                               MOVE DM-DEPOT-CODE TO ws-depot
                               MOVE 0 TO ws-cur-sessies
                               MOVE 0 TO ws-avg-score
                               MOVE "TE WEINIG SESSIES" TO ws-reden
                               PERFORM WriteExclusion
                       end-read
                   end-if
               end-if
           end-if.

      *--------------Correctie: wie eerder bonus kreeg en nu niet meer---*
      *--------------krijgt een storno; de regel gaat via BONWORK weg----*
       ReverseDropped.
           MOVE LOW-VALUES TO BD-KEY.
           START BONPAID-FILE KEY NOT LESS THAN BD-KEY
               INVALID KEY
                   set ws-bpd-eof-yes to true
           end-start.
           if ws-bonpaid-status NOT = "00"
               set ws-bpd-eof-yes to true
           end-if.
           PERFORM CheckOnePaid UNTIL ws-bpd-eof-yes.

       CheckOnePaid.
           READ BONPAID-FILE NEXT RECORD
               AT END
                   set ws-bpd-eof-yes to true
           end-read.
           if NOT ws-bpd-eof-yes
               if ws-bonpaid-status NOT = "00" AND
                   ws-bonpaid-status NOT = "02"
                   DISPLAY "BONPAID leesfout, status: "
                       ws-bonpaid-status
                   set ws-io-fout-yes to true
                   set ws-bpd-eof-yes to true
               else
                   if BD-MONTH = ws-bonus-month
                       PERFORM FindConfirmed
                       if NOT ws-cf-found-yes
                           MOVE BD-DRIVER-ID TO ws-cur-driver
                           PERFORM LookupDriverMaster
                           PERFORM WriteStorno
                           MOVE "X" TO BK-ACTIE
                           PERFORM QueuePaidChange
                       end-if
                   end-if
               end-if
           end-if.

      *--------------Uitsluiting op het rapport----------------------------*
       WriteExclusion.
           ADD 1 TO ws-excl-cnt.
           MOVE ws-cur-driver TO rpt-driver-id.
           MOVE ws-naam TO rpt-naam.
           MOVE ws-depot TO rpt-depot.
           MOVE ws-cur-sessies TO rpt-sessies.
           MOVE ws-avg-score TO rpt-score.
           MOVE ws-reden TO rpt-reden.
           WRITE BONEXCL-RECORD FROM ws-report-detail.

      *--------------Sluitrecord: aantal detailrecords en het saldo-------*
       WriteTrailer.
           MOVE spaces TO PAYBONUS-RECORD.
           MOVE "T" TO PB-REC-TYPE.
           MOVE ws-detail-cnt TO PB-T-AANTAL.
           MOVE ws-saldo TO PB-T-TOTAAL.
           if ws-saldo LESS THAN 0
               MOVE "-" TO PB-T-TEKEN
           else
               MOVE "+" TO PB-T-TEKEN
           end-if.
           WRITE PAYBONUS-RECORD.
           PERFORM CheckPaybonusWrite.

      *--------------Legt de maand als verzonden vast, alleen na een-----*
      *--------------foutloze run------------------------------------------*
       MarkMonthSent.
           if ws-correctie
               MOVE ws-prev-totaal TO ws-paid-totaal
               CLOSE BONWORK-FILE
               if NOT ws-io-fout-yes
                   PERFORM ApplyPaidChanges
               end-if
           end-if.
           if NOT ws-io-fout-yes
               MOVE ws-bonus-month TO BS-MONTH
               MOVE ws-run-nr TO BS-RUN-NR
               MOVE ws-run-date TO BS-SENT-DATE
               MOVE ws-paid-totaal TO BS-TOTAAL
               if ws-month-sent-yes
                   REWRITE BONSENT-RECORD
                       INVALID KEY
                           CONTINUE
                   end-rewrite
               else
                   WRITE BONSENT-RECORD
                       INVALID KEY
                           CONTINUE
                   end-write
               end-if
               if ws-bonsent-status NOT = "00"
                   DISPLAY "BONSENT schrijffout, status: "
                       ws-bonsent-status
                   set ws-io-fout-yes to true
               end-if
           end-if.

      *--------------Correctie: voert de BONPAID-wijzigingen uit BONWORK-*
      *--------------door; bij een fout blijft de run open---------------*
       ApplyPaidChanges.
           OPEN INPUT BONWORK-FILE.
           if ws-bonwork-status NOT = "00"
               DISPLAY "Kan BONWORK.DAT niet lezen, status: "
                   ws-bonwork-status
               set ws-io-fout-yes to true
           else
               MOVE "N" TO ws-bwk-eof
               PERFORM ApplyOnePaidChange UNTIL ws-bwk-eof-yes
               CLOSE BONWORK-FILE
           end-if.
           if ws-io-fout-yes
               DISPLAY "BONPAID niet volledig bijgewerkt, de "
                   "wijzigingen staan in BONWORK.DAT"
           end-if.

       ApplyOnePaidChange.
           READ BONWORK-FILE
               AT END
                   set ws-bwk-eof-yes to true
           end-read.
           if NOT ws-bwk-eof-yes
               if ws-bonwork-status NOT = "00"
                   DISPLAY "BONWORK leesfout, status: "
                       ws-bonwork-status
                   set ws-io-fout-yes to true
                   set ws-bwk-eof-yes to true
               else
                   MOVE BK-PAID TO BONPAID-RECORD
                   if BK-ACTIE = "X"
                       DELETE BONPAID-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       end-delete
                   else
                       WRITE BONPAID-RECORD
                           INVALID KEY
                               REWRITE BONPAID-RECORD
                                   INVALID KEY
                                       CONTINUE
                               end-rewrite
                       end-write
                   end-if
                   *> een regel die al weg is, is geen fout
                   if BK-ACTIE = "X" AND ws-bonpaid-status = "23"
                       MOVE "00" TO ws-bonpaid-status
                   end-if
                   if ws-bonpaid-status NOT = "00"
                       DISPLAY "BONPAID bijwerkfout, status: "
                           ws-bonpaid-status " " BD-DRIVER-ID
                       set ws-io-fout-yes to true
                       set ws-bwk-eof-yes to true
                   end-if
               end-if
           end-if.

      *--------------Totalen onderaan het rapport--------------------------*
       WriteTotals.
           WRITE BONEXCL-RECORD FROM ws-separator-line.
           MOVE "BESTUURDERS MET BONUS       : " TO rpt-total-text.
           MOVE ws-bonus-cnt TO rpt-total-count.
           WRITE BONEXCL-RECORD FROM ws-total-line.
           MOVE "UITGESLOTEN                 : " TO rpt-total-text.
           MOVE ws-excl-cnt TO rpt-total-count.
           WRITE BONEXCL-RECORD FROM ws-total-line.
           if ws-correctie
               MOVE "ONGEWIJZIGD T.O.V. LEVERING : " TO rpt-total-text
               MOVE ws-gelijk-cnt TO rpt-total-count
               WRITE BONEXCL-RECORD FROM ws-total-line
               MOVE "STORNORECORDS               : " TO rpt-total-text
               MOVE ws-storno-cnt TO rpt-total-count
               WRITE BONEXCL-RECORD FROM ws-total-line
               MOVE "VERVANGENDE RECORDS         : " TO rpt-total-text
               MOVE ws-vervang-cnt TO rpt-total-count
               WRITE BONEXCL-RECORD FROM ws-total-line
           end-if.
           MOVE "DETAILRECORDS IN PAYBONUS   : " TO rpt-total-text.
           MOVE ws-detail-cnt TO rpt-total-count.
           WRITE BONEXCL-RECORD FROM ws-total-line.
           MOVE "SALDO VAN DEZE LEVERING     : " TO rpt-amount-text.
           MOVE ws-saldo TO rpt-amount.
           WRITE BONEXCL-RECORD FROM ws-amount-line.
           MOVE "TOTAAL VOOR DE MAAND        : " TO rpt-amount-text.
           MOVE ws-paid-totaal TO rpt-amount.
           WRITE BONEXCL-RECORD FROM ws-amount-line.
           if ws-io-fout-yes
               MOVE "ONVOLLEDIG - PAYBONUS NIET AANLEVEREN" TO
                   rpt-run-status
           else
               MOVE "VOLLEDIG - MAAND ALS VERZONDEN VASTGELEGD" TO
                   rpt-run-status
           end-if.
           WRITE BONEXCL-RECORD FROM ws-status-line.

      *--------------Sluit alle bestanden----------------------------------*
       CloseFiles.
           CLOSE SCOREMND-FILE.
           CLOSE DRVMAST-FILE.
           CLOSE BONSENT-FILE.
           CLOSE BONPAID-FILE.
           CLOSE PAYBONUS-FILE.
           CLOSE BONEXCL-FILE.
           DISPLAY "Bestuurders met bonus : " ws-bonus-cnt.
           DISPLAY "Uitgesloten           : " ws-excl-cnt.
           DISPLAY "Detailrecords         : " ws-detail-cnt.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Ecobonus-salaris.
