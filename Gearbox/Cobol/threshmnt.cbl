      *            in de nieuwe layout draaien). Het nieuwe rapport
      *            Threshtab-historie print de versiegeschiedenis
      *            per voertuig voor de auditors.
      * 15-10-2026 Audit-spoor: elke toegepaste transactie schrijft een
      *            blijvend record naar AUDITLOG (gedeeld met de andere
      *            onderhoudsprogramma's) met sleutel, actie, operator,
      *            datum/tijd en een voor- en na-beeld van de versie.
      *            De transactie draagt daarvoor achteraan een
      *            operator-id (verplicht); C en D lezen de versie
      *            eerst, zodat het voor-beeld vastligt. Kan AUDITLOG
      *            niet open, dan wordt niets toegepast.
      * 15-10-2026 Transactie draagt achter de operator-id nu ook de
      *            overspeed-limiet en de minimale duur in seconden
      *            (nieuwe THRESHTAB-kolommen voor de overspeed-
      *            bewaking in Car-versnellingen). Leeg betekent nul,
      *            dus geen bewaking; zo blijven transacties in de
      *            vorige layout werken. Gevuld moeten ze numeriek
      *            zijn en hoort bij een limiet een duur. Door de
      *            langere recordlengte moet THRESHTAB eenmalig
      *            opnieuw opgebouwd worden.
      * 15-10-2026 THRESHTRN-RECORD naar copybook THRESHTRR, gedeeld
      *            met het nieuwe programma Threshtab-simulatie dat een
      *            voorstel eerst tegen het archief doorrekent en het
      *            daarna als A-transacties in deze layout klaarzet.
      * 15-10-2026 Een mislukte WRITE op AUDITLOG wordt gemeld met
      *            sleutel en status en geeft return-code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-threshrpt-status.

      *--------------Blijvend audit-spoor van het stamonderhoud---------*
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  THRESHTRN-FILE.
       COPY THRESHTRR.

       FD  THRESHTAB-FILE.
       COPY THRESHRC.
       FD  THRESHRPT-FILE.
       01  THRESHRPT-RECORD          PIC X(80).

       FD  AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-threshtrn-status PIC X(2) value spaces.
       01 ws-threshtab-status PIC X(2) value spaces.
       01 ws-threshrpt-status PIC X(2) value spaces.
       01 ws-auditlog-status  PIC X(2) value spaces.

      *------------------Besturing van de loop----------------------------*
       01 ws-trn-eof           PIC X(1) value 'N'.
      *------------------Reden van afwijzing------------------------------*
       01 ws-reject-reason     PIC X(35) value spaces.

      *------------------Audit-spoor: sleutel en beelden van de versie---*
       01 ws-audit-key.
           05  ak-vehicle-code   PIC X(4).
           05  ak-eff-date       PIC 9(8).
           05  FILLER            PIC X(8) value spaces.
       01 ws-audit-before      PIC X(100) value spaces.
       01 ws-audit-after       PIC X(100) value spaces.

      *------------------Rapportregels------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(32) value
               end-if
           end-if.

           *> zonder audit-spoor geen wijzigingen; alleen een nog niet
           *> bestaand spoor (35) wordt aangemaakt, een bestaand wordt
           *> nooit overschreven.
           OPEN EXTEND AUDITLOG-FILE.
           if ws-auditlog-status = "35"
               OPEN OUTPUT AUDITLOG-FILE
           end-if.
           if ws-auditlog-status NOT = "00"
               DISPLAY "Kan AUDITLOG.DAT niet openen, status: "
                   ws-auditlog-status
               DISPLAY "Geen transacties toegepast"
               CLOSE THRESHTRN-FILE
               CLOSE THRESHTAB-FILE
               stop RUN
           end-if.

           OPEN OUTPUT THRESHRPT-FILE.
           WRITE THRESHRPT-RECORD FROM ws-report-heading.
           WRITE THRESHRPT-RECORD FROM ws-report-columns.
               PERFORM WriteRejected
               GO TO ProcessTransaction-Next.

           *> het audit-spoor moet kunnen zeggen wie het was.
           if TX-OPERATOR = spaces
               MOVE "OPERATOR-ID LEEG" TO ws-reject-reason
               PERFORM WriteRejected
               GO TO ProcessTransaction-Next.

           *> elke actie wijst een versie aan, dus de ingangsdatum
           *> moet altijd een echte datum zijn.
           if TX-EFF-DATE NOT NUMERIC
           if TX-MAX-DELTA NOT GREATER THAN 0
               MOVE "N" TO ws-tx-valid
               MOVE "MAX-DELTA MOET POSITIEF ZIJN" TO ws-reject-reason
               GO TO ValidateBounds-Exit.

           *> leeg is nul (geen bewaking), zodat een transactie in de
           *> vorige layout gewoon doorgaat.
           if TX-OVERSPEED-X = spaces
               MOVE 0 TO TX-OVERSPEED
           end-if.
           if TX-OVERSPEED-SEC-X = spaces
               MOVE 0 TO TX-OVERSPEED-SEC
           end-if.
           if TX-OVERSPEED NOT NUMERIC OR TX-OVERSPEED-SEC NOT NUMERIC
               MOVE "N" TO ws-tx-valid
               MOVE "OVERSPEED NIET NUMERIEK" TO ws-reject-reason
               GO TO ValidateBounds-Exit.

           if TX-OVERSPEED GREATER THAN 0 AND TX-OVERSPEED-SEC = 0
               MOVE "N" TO ws-tx-valid
               MOVE "OVERSPEED ZONDER MINIMALE DUUR" TO ws-reject-reason
           end-if.

       ValidateBounds-Exit.
      *--------------A: nieuwe versie toevoegen (de normale weg bij--------*
      *--------------een hertuning: de oude versies blijven staan)---------*
       ApplyAdd.
           MOVE spaces TO ws-audit-before.
           PERFORM MoveBoundsToRecord.
           MOVE THRESHTAB-RECORD TO ws-audit-after.
           WRITE THRESHTAB-RECORD
               INVALID KEY
                   MOVE "VERSIE BESTAAT AL" TO ws-reject-reason
           end-write.
           PERFORM WriteResult.

      *--------------C: een bestaande versie corrigeren; eerst lezen-----*
      *--------------voor het voor-beeld op het audit-spoor---------------*
       ApplyChange.
           MOVE TX-VEHICLE-CODE TO TT-VEHICLE-CODE.
           MOVE TX-EFF-DATE TO TT-EFF-DATE.
           READ THRESHTAB-FILE
               INVALID KEY
                   MOVE "VERSIE NIET GEVONDEN" TO ws-reject-reason
           end-read.
           if ws-reject-reason = spaces AND ws-threshtab-status = "00"
               MOVE THRESHTAB-RECORD TO ws-audit-before
               PERFORM MoveBoundsToRecord
               MOVE THRESHTAB-RECORD TO ws-audit-after
               REWRITE THRESHTAB-RECORD
                   INVALID KEY
                       MOVE "VERSIE NIET GEVONDEN" TO ws-reject-reason
               end-rewrite
           end-if.
           PERFORM WriteResult.

      *--------------D: een specifieke versie verwijderen-------------------*
       ApplyDelete.
           MOVE TX-VEHICLE-CODE TO TT-VEHICLE-CODE.
           MOVE TX-EFF-DATE TO TT-EFF-DATE.
           READ THRESHTAB-FILE
               INVALID KEY
                   MOVE "VERSIE NIET GEVONDEN" TO ws-reject-reason
           end-read.
           if ws-reject-reason = spaces AND ws-threshtab-status = "00"
               MOVE THRESHTAB-RECORD TO ws-audit-before
               MOVE spaces TO ws-audit-after
               DELETE THRESHTAB-FILE RECORD
                   INVALID KEY
                       MOVE "VERSIE NIET GEVONDEN" TO ws-reject-reason
               end-delete
           end-if.
           PERFORM WriteResult.

      *--------------Elke transactie krijgt precies een rapportregel,-----*
           end-if.
           if ws-reject-reason = spaces
               PERFORM WriteApplied
               PERFORM WriteAuditRecord
           else
               PERFORM WriteRejected
           end-if.

      *--------------Blijvend audit-record van de toegepaste transactie---*
       WriteAuditRecord.
           MOVE spaces TO AUDIT-RECORD.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           MOVE "THRESHTAB" TO AU-FILE-NAME.
           MOVE TX-VEHICLE-CODE TO ak-vehicle-code.
           MOVE TX-EFF-DATE TO ak-eff-date.
           MOVE ws-audit-key TO AU-KEY.
           MOVE TX-ACTION TO AU-TX-TYPE.
           MOVE TX-OPERATOR TO AU-OPERATOR.
           MOVE "Threshtab-onderhoud" TO AU-PROGRAM.
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

      *--------------Zet de transactievelden in het tabelrecord-----------*
       MoveBoundsToRecord.
           MOVE TX-VEHICLE-CODE TO TT-VEHICLE-CODE.
           MOVE TX-BOUND(7) TO TT-BOUND-5E.
           MOVE TX-BOUND(8) TO TT-BOUND-MAX.
           MOVE TX-MAX-DELTA TO TT-MAX-DELTA.
           MOVE TX-OVERSPEED TO TT-OVERSPEED.
           MOVE TX-OVERSPEED-SEC TO TT-OVERSPEED-SEC.

      *--------------Rapportregel: toegepast-------------------------------*
       WriteApplied.
           CLOSE THRESHTRN-FILE.
           CLOSE THRESHTAB-FILE.
           CLOSE THRESHRPT-FILE.
           CLOSE AUDITLOG-FILE.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Threshtab-onderhoud.
