      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: Onderhoud op SRVPLAN, de onderhoudsplannen per voertuig
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: transacties uit SRVMTRN toepassen op
      *            het onderhoudsplan SRVPLAN, naar het voorbeeld van
      *            Vehmast-onderhoud. A legt een nieuw plan vast
      *            (interval in km en dagen, tellerstand en datum van
      *            de laatste beurt), C wijzigt alleen de intervallen,
      *            D verwijdert het plan en S meldt een uitgevoerde
      *            beurt: tellerstand en datum worden bijgewerkt en de
      *            kilometers sinds de beurt gaan terug naar nul. Het
      *            terugzetten van het voertuig naar status actief
      *            blijft een VEHMTRN-transactie van de werkplaats.
      * 15-10-2026 Audit-spoor, net als de andere onderhoudsprogramma's:
      *            elke toegepaste transactie schrijft een blijvend
      *            record naar AUDITLOG met sleutel, actie, operator
      *            (nieuw, verplicht veld SX-OPERATOR), datum/tijd en
      *            een voor- en na-beeld van het plan. Kan AUDITLOG niet
      *            open, dan wordt niets toegepast.
      * 15-10-2026 Een mislukte WRITE op AUDITLOG wordt gemeld met
      *            sleutel en status en geeft return-code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Srvplan-onderhoud.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------Transactiebestand: A/C/D/S per voertuigcode---------*
           SELECT SRVMTRN-FILE ASSIGN TO "SRVMTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-srvmtrn-status.

      *--------------Onderhoudsplan per voertuigcode---------------------*
           SELECT SRVPLAN-FILE ASSIGN TO "SRVPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-VEHICLE-CODE
               FILE STATUS IS ws-srvplan-status.

      *--------------Edit-rapport van de onderhoudsrun-------------------*
           SELECT SRVMRPT-FILE ASSIGN TO "SRVMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-srvmrpt-status.

      *--------------Blijvend audit-spoor van het stamonderhoud---------*
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SRVMTRN-FILE.
       01  SRVMTRN-RECORD.
      *--------------A(dd), C(hange), D(elete) of S(ervice uitgevoerd)---*
           05  SX-ACTION             PIC X(1).
           05  SX-VEHICLE-CODE       PIC X(4).
           05  SX-INTERVAL-KM        PIC 9(6).
           05  SX-INTERVAL-DAGEN     PIC 9(4).
      *--------------Tellerstand en datum van de (laatste) beurt---------*
           05  SX-SERVICE-KM         PIC 9(7).
           05  SX-SERVICE-DATE       PIC 9(8).
      *--------------Wie de transactie aanlevert, voor het audit-spoor--*
           05  SX-OPERATOR           PIC X(8).

       FD  SRVPLAN-FILE.
       COPY SRVPLANR.

       FD  SRVMRPT-FILE.
       01  SRVMRPT-RECORD            PIC X(80).

       FD  AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-srvmtrn-status   PIC X(2) value spaces.
       01 ws-srvplan-status   PIC X(2) value spaces.
       01 ws-srvmrpt-status   PIC X(2) value spaces.
       01 ws-auditlog-status  PIC X(2) value spaces.

      *------------------Besturing van de loop----------------------------*
       01 ws-trn-eof           PIC X(1) value 'N'.
           88 ws-trn-eof-yes           value 'Y'.
       01 ws-tx-valid          PIC X(1) value 'N'.
           88 ws-tx-valid-yes          value 'Y'.

      *------------------Telling voor het rapport-------------------------*
       01 ws-tx-read           PIC 9(5) value 0.
       01 ws-tx-applied        PIC 9(5) value 0.
       01 ws-tx-rejected       PIC 9(5) value 0.

      *------------------Reden van afwijzing------------------------------*
       01 ws-reject-reason     PIC X(35) value spaces.

      *------------------Audit-spoor: beelden van het plan---------------*
       01 ws-audit-before      PIC X(100) value spaces.
       01 ws-audit-after       PIC X(100) value spaces.

      *------------------Rapportregels------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(30) value
               "SRVPLAN ONDERHOUD EDIT-RAPPORT".
       01 ws-report-columns.
           05  FILLER            PIC X(25) value
               "ACT CODE RESULTAAT REDEN".
       01 ws-report-detail.
           05  rpt-action        PIC X(1).
           05  FILLER            PIC X(3) value spaces.
           05  rpt-vehicle       PIC X(4).
           05  FILLER            PIC X(1) value space.
           05  rpt-status        PIC X(9).
           05  FILLER            PIC X(1) value space.
           05  rpt-reason        PIC X(35).
       01 ws-report-total.
           05  rpt-total-text    PIC X(12).
           05  rpt-total-count   PIC 9(5).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainMaint.
           PERFORM OpenFiles.
           PERFORM ReadTransaction.
           PERFORM ProcessTransaction THRU ProcessTransaction-Exit
               UNTIL ws-trn-eof-yes.
           PERFORM WriteTotals.
           PERFORM CloseFiles.
           stop RUN.

      *--------------Opent alle bestanden en zet de rapportkop-----------*
       OpenFiles.
           OPEN INPUT SRVMTRN-FILE.
           if ws-srvmtrn-status NOT = "00"
               DISPLAY "Kan SRVMTRN.DAT niet openen, status: "
                   ws-srvmtrn-status
               set ws-trn-eof-yes to true
           end-if.

           *> alleen "bestand niet gevonden" (35) mag een leeg plan-
           *> bestand aanmaken; elke andere open-fout zou de plannen
           *> met hun opgebouwde kilometers stilletjes wissen.
           OPEN I-O SRVPLAN-FILE.
           if ws-srvplan-status = "35"
               OPEN OUTPUT SRVPLAN-FILE
               CLOSE SRVPLAN-FILE
               OPEN I-O SRVPLAN-FILE
           else
               if ws-srvplan-status NOT = "00"
                   DISPLAY "Kan SRVPLAN.DAT niet openen, status: "
                       ws-srvplan-status
                   DISPLAY "Geen transacties toegepast"
                   CLOSE SRVMTRN-FILE
                   stop RUN
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
               CLOSE SRVMTRN-FILE
               CLOSE SRVPLAN-FILE
               stop RUN
           end-if.

           OPEN OUTPUT SRVMRPT-FILE.
           WRITE SRVMRPT-RECORD FROM ws-report-heading.
           WRITE SRVMRPT-RECORD FROM ws-report-columns.

      *--------------Leest de volgende transactie------------------------*
       ReadTransaction.
           READ SRVMTRN-FILE
               AT END
                   set ws-trn-eof-yes to true
               NOT AT END
                   ADD 1 TO ws-tx-read
           end-read.

      *--------------Valideert en past een transactie toe----------------*
       ProcessTransaction.
           MOVE spaces TO ws-reject-reason.

           if SX-ACTION NOT = "A" AND SX-ACTION NOT = "C" AND
               SX-ACTION NOT = "D" AND SX-ACTION NOT = "S"
               MOVE "ONBEKENDE ACTIE" TO ws-reject-reason
               PERFORM WriteRejected
               GO TO ProcessTransaction-Next.

           if SX-VEHICLE-CODE = spaces
               MOVE "VOERTUIGCODE LEEG" TO ws-reject-reason
               PERFORM WriteRejected
               GO TO ProcessTransaction-Next.

           *> het audit-spoor moet kunnen zeggen wie het was.
           if SX-OPERATOR = spaces
               MOVE "OPERATOR-ID LEEG" TO ws-reject-reason
               PERFORM WriteRejected
               GO TO ProcessTransaction-Next.

           *> A en C dragen de intervallen, A en S een beurt; een D
           *> heeft genoeg aan de voertuigcode.
           PERFORM ValidateFields THRU ValidateFields-Exit.
           if NOT ws-tx-valid-yes
               PERFORM WriteRejected
               GO TO ProcessTransaction-Next.

           if SX-ACTION = "A"
               PERFORM ApplyAdd
           end-if.
           if SX-ACTION = "C"
               PERFORM ApplyChange THRU ApplyChange-Exit
           end-if.
           if SX-ACTION = "D"
               PERFORM ApplyDelete
           end-if.
           if SX-ACTION = "S"
               PERFORM ApplyService THRU ApplyService-Exit
           end-if.

       ProcessTransaction-Next.
           PERFORM ReadTransaction.

       ProcessTransaction-Exit.
           EXIT.

      *--------------Controle van intervallen en beurtgegevens-----------*
       ValidateFields.
           MOVE "Y" TO ws-tx-valid.

           if SX-ACTION = "A" OR SX-ACTION = "C"
               if SX-INTERVAL-KM NOT NUMERIC OR
                   SX-INTERVAL-DAGEN NOT NUMERIC
                   MOVE "N" TO ws-tx-valid
                   MOVE "INTERVAL NIET NUMERIEK" TO ws-reject-reason
                   GO TO ValidateFields-Exit
               end-if
               *> een van beide mag nul zijn (dan telt alleen het
               *> andere), maar een plan zonder enig interval zou
               *> nooit een beurt melden.
               if SX-INTERVAL-KM = 0 AND SX-INTERVAL-DAGEN = 0
                   MOVE "N" TO ws-tx-valid
                   MOVE "GEEN INTERVAL IN KM OF DAGEN"
                       TO ws-reject-reason
                   GO TO ValidateFields-Exit
               end-if
           end-if.

           if SX-ACTION = "A" OR SX-ACTION = "S"
               if SX-SERVICE-KM NOT NUMERIC
                   MOVE "N" TO ws-tx-valid
                   MOVE "TELLERSTAND NIET NUMERIEK" TO ws-reject-reason
                   GO TO ValidateFields-Exit
               end-if
               if SX-SERVICE-DATE NOT NUMERIC
                   MOVE "N" TO ws-tx-valid
                   MOVE "ONGELDIGE BEURTDATUM" TO ws-reject-reason
                   GO TO ValidateFields-Exit
               end-if
               if FUNCTION INTEGER-OF-DATE(SX-SERVICE-DATE) = 0
                   MOVE "N" TO ws-tx-valid
                   MOVE "ONGELDIGE BEURTDATUM" TO ws-reject-reason
               end-if
           end-if.

       ValidateFields-Exit.
           EXIT.

      *--------------A: nieuw plan, teller begint op nul------------------*
       ApplyAdd.
           MOVE spaces TO SRVPLAN-RECORD.
           MOVE SX-VEHICLE-CODE TO SV-VEHICLE-CODE.
           MOVE SX-INTERVAL-KM TO SV-INTERVAL-KM.
           MOVE SX-INTERVAL-DAGEN TO SV-INTERVAL-DAGEN.
           MOVE SX-SERVICE-KM TO SV-SERVICE-KM.
           MOVE SX-SERVICE-DATE TO SV-SERVICE-DATE.
           MOVE 0 TO SV-KM-SINDS.
           MOVE 0 TO SV-LAST-GEN-DATE.
           MOVE spaces TO ws-audit-before.
           MOVE SRVPLAN-RECORD TO ws-audit-after.
           WRITE SRVPLAN-RECORD
               INVALID KEY
                   MOVE "PLAN BESTAAT AL" TO ws-reject-reason
           end-write.
           PERFORM WriteResult.

      *--------------C: alleen de intervallen, de teller blijft staan-----*
       ApplyChange.
           MOVE SX-VEHICLE-CODE TO SV-VEHICLE-CODE.
           READ SRVPLAN-FILE
               INVALID KEY
                   MOVE "PLAN NIET GEVONDEN" TO ws-reject-reason
           end-read.
           if ws-reject-reason NOT = spaces OR
               ws-srvplan-status NOT = "00"
               PERFORM WriteResult
               GO TO ApplyChange-Exit.
           MOVE SRVPLAN-RECORD TO ws-audit-before.
           MOVE SX-INTERVAL-KM TO SV-INTERVAL-KM.
           MOVE SX-INTERVAL-DAGEN TO SV-INTERVAL-DAGEN.
           MOVE SRVPLAN-RECORD TO ws-audit-after.
           REWRITE SRVPLAN-RECORD
               INVALID KEY
                   MOVE "PLAN NIET GEVONDEN" TO ws-reject-reason
           end-rewrite.
           PERFORM WriteResult.

       ApplyChange-Exit.
           EXIT.

      *--------------D: plan verwijderen-----------------------------------*
       ApplyDelete.
           MOVE SX-VEHICLE-CODE TO SV-VEHICLE-CODE.
           READ SRVPLAN-FILE
               INVALID KEY
                   MOVE "PLAN NIET GEVONDEN" TO ws-reject-reason
           end-read.
           if ws-reject-reason = spaces AND ws-srvplan-status = "00"
               MOVE SRVPLAN-RECORD TO ws-audit-before
               MOVE spaces TO ws-audit-after
               DELETE SRVPLAN-FILE RECORD
                   INVALID KEY
                       MOVE "PLAN NIET GEVONDEN" TO ws-reject-reason
               end-delete
           end-if.
           PERFORM WriteResult.

      *--------------S: beurt uitgevoerd, teller terug naar nul-----------*
       ApplyService.
           MOVE SX-VEHICLE-CODE TO SV-VEHICLE-CODE.
           READ SRVPLAN-FILE
               INVALID KEY
                   MOVE "PLAN NIET GEVONDEN" TO ws-reject-reason
           end-read.
           if ws-reject-reason NOT = spaces OR
               ws-srvplan-status NOT = "00"
               PERFORM WriteResult
               GO TO ApplyService-Exit.
           *> een beurt van voor de vastgelegde beurt is een tikfout
           *> of een oude bon; die zou de teller onterecht leegmaken.
           if SX-SERVICE-DATE LESS THAN SV-SERVICE-DATE
               MOVE "BEURT OUDER DAN VORIGE BEURT" TO ws-reject-reason
               PERFORM WriteRejected
               GO TO ApplyService-Exit.
           MOVE SRVPLAN-RECORD TO ws-audit-before.
           MOVE SX-SERVICE-KM TO SV-SERVICE-KM.
           MOVE SX-SERVICE-DATE TO SV-SERVICE-DATE.
           MOVE 0 TO SV-KM-SINDS.
           MOVE SRVPLAN-RECORD TO ws-audit-after.
           REWRITE SRVPLAN-RECORD
               INVALID KEY
                   MOVE "PLAN NIET GEVONDEN" TO ws-reject-reason
           end-rewrite.
           PERFORM WriteResult.

       ApplyService-Exit.
           EXIT.

      *--------------Elke transactie krijgt precies een rapportregel,-----*
      *--------------ook als de plan-I/O faalt buiten INVALID KEY om------*
       WriteResult.
           if ws-reject-reason = spaces AND
               ws-srvplan-status NOT = "00" AND
               ws-srvplan-status NOT = "02"
               MOVE spaces TO ws-reject-reason
               STRING "PLAN I/O FOUT, STATUS "
                   ws-srvplan-status
                   DELIMITED BY SIZE INTO ws-reject-reason
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
           MOVE "SRVPLAN" TO AU-FILE-NAME.
           MOVE SX-VEHICLE-CODE TO AU-KEY.
           MOVE SX-ACTION TO AU-TX-TYPE.
           MOVE SX-OPERATOR TO AU-OPERATOR.
           MOVE "Srvplan-onderhoud" TO AU-PROGRAM.
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

      *--------------Rapportregel: toegepast-------------------------------*
       WriteApplied.
           ADD 1 TO ws-tx-applied.
           MOVE SX-ACTION TO rpt-action.
           MOVE SX-VEHICLE-CODE TO rpt-vehicle.
           MOVE "TOEGEPAST" TO rpt-status.
           MOVE spaces TO rpt-reason.
           WRITE SRVMRPT-RECORD FROM ws-report-detail.

      *--------------Rapportregel: afgewezen, met reden--------------------*
       WriteRejected.
           ADD 1 TO ws-tx-rejected.
           MOVE SX-ACTION TO rpt-action.
           MOVE SX-VEHICLE-CODE TO rpt-vehicle.
           MOVE "AFGEWEZEN" TO rpt-status.
           MOVE ws-reject-reason TO rpt-reason.
           WRITE SRVMRPT-RECORD FROM ws-report-detail.

      *--------------Totalen onderaan het rapport--------------------------*
       WriteTotals.
           MOVE "GELEZEN   : " TO rpt-total-text.
           MOVE ws-tx-read TO rpt-total-count.
           WRITE SRVMRPT-RECORD FROM ws-report-total.
           MOVE "TOEGEPAST : " TO rpt-total-text.
           MOVE ws-tx-applied TO rpt-total-count.
           WRITE SRVMRPT-RECORD FROM ws-report-total.
           MOVE "AFGEWEZEN : " TO rpt-total-text.
           MOVE ws-tx-rejected TO rpt-total-count.
           WRITE SRVMRPT-RECORD FROM ws-report-total.
           DISPLAY "Transacties gelezen  : " ws-tx-read.
           DISPLAY "Transacties toegepast: " ws-tx-applied.
           DISPLAY "Transacties afgewezen: " ws-tx-rejected.

      *--------------Sluit alle bestanden----------------------------------*
       CloseFiles.
           CLOSE SRVMTRN-FILE.
           CLOSE SRVPLAN-FILE.
           CLOSE SRVMRPT-FILE.
           CLOSE AUDITLOG-FILE.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Srvplan-onderhoud.
