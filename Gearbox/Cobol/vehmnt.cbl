      *            afgevoerd blijft gewoon in het register staan: de
      *            status is juist waar de keuring in Car-
      *            versnellingen op afkeurt.
      * 15-10-2026 VEHMTRN-RECORD naar copybook VEHMTRNR, gedeeld met
      *            het nieuwe programma Onderhoudsinterval dat voor
      *            voertuigen over hun onderhoudsinterval C-transacties
      *            naar status W(erkplaats) klaarzet.
      * 15-10-2026 Audit-spoor: elke toegepaste transactie schrijft een
      *            blijvend record naar AUDITLOG (gedeeld met de andere
      *            onderhoudsprogramma's) met sleutel, actie, operator
      *            (nieuw, verplicht veld VX-OPERATOR), datum/tijd en
      *            een voor- en na-beeld van het registerrecord; C en D
      *            lezen het record eerst. Kan AUDITLOG niet open, dan
      *            wordt niets toegepast.
      * 15-10-2026 Een mislukte WRITE op AUDITLOG wordt gemeld met
      *            sleutel en status en geeft return-code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-vehmrpt-status.

      *--------------Blijvend audit-spoor van het stamonderhoud---------*
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  VEHMTRN-FILE.
       COPY VEHMTRNR.

       FD  VEHMAST-FILE.
       COPY VEHMASTR.
       FD  VEHMRPT-FILE.
       01  VEHMRPT-RECORD            PIC X(80).

       FD  AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-vehmtrn-status   PIC X(2) value spaces.
       01 ws-vehmast-status   PIC X(2) value spaces.
       01 ws-vehmrpt-status   PIC X(2) value spaces.
       01 ws-auditlog-status  PIC X(2) value spaces.

      *------------------Besturing van de loop----------------------------*
       01 ws-trn-eof           PIC X(1) value 'N'.
      *------------------Reden van afwijzing------------------------------*
       01 ws-reject-reason     PIC X(35) value spaces.

      *------------------Audit-spoor: beelden van het registerrecord-----*
       01 ws-audit-before      PIC X(100) value spaces.
       01 ws-audit-after       PIC X(100) value spaces.

      *------------------Rapportregels------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(30) value
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
               CLOSE VEHMTRN-FILE
               CLOSE VEHMAST-FILE
               stop RUN
           end-if.

           OPEN OUTPUT VEHMRPT-FILE.
           WRITE VEHMRPT-RECORD FROM ws-report-heading.
           WRITE VEHMRPT-RECORD FROM ws-report-columns.
               PERFORM WriteRejected
               GO TO ProcessTransaction-Next.

           *> het audit-spoor moet kunnen zeggen wie het was.
           if VX-OPERATOR = spaces
               MOVE "OPERATOR-ID LEEG" TO ws-reject-reason
               PERFORM WriteRejected
               GO TO ProcessTransaction-Next.

           *> alleen A en C dragen status en depot; een D heeft genoeg
           *> aan de voertuigcode.
           if VX-ACTION = "A" OR VX-ACTION = "C"

      *--------------A: nieuw voertuig toevoegen--------------------------*
       ApplyAdd.
           MOVE spaces TO ws-audit-before.
           PERFORM MoveFieldsToRecord.
           MOVE VEHMAST-RECORD TO ws-audit-after.
           WRITE VEHMAST-RECORD
               INVALID KEY
                   MOVE "VOERTUIGCODE BESTAAT AL" TO ws-reject-reason
           end-write.
           PERFORM WriteResult.

      *--------------C: bestaand voertuig wijzigen; eerst lezen voor-----*
      *--------------het voor-beeld op het audit-spoor--------------------*
       ApplyChange.
           MOVE VX-VEHICLE-CODE TO VM-VEHICLE-CODE.
           READ VEHMAST-FILE
               INVALID KEY
                   MOVE "VOERTUIGCODE NIET GEVONDEN" TO ws-reject-reason
           end-read.
           if ws-reject-reason = spaces AND ws-vehmast-status = "00"
               MOVE VEHMAST-RECORD TO ws-audit-before
               PERFORM MoveFieldsToRecord
               MOVE VEHMAST-RECORD TO ws-audit-after
               REWRITE VEHMAST-RECORD
                   INVALID KEY
                       MOVE "VOERTUIGCODE NIET GEVONDEN"
                           TO ws-reject-reason
               end-rewrite
           end-if.
           PERFORM WriteResult.

      *--------------D: voertuig verwijderen-------------------------------*
       ApplyDelete.
           MOVE VX-VEHICLE-CODE TO VM-VEHICLE-CODE.
           READ VEHMAST-FILE
               INVALID KEY
                   MOVE "VOERTUIGCODE NIET GEVONDEN" TO ws-reject-reason
           end-read.
           if ws-reject-reason = spaces AND ws-vehmast-status = "00"
               MOVE VEHMAST-RECORD TO ws-audit-before
               MOVE spaces TO ws-audit-after
               DELETE VEHMAST-FILE RECORD
                   INVALID KEY
                       MOVE "VOERTUIGCODE NIET GEVONDEN"
                           TO ws-reject-reason
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
           MOVE "VEHMAST" TO AU-FILE-NAME.
           MOVE VX-VEHICLE-CODE TO AU-KEY.
           MOVE VX-ACTION TO AU-TX-TYPE.
           MOVE VX-OPERATOR TO AU-OPERATOR.
           MOVE "Vehmast-onderhoud" TO AU-PROGRAM.
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

      *--------------Zet de transactievelden in het registerrecord--------*
       MoveFieldsToRecord.
           MOVE VX-VEHICLE-CODE TO VM-VEHICLE-CODE.
           CLOSE VEHMTRN-FILE.
           CLOSE VEHMAST-FILE.
           CLOSE VEHMRPT-FILE.
           CLOSE AUDITLOG-FILE.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Vehmast-onderhoud.
