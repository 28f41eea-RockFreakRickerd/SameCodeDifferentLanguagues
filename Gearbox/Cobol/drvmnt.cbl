      *            zodat de fleet managers niet meer met een losse
      *            spreadsheet hoeven te werken (de ABC123/ABC213-
      *            verwisseling van juli).
      * 15-10-2026 Audit-spoor: elke toegepaste transactie schrijft een
      *            blijvend record naar AUDITLOG (gedeeld met de andere
      *            onderhoudsprogramma's) met sleutel, actie, operator
      *            (nieuw, verplicht veld DX-OPERATOR), datum/tijd en
      *            een voor- en na-beeld van het stamrecord; C en D
      *            lezen het record eerst. Kan AUDITLOG niet open, dan
      *            wordt niets toegepast.
      * 15-10-2026 Datum uit dienst voor de bewaartermijn van Retentie-
      *            opschoning: gaat een bestuurder naar status U, dan
      *            legt DM-UIT-DIENST-DATE de datum uit de transactie
      *            vast (nieuw, optioneel veld DX-UIT-DIENST-DATE),
      *            anders de datum van vandaag; terug naar I maakt de
      *            datum weer nul. Een geanonimiseerde bestuurder (of
      *            een die midden in een opschoning staat) kan niet
      *            meer gewijzigd of verwijderd worden, en een id die
      *            met # begint is voorbehouden aan de pseudoniemen.
      * 15-10-2026 Een mislukte WRITE op AUDITLOG wordt gemeld met
      *            sleutel en status en geeft return-code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-drvmrpt-status.

      *--------------Blijvend audit-spoor van het stamonderhoud---------*
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05  DX-DEPOT-CODE         PIC X(3).
      *--------------Dienstverband I(n dienst) of U(it dienst)-----------*
           05  DX-STATUS             PIC X(1).
      *--------------Wie de transactie aanlevert, voor het audit-spoor--*
           05  DX-OPERATOR           PIC X(8).
      *--------------Datum uit dienst bij status U; leeg = vandaag-------*
           05  DX-UIT-DIENST-DATE    PIC 9(8).

       FD  DRVMAST-FILE.
       COPY DRVMASTR.
       FD  DRVMRPT-FILE.
       01  DRVMRPT-RECORD            PIC X(80).

       FD  AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-drvmtrn-status   PIC X(2) value spaces.
       01 ws-drvmast-status   PIC X(2) value spaces.
       01 ws-drvmrpt-status   PIC X(2) value spaces.
       01 ws-auditlog-status  PIC X(2) value spaces.

      *------------------Besturing van de loop----------------------------*
       01 ws-trn-eof           PIC X(1) value 'N'.
      *------------------Reden van afwijzing------------------------------*
       01 ws-reject-reason     PIC X(35) value spaces.

      *------------------Eerste positie van de id: # is een pseudoniem---*
       01 ws-id-check          PIC X(6) value spaces.
       01 ws-id-check-parts REDEFINES ws-id-check.
           05  ws-id-prefix      PIC X(1).
               88 ws-id-pseudoniem          value '#'.
           05  FILLER            PIC X(5).
       01 ws-today             PIC 9(8) value 0.

      *------------------Audit-spoor: beelden van het stamrecord---------*
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
               CLOSE DRVMTRN-FILE
               CLOSE DRVMAST-FILE
               stop RUN
           end-if.

           OPEN OUTPUT DRVMRPT-FILE.
           WRITE DRVMRPT-RECORD FROM ws-report-heading.
           WRITE DRVMRPT-RECORD FROM ws-report-columns.
               PERFORM WriteRejected
               GO TO ProcessTransaction-Next.

           *> het audit-spoor moet kunnen zeggen wie het was.
           if DX-OPERATOR = spaces
               MOVE "OPERATOR-ID LEEG" TO ws-reject-reason
               PERFORM WriteRejected
               GO TO ProcessTransaction-Next.

           *> alleen A en C dragen naam, depot en dienstverband; een D
           *> heeft genoeg aan de bestuurder-id.
           if DX-ACTION = "A" OR DX-ACTION = "C"
           if DX-DEPOT-CODE = spaces
               MOVE "N" TO ws-tx-valid
               MOVE "DEPOTCODE LEEG" TO ws-reject-reason
               GO TO ValidateFields-Exit.

           MOVE DX-DRIVER-ID TO ws-id-check.
           if DX-ACTION = "A" AND ws-id-pseudoniem
               MOVE "N" TO ws-tx-valid
               MOVE "ID MET # IS VOORBEHOUDEN" TO ws-reject-reason
               GO TO ValidateFields-Exit.

           if DX-STATUS = "U" AND DX-UIT-DIENST-DATE IS NUMERIC
               if DX-UIT-DIENST-DATE GREATER THAN 0 AND
                   FUNCTION INTEGER-OF-DATE(DX-UIT-DIENST-DATE) = 0
                   MOVE "N" TO ws-tx-valid
                   MOVE "UIT-DIENST-DATUM ONGELDIG"
                       TO ws-reject-reason
               end-if
           end-if.

       ValidateFields-Exit.

      *--------------A: nieuwe bestuurder toevoegen-----------------------*
       ApplyAdd.
           MOVE spaces TO ws-audit-before.
           MOVE spaces TO DRVMAST-RECORD.
           MOVE 0 TO DM-UIT-DIENST-DATE.
           MOVE 0 TO DM-PURGE-DATE.
           PERFORM MoveFieldsToRecord.
           MOVE DRVMAST-RECORD TO ws-audit-after.
           WRITE DRVMAST-RECORD
               INVALID KEY
                   MOVE "BESTUURDER-ID BESTAAT AL" TO ws-reject-reason
           end-write.
           PERFORM WriteResult.

      *--------------C: bestaande bestuurder wijzigen; eerst lezen-------*
      *--------------voor het voor-beeld op het audit-spoor---------------*
       ApplyChange.
           MOVE DX-DRIVER-ID TO DM-DRIVER-ID.
           READ DRVMAST-FILE
               INVALID KEY
                   MOVE "BESTUURDER-ID NIET GEVONDEN"
                       TO ws-reject-reason
           end-read.
           if ws-reject-reason = spaces AND ws-drvmast-status = "00"
               PERFORM CheckNotPurged
           end-if.
           if ws-reject-reason = spaces AND ws-drvmast-status = "00"
               MOVE DRVMAST-RECORD TO ws-audit-before
               PERFORM MoveFieldsToRecord
               MOVE DRVMAST-RECORD TO ws-audit-after
               REWRITE DRVMAST-RECORD
                   INVALID KEY
                       MOVE "BESTUURDER-ID NIET GEVONDEN"
                           TO ws-reject-reason
               end-rewrite
           end-if.
           PERFORM WriteResult.

      *--------------D: bestuurder verwijderen-----------------------------*
       ApplyDelete.
           MOVE DX-DRIVER-ID TO DM-DRIVER-ID.
           READ DRVMAST-FILE
               INVALID KEY
                   MOVE "BESTUURDER-ID NIET GEVONDEN"
                       TO ws-reject-reason
           end-read.
           if ws-reject-reason = spaces AND ws-drvmast-status = "00"
               PERFORM CheckNotPurged
           end-if.
           if ws-reject-reason = spaces AND ws-drvmast-status = "00"
               MOVE DRVMAST-RECORD TO ws-audit-before
               MOVE spaces TO ws-audit-after
               DELETE DRVMAST-FILE RECORD
                   INVALID KEY
                       MOVE "BESTUURDER-ID NIET GEVONDEN"
                           TO ws-reject-reason
               end-delete
           end-if.
           PERFORM WriteResult.

      *--------------Een geanonimiseerd record blijft zoals het is: een---*
      *--------------D zou het pseudoniem vrijgeven voor hergebruik-------*
       CheckNotPurged.
           if DM-PURGE-DATE NOT = 0 OR DM-PSEUDONIEM NOT = spaces
               MOVE "BESTUURDER GEANONIMISEERD" TO ws-reject-reason
           end-if.

      *--------------Elke transactie krijgt precies een rapportregel,-----*
      *--------------ook als de stam-I/O faalt buiten INVALID KEY om,-----*
      *--------------anders sluiten de totalen onderaan niet aan----------*
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
           MOVE "DRVMAST" TO AU-FILE-NAME.
           MOVE DX-DRIVER-ID TO AU-KEY.
           MOVE DX-ACTION TO AU-TX-TYPE.
           MOVE DX-OPERATOR TO AU-OPERATOR.
           MOVE "Drvmast-onderhoud" TO AU-PROGRAM.
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

      *--------------Zet de transactievelden in het stamrecord------------*
       MoveFieldsToRecord.
           MOVE DX-DRIVER-ID TO DM-DRIVER-ID.
           MOVE DX-NAAM TO DM-NAAM.
           MOVE DX-DEPOT-CODE TO DM-DEPOT-CODE.
           MOVE DX-STATUS TO DM-STATUS.
           *> de bewaartermijn loopt vanaf de datum uit dienst; een
           *> bestuurder die al uit dienst was houdt zijn datum.
           if DX-STATUS = "U"
               if DX-UIT-DIENST-DATE IS NUMERIC AND
                   DX-UIT-DIENST-DATE GREATER THAN 0
                   MOVE DX-UIT-DIENST-DATE TO DM-UIT-DIENST-DATE
               else
                   if DM-UIT-DIENST-DATE NOT NUMERIC OR
                       DM-UIT-DIENST-DATE = 0
                       ACCEPT ws-today FROM DATE YYYYMMDD
                       MOVE ws-today TO DM-UIT-DIENST-DATE
                   end-if
               end-if
           else
               MOVE 0 TO DM-UIT-DIENST-DATE
           end-if.

      *--------------Rapportregel: toegepast-------------------------------*
       WriteApplied.
           CLOSE DRVMTRN-FILE.
           CLOSE DRVMAST-FILE.
           CLOSE DRVMRPT-FILE.
           CLOSE AUDITLOG-FILE.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Drvmast-onderhoud.
