      ******************************************************************
      * Author: Rick van Dijk
      * Date: 15-10-2026
      * Purpose: Inzage in het audit-spoor van het stamonderhoud
      * Tectonics: cbl
      *------------------------------------------------------------------
      * Modification history
      * 15-10-2026 Eerste versie: selecteert uit AUDITLOG (geschreven
      *            door Threshtab-onderhoud, Vehmast-onderhoud,
      *            Drvmast-onderhoud, Srvplan-onderhoud en Speedexc-
      *            dispositie) op bestandsnaam, sleutel en een van/tot-
      *            datum uit AUDSEL, en print per toegepaste transactie
      *            wie, wanneer en met welk programma, gevolgd door de
      *            gewijzigde velden met de waarde ervoor en erna naast
      *            elkaar. Een lege selectiekolom selecteert alles; de
      *            sleutel selecteert op het begin, zodat "AB12" alle
      *            THRESHTAB-versies van AB12 geeft.
      * 15-10-2026 DRVMAST-beeld met de datum uit dienst, het pseudoniem
      *            en de opschoondatum.
      * 15-10-2026 THRESHTAB-beeld met de overspeed-limiet en de
      *            minimale duur.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. Audit-inzage.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *--------------Blijvend audit-spoor van het stamonderhoud---------*
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auditlog-status.

      *--------------Selectie: bestand, sleutel, van- en tot-datum------*
           SELECT AUDSEL-FILE ASSIGN TO "AUDSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audsel-status.

      *--------------Inzagerapport voor de auditors----------------------*
           SELECT AUDRPT-FILE ASSIGN TO "AUDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audrpt-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  AUDITLOG-FILE.
       COPY AUDITREC.

       FD  AUDSEL-FILE.
       01  AUDSEL-RECORD.
           05  AS-FILE-NAME          PIC X(10).
           05  AS-KEY                PIC X(20).
           05  AS-FROM-DATE          PIC 9(8).
           05  AS-TO-DATE            PIC 9(8).

       FD  AUDRPT-FILE.
       01  AUDRPT-RECORD             PIC X(90).

       WORKING-STORAGE SECTION.
      *------------------File status codes-------------------------------*
       01 ws-auditlog-status  PIC X(2) value spaces.
       01 ws-audsel-status    PIC X(2) value spaces.
       01 ws-audrpt-status    PIC X(2) value spaces.

      *------------------De stamrecords, om de beelden veld voor veld---*
      *------------------uit elkaar te halen-------------------------------*
       COPY THRESHRC.
       COPY VEHMASTR.
       COPY DRVMASTR.
       COPY SRVPLANR.
       COPY EXCIMGR.

      *------------------Selectie------------------------------------------*
       01 ws-sel-file          PIC X(10) value spaces.
       01 ws-sel-key           PIC X(20) value spaces.
       01 ws-sel-key-len       PIC 9(2) value 0.
       01 ws-trailing          PIC 9(2) value 0.
       01 ws-from-date         PIC 9(8) value 0.
       01 ws-to-date           PIC 9(8) value 99999999.

      *------------------Besturing van de loop----------------------------*
       01 ws-aud-eof           PIC X(1) value 'N'.
           88 ws-aud-eof-yes           value 'Y'.
       01 ws-selected          PIC X(1) value 'N'.
           88 ws-selected-yes          value 'Y'.

      *------------------Velden van een audit-record: naam, waarde-------*
      *------------------ervoor en waarde erna----------------------------*
       01 ws-side              PIC X(1) value 'B'.
           88 ws-side-before           value 'B'.
       01 ws-image             PIC X(100) value spaces.
       01 ws-fld-name          PIC X(20) value spaces.
       01 ws-fld-value         PIC X(20) value spaces.
       01 ws-fld-max           PIC 9(2) value 20.
       01 ws-fld-cnt           PIC 9(2) value 0.
       01 ws-fld-idx           PIC 9(2) value 0.
       01 ws-fld-changed       PIC 9(2) value 0.
       01 FIELD-TABLE.
           05  FIELD-ENTRY OCCURS 20 TIMES.
               10  FE-NAME           PIC X(20).
               10  FE-BEFORE         PIC X(20).
               10  FE-AFTER          PIC X(20).

      *------------------Opmaak van numerieke velden---------------------*
       01 ws-edit-s3           PIC -ZZ9.
       01 ws-edit-s3v2         PIC -ZZ9.99.
       01 ws-edit-num          PIC Z(7)9.
       01 ws-edit-num-v2       PIC Z(6)9.99.

      *------------------Tijd van het audit-record in delen---------------*
       01 ws-au-time.
           05  ws-tm-hh          PIC 9(2).
           05  ws-tm-mm          PIC 9(2).
           05  ws-tm-ss          PIC 9(2).
           05  ws-tm-hs          PIC 9(2).

      *------------------Telling voor het rapport-------------------------*
       01 ws-aud-read          PIC 9(7) value 0.
       01 ws-aud-selected      PIC 9(7) value 0.

      *------------------Rapportregels------------------------------------*
       01 ws-report-heading.
           05  FILLER            PIC X(37) value
               "AUDIT-SPOOR STAMONDERHOUD - INZAGE".
       01 ws-selection-line.
           05  FILLER            PIC X(9) value "BESTAND: ".
           05  rpt-sel-file      PIC X(10).
           05  FILLER            PIC X(11) value "  SLEUTEL: ".
           05  rpt-sel-key       PIC X(20).
           05  FILLER            PIC X(7) value "  VAN: ".
           05  rpt-sel-from      PIC 9(8).
           05  FILLER            PIC X(5) value " T/M ".
           05  rpt-sel-to        PIC 9(8).
       01 ws-separator-line     PIC X(90) value ALL "=".
       01 ws-audit-header.
           05  rpt-au-date       PIC 9(8).
           05  FILLER            PIC X(1) value space.
           05  rpt-au-hh         PIC 9(2).
           05  FILLER            PIC X(1) value ":".
           05  rpt-au-mm         PIC 9(2).
           05  FILLER            PIC X(1) value ":".
           05  rpt-au-ss         PIC 9(2).
           05  FILLER            PIC X(2) value spaces.
           05  rpt-au-file       PIC X(10).
           05  FILLER            PIC X(1) value space.
           05  rpt-au-key        PIC X(20).
           05  FILLER            PIC X(6) value " ACT: ".
           05  rpt-au-tx         PIC X(1).
           05  FILLER            PIC X(6) value "  OP: ".
           05  rpt-au-operator   PIC X(8).
           05  FILLER            PIC X(1) value space.
           05  rpt-au-program    PIC X(20).
       01 ws-field-columns.
           05  FILLER            PIC X(4) value spaces.
           05  FILLER            PIC X(21) value "VELD".
           05  FILLER            PIC X(21) value "VOOR".
           05  FILLER            PIC X(20) value "NA".
       01 ws-field-line.
           05  FILLER            PIC X(4) value spaces.
           05  rpt-fld-name      PIC X(20).
           05  FILLER            PIC X(1) value space.
           05  rpt-fld-before    PIC X(20).
           05  FILLER            PIC X(1) value space.
           05  rpt-fld-after     PIC X(20).
       01 ws-no-change-line.
           05  FILLER            PIC X(4) value spaces.
           05  FILLER            PIC X(30) value
               "GEEN VELDEN GEWIJZIGD".
       01 ws-total-line.
           05  rpt-total-text    PIC X(26).
           05  rpt-total-count   PIC Z(6)9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *--------------Main waar alles door loopt-------------------------*
       MainInquiry.
           PERFORM LoadSelection.
           PERFORM OpenFiles.
           PERFORM ProcessAuditRecord THRU ProcessAuditRecord-Exit
               UNTIL ws-aud-eof-yes.
           PERFORM WriteTotals.
           PERFORM CloseFiles.
           stop RUN.

      *--------------Leest de selectie; zonder AUDSEL komt alles mee------*
       LoadSelection.
           OPEN INPUT AUDSEL-FILE.
           if ws-audsel-status = "00"
               READ AUDSEL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AS-FILE-NAME TO ws-sel-file
                       MOVE AS-KEY TO ws-sel-key
                       if AS-FROM-DATE IS NUMERIC AND
                           AS-FROM-DATE GREATER THAN 0
                           MOVE AS-FROM-DATE TO ws-from-date
                       end-if
                       if AS-TO-DATE IS NUMERIC AND
                           AS-TO-DATE GREATER THAN 0
                           MOVE AS-TO-DATE TO ws-to-date
                       end-if
               end-read
               CLOSE AUDSEL-FILE
           end-if.
           *> een omgedraaid bereik zou stil niets selecteren.
           if ws-from-date GREATER THAN ws-to-date
               DISPLAY "Ongeldig datumbereik in AUDSEL: "
                   ws-from-date " t/m " ws-to-date
               stop RUN
           end-if.
           *> de sleutel selecteert op het begin: de lengte is alles
           *> tot aan de spaties achteraan.
           MOVE 0 TO ws-trailing.
           INSPECT ws-sel-key TALLYING ws-trailing
               FOR TRAILING SPACES.
           SUBTRACT ws-trailing FROM 20 GIVING ws-sel-key-len.

      *--------------Opent de bestanden en zet de rapportkop--------------*
       OpenFiles.
           OPEN INPUT AUDITLOG-FILE.
           if ws-auditlog-status NOT = "00"
               DISPLAY "Kan AUDITLOG.DAT niet openen, status: "
                   ws-auditlog-status
               set ws-aud-eof-yes to true
           end-if.
           OPEN OUTPUT AUDRPT-FILE.
           WRITE AUDRPT-RECORD FROM ws-report-heading.
           MOVE ws-sel-file TO rpt-sel-file.
           MOVE ws-sel-key TO rpt-sel-key.
           MOVE ws-from-date TO rpt-sel-from.
           MOVE ws-to-date TO rpt-sel-to.
           WRITE AUDRPT-RECORD FROM ws-selection-line.
           WRITE AUDRPT-RECORD FROM ws-separator-line.

      *--------------Leest een audit-record en print het als het---------*
      *--------------in de selectie valt-----------------------------------*
       ProcessAuditRecord.
           READ AUDITLOG-FILE
               AT END
                   set ws-aud-eof-yes to true
           end-read.
           if ws-aud-eof-yes
               GO TO ProcessAuditRecord-Exit.
           ADD 1 TO ws-aud-read.

           PERFORM CheckSelection THRU CheckSelection-Exit.
           if NOT ws-selected-yes
               GO TO ProcessAuditRecord-Exit.
           ADD 1 TO ws-aud-selected.

           PERFORM ExplodeImages.
           PERFORM WriteAuditEntry.

       ProcessAuditRecord-Exit.
           EXIT.

      *--------------Bestand, sleutel (begin) en datumbereik--------------*
       CheckSelection.
           MOVE "N" TO ws-selected.
           if ws-sel-file NOT = spaces AND
               AU-FILE-NAME NOT = ws-sel-file
               GO TO CheckSelection-Exit.
           if ws-sel-key-len GREATER THAN 0
               if AU-KEY(1:ws-sel-key-len) NOT =
                   ws-sel-key(1:ws-sel-key-len)
                   GO TO CheckSelection-Exit
               end-if
           end-if.
           if AU-DATE LESS THAN ws-from-date OR
               AU-DATE GREATER THAN ws-to-date
               GO TO CheckSelection-Exit.
           MOVE "Y" TO ws-selected.

       CheckSelection-Exit.
           EXIT.

      *--------------Haalt voor- en na-beeld uit elkaar in de veld------*
      *--------------tabel; een leeg beeld (A of D) geeft lege waarden---*
       ExplodeImages.
           MOVE spaces TO FIELD-TABLE.
           MOVE 0 TO ws-fld-cnt.
           MOVE "B" TO ws-side.
           MOVE AU-BEFORE TO ws-image.
           PERFORM ExplodeImage.
           MOVE "A" TO ws-side.
           MOVE AU-AFTER TO ws-image.
           PERFORM ExplodeImage.

       ExplodeImage.
           MOVE 0 TO ws-fld-idx.
           if AU-FILE-NAME = "THRESHTAB"
               PERFORM ExplodeThreshtab
           else
               if AU-FILE-NAME = "VEHMAST"
                   PERFORM ExplodeVehmast
               else
                   if AU-FILE-NAME = "DRVMAST"
                       PERFORM ExplodeDrvmast
                   else
                       if AU-FILE-NAME = "SRVPLAN"
                           PERFORM ExplodeSrvplan
                       else
                           if AU-FILE-NAME = "SPEEDEXC"
                               PERFORM ExplodeSpeedexc
                           else
                               PERFORM ExplodeUnknown
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *--------------THRESHTAB: een versie van de grenzen-----------------*
       ExplodeThreshtab.
           MOVE ws-image TO THRESHTAB-RECORD.
           MOVE "TT-VEHICLE-CODE" TO ws-fld-name.
           MOVE TT-VEHICLE-CODE TO ws-fld-value.
           PERFORM StoreField.
           MOVE "TT-EFF-DATE" TO ws-fld-name.
           MOVE TT-EFF-DATE TO ws-fld-value.
           PERFORM StoreField.
           MOVE "TT-BOUND-REV" TO ws-fld-name.
           MOVE TT-BOUND-REV TO ws-edit-s3.
           PERFORM StoreSigned3.
           MOVE "TT-BOUND-VRIJ" TO ws-fld-name.
           MOVE TT-BOUND-VRIJ TO ws-edit-s3.
           PERFORM StoreSigned3.
           MOVE "TT-BOUND-1E" TO ws-fld-name.
           MOVE TT-BOUND-1E TO ws-edit-s3.
           PERFORM StoreSigned3.
           MOVE "TT-BOUND-2E" TO ws-fld-name.
           MOVE TT-BOUND-2E TO ws-edit-s3.
           PERFORM StoreSigned3.
           MOVE "TT-BOUND-3E" TO ws-fld-name.
           MOVE TT-BOUND-3E TO ws-edit-s3.
           PERFORM StoreSigned3.
           MOVE "TT-BOUND-4E" TO ws-fld-name.
           MOVE TT-BOUND-4E TO ws-edit-s3.
           PERFORM StoreSigned3.
           MOVE "TT-BOUND-5E" TO ws-fld-name.
           MOVE TT-BOUND-5E TO ws-edit-s3.
           PERFORM StoreSigned3.
           MOVE "TT-BOUND-MAX" TO ws-fld-name.
           MOVE TT-BOUND-MAX TO ws-edit-s3.
           PERFORM StoreSigned3.
           MOVE "TT-MAX-DELTA" TO ws-fld-name.
           MOVE TT-MAX-DELTA TO ws-edit-s3.
           PERFORM StoreSigned3.
           MOVE "TT-OVERSPEED" TO ws-fld-name.
           MOVE TT-OVERSPEED TO ws-edit-num.
           PERFORM StoreNumber.
           MOVE "TT-OVERSPEED-SEC" TO ws-fld-name.
           MOVE TT-OVERSPEED-SEC TO ws-edit-num.
           PERFORM StoreNumber.

      *--------------VEHMAST: het voertuigregister-------------------------*
       ExplodeVehmast.
           MOVE ws-image TO VEHMAST-RECORD.
           MOVE "VM-VEHICLE-CODE" TO ws-fld-name.
           MOVE VM-VEHICLE-CODE TO ws-fld-value.
           PERFORM StoreField.
           MOVE "VM-STATUS" TO ws-fld-name.
           MOVE VM-STATUS TO ws-fld-value.
           PERFORM StoreField.
           MOVE "VM-DEPOT-CODE" TO ws-fld-name.
           MOVE VM-DEPOT-CODE TO ws-fld-value.
           PERFORM StoreField.
           MOVE "VM-OMSCHRIJVING" TO ws-fld-name.
           MOVE VM-OMSCHRIJVING TO ws-fld-value.
           PERFORM StoreField.

      *--------------DRVMAST: de bestuurdersstam----------------------------*
       ExplodeDrvmast.
           MOVE ws-image TO DRVMAST-RECORD.
           MOVE "DM-DRIVER-ID" TO ws-fld-name.
           MOVE DM-DRIVER-ID TO ws-fld-value.
           PERFORM StoreField.
           MOVE "DM-NAAM" TO ws-fld-name.
           MOVE DM-NAAM TO ws-fld-value.
           PERFORM StoreField.
           MOVE "DM-DEPOT-CODE" TO ws-fld-name.
           MOVE DM-DEPOT-CODE TO ws-fld-value.
           PERFORM StoreField.
           MOVE "DM-STATUS" TO ws-fld-name.
           MOVE DM-STATUS TO ws-fld-value.
           PERFORM StoreField.
           MOVE "DM-UIT-DIENST-DATE" TO ws-fld-name.
           MOVE DM-UIT-DIENST-DATE TO ws-fld-value.
           PERFORM StoreField.
           MOVE "DM-PSEUDONIEM" TO ws-fld-name.
           MOVE DM-PSEUDONIEM TO ws-fld-value.
           PERFORM StoreField.
           MOVE "DM-PURGE-DATE" TO ws-fld-name.
           MOVE DM-PURGE-DATE TO ws-fld-value.
           PERFORM StoreField.

      *--------------SRVPLAN: het onderhoudsplan--------------------------*
       ExplodeSrvplan.
           MOVE ws-image TO SRVPLAN-RECORD.
           MOVE "SV-VEHICLE-CODE" TO ws-fld-name.
           MOVE SV-VEHICLE-CODE TO ws-fld-value.
           PERFORM StoreField.
           MOVE "SV-INTERVAL-KM" TO ws-fld-name.
           MOVE SV-INTERVAL-KM TO ws-edit-num.
           PERFORM StoreNumber.
           MOVE "SV-INTERVAL-DAGEN" TO ws-fld-name.
           MOVE SV-INTERVAL-DAGEN TO ws-edit-num.
           PERFORM StoreNumber.
           MOVE "SV-SERVICE-KM" TO ws-fld-name.
           MOVE SV-SERVICE-KM TO ws-edit-num.
           PERFORM StoreNumber.
           MOVE "SV-SERVICE-DATE" TO ws-fld-name.
           MOVE SV-SERVICE-DATE TO ws-fld-value.
           PERFORM StoreField.
           MOVE "SV-KM-SINDS" TO ws-fld-name.
           MOVE SV-KM-SINDS TO ws-edit-num-v2.
           PERFORM StoreNumberV2.
           MOVE "SV-LAST-GEN-DATE" TO ws-fld-name.
           MOVE SV-LAST-GEN-DATE TO ws-fld-value.
           PERFORM StoreField.

      *--------------SPEEDEXC: de meting en de dispositie------------------*
       ExplodeSpeedexc.
           MOVE ws-image TO EXC-AUDIT-IMAGE.
           MOVE "EI-DRIVER-ID" TO ws-fld-name.
           MOVE EI-DRIVER-ID TO ws-fld-value.
           PERFORM StoreField.
           MOVE "EI-SESSION-ID" TO ws-fld-name.
           MOVE EI-SESSION-ID TO ws-fld-value.
           PERFORM StoreField.
           MOVE "EI-SNELHEID" TO ws-fld-name.
           MOVE EI-SNELHEID TO ws-edit-s3v2.
           PERFORM StoreSigned3V2.
           MOVE "EI-PREV-SNELHEID" TO ws-fld-name.
           MOVE EI-PREV-SNELHEID TO ws-edit-s3v2.
           PERFORM StoreSigned3V2.
           MOVE "EI-DELTA" TO ws-fld-name.
           MOVE EI-DELTA TO ws-edit-s3v2.
           PERFORM StoreSigned3V2.
           MOVE "EI-STATE" TO ws-fld-name.
           if ws-image NOT = spaces AND EI-STATE = space
               MOVE "OPEN" TO ws-fld-value
           else
               MOVE EI-STATE TO ws-fld-value
           end-if.
           PERFORM StoreField.
           MOVE "EI-REASON" TO ws-fld-name.
           MOVE EI-REASON TO ws-fld-value.
           PERFORM StoreField.
           MOVE "EI-AVERAGE" TO ws-fld-name.
           MOVE EI-AVERAGE TO ws-edit-s3v2.
           PERFORM StoreSigned3V2.
           MOVE "EI-AANTAL" TO ws-fld-name.
           MOVE EI-AANTAL TO ws-edit-num.
           PERFORM StoreNumber.

      *--------------Onbekend bestand: het begin van het beeld zoals------*
      *--------------het is----------------------------------------------*
       ExplodeUnknown.
           MOVE "BEELD" TO ws-fld-name.
           MOVE ws-image TO ws-fld-value.
           PERFORM StoreField.

      *--------------Numerieke velden: bij een leeg beeld blijft de------*
      *--------------waarde leeg in plaats van een opgemaakte nul---------*
       StoreSigned3.
           MOVE ws-edit-s3 TO ws-fld-value.
           PERFORM StoreField.

       StoreSigned3V2.
           MOVE ws-edit-s3v2 TO ws-fld-value.
           PERFORM StoreField.

       StoreNumber.
           MOVE ws-edit-num TO ws-fld-value.
           PERFORM StoreField.

       StoreNumberV2.
           MOVE ws-edit-num-v2 TO ws-fld-value.
           PERFORM StoreField.

       StoreField.
           if ws-image = spaces
               MOVE spaces TO ws-fld-value
           end-if.
           if ws-fld-idx LESS THAN ws-fld-max
               ADD 1 TO ws-fld-idx
               MOVE ws-fld-name TO FE-NAME(ws-fld-idx)
               if ws-side-before
                   MOVE ws-fld-value TO FE-BEFORE(ws-fld-idx)
               else
                   MOVE ws-fld-value TO FE-AFTER(ws-fld-idx)
               end-if
               if ws-fld-idx GREATER THAN ws-fld-cnt
                   MOVE ws-fld-idx TO ws-fld-cnt
               end-if
           end-if.

      *--------------Kop van de transactie en de gewijzigde velden--------*
       WriteAuditEntry.
           MOVE spaces TO AUDRPT-RECORD.
           WRITE AUDRPT-RECORD.
           MOVE AU-DATE TO rpt-au-date.
           MOVE AU-TIME TO ws-au-time.
           MOVE ws-tm-hh TO rpt-au-hh.
           MOVE ws-tm-mm TO rpt-au-mm.
           MOVE ws-tm-ss TO rpt-au-ss.
           MOVE AU-FILE-NAME TO rpt-au-file.
           MOVE AU-KEY TO rpt-au-key.
           MOVE AU-TX-TYPE TO rpt-au-tx.
           MOVE AU-OPERATOR TO rpt-au-operator.
           MOVE AU-PROGRAM TO rpt-au-program.
           WRITE AUDRPT-RECORD FROM ws-audit-header.
           WRITE AUDRPT-RECORD FROM ws-field-columns.
           MOVE 0 TO ws-fld-changed.
           MOVE 1 TO ws-fld-idx.
           PERFORM WriteOneChangedField UNTIL ws-fld-idx GREATER THAN
               ws-fld-cnt.
           if ws-fld-changed = 0
               WRITE AUDRPT-RECORD FROM ws-no-change-line
           end-if.

       WriteOneChangedField.
           if FE-BEFORE(ws-fld-idx) NOT = FE-AFTER(ws-fld-idx)
               ADD 1 TO ws-fld-changed
               MOVE FE-NAME(ws-fld-idx) TO rpt-fld-name
               MOVE FE-BEFORE(ws-fld-idx) TO rpt-fld-before
               MOVE FE-AFTER(ws-fld-idx) TO rpt-fld-after
               WRITE AUDRPT-RECORD FROM ws-field-line
           end-if.
           ADD 1 TO ws-fld-idx.

      *--------------Totalen onderaan het rapport--------------------------*
       WriteTotals.
           WRITE AUDRPT-RECORD FROM ws-separator-line.
           MOVE "AUDIT-RECORDS GELEZEN   : " TO rpt-total-text.
           MOVE ws-aud-read TO rpt-total-count.
           WRITE AUDRPT-RECORD FROM ws-total-line.
           MOVE "GESELECTEERD            : " TO rpt-total-text.
           MOVE ws-aud-selected TO rpt-total-count.
           WRITE AUDRPT-RECORD FROM ws-total-line.
           DISPLAY "Audit-records gelezen: " ws-aud-read.
           DISPLAY "Geselecteerd         : " ws-aud-selected.

      *--------------Sluit alle bestanden----------------------------------*
       CloseFiles.
           if ws-auditlog-status = "00" OR ws-auditlog-status = "10"
               CLOSE AUDITLOG-FILE
           end-if.
           CLOSE AUDRPT-FILE.

      *----------Eindigt de programma-----------------------------------*
       END PROGRAM Audit-inzage.
