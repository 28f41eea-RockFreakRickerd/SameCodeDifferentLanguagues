      ******************************************************************
      * DRVMAST-RECORD: stamgegevens per bestuurder, dezelfde
      * 6-posities id als DH-DRIVER-ID en TL-DRIVER-ID.
      * Gedeeld door Drvmast-onderhoud, Drvhist-rapport,
      * Fleet-dagoverzicht, Audit-inzage, Retentie-opschoning,
      * Overspeed-escalatie, Sessie-dossier en Ecobonus-salaris; het
      * record ligt onder de FD van DRVMAST-FILE (INDEXED, key
      * DM-DRIVER-ID).
      * Let op: door de uit-dienst-, pseudoniem- en opschoonvelden
      * achteraan moet DRVMAST bij invoering eenmalig opnieuw
      * opgebouwd worden (stam wegzetten, Drvmast-onderhoud met
      * A-transacties in de nieuwe layout draaien).
      ******************************************************************
       01  DRVMAST-RECORD.
           05  DM-DRIVER-ID          PIC X(6).
           05  DM-STATUS             PIC X(1).
               88 dm-in-dienst             value 'I'.
               88 dm-uit-dienst            value 'U'.
      *--------------Datum uit dienst, nul zolang in dienst; hier--------*
      *--------------begint de bewaartermijn van de historie-------------*
           05  DM-UIT-DIENST-DATE    PIC 9(8).
      *--------------Alleen tijdens een lopende opschoning gevuld: het---*
      *--------------pseudoniem dat de bestuurder in de historie---------*
      *--------------krijgt, zodat een afgebroken run hetzelfde----------*
      *--------------pseudoniem weer oppakt; na afloop is het record-----*
      *--------------zelf onder het pseudoniem herschreven---------------*
           05  DM-PSEUDONIEM         PIC X(6).
      *--------------Datum van anonimiseren, nul = niet opgeschoond------*
           05  DM-PURGE-DATE         PIC 9(8).
               88 dm-niet-opgeschoond      value 0.
