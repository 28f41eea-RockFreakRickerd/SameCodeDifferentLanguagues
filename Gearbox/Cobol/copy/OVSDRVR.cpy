      ******************************************************************
      * OVSDRV-RECORD: de overspeed-incidenten per bestuurder binnen
      * het rollende venster (standaard 90 dagen) en de bereikte
      * escalatiestap. Onderhouden door Overspeed-escalatie; gedeeld
      * met Retentie-opschoning. Het record ligt onder de FD van
      * OVSDRV-FILE (INDEXED, key OD-DRIVER-ID).
      ******************************************************************
       01  OVSDRV-RECORD.
           05  OD-DRIVER-ID          PIC X(6).
      *--------------Bereikte stap: 0 geen, 1 eerste melding,-----------*
      *--------------2 officiele waarschuwing, 3 doorverwijzing---------*
           05  OD-STAP               PIC 9(1).
           05  OD-STAP-DATE          PIC 9(8).
           05  OD-INC-CNT            PIC 9(3).
      *--------------Incidenten in volgorde van binnenkomst------------*
           05  OD-INCIDENT OCCURS 30 TIMES.
               10  OD-INC-DATE       PIC 9(8).
               10  OD-INC-SESSION    PIC X(6).
               10  OD-INC-VEHICLE    PIC X(4).
               10  OD-INC-START      PIC 9(6).
               10  OD-INC-DUUR       PIC 9(5).
               10  OD-INC-PEAK       PIC S9(3)V99.
