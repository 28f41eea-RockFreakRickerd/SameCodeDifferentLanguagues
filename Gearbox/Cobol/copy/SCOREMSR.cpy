      ******************************************************************
      * SCOREMST-RECORD: cumulatieve rijstijl-scores en strafpunten
      * per bestuurder. Gedeeld door Rijstijl-score en Retentie-
      * opschoning; het record ligt onder de FD van SCOREMST-FILE
      * (INDEXED, key SC-DRIVER-ID).
      ******************************************************************
       01  SCOREMST-RECORD.
           05  SC-DRIVER-ID          PIC X(6).
           05  SC-SESSION-COUNT      PIC 9(5).
           05  SC-CUM-SCORE          PIC 9(7).
      *--------------Opgestapelde strafpunten per teller, zelfde----------*
      *--------------volgorde als de gewichten-----------------------------*
           05  SC-CUM-PENALTY        PIC 9(7) OCCURS 5 TIMES.
