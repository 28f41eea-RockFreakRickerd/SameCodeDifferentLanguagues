      ******************************************************************
      * SCOREMND-RECORD: rijstijl-scores en strafpunten per bestuurder
      * per maand (JJJJMM van de verwerkingsdag), naast de totalen
      * sinds het begin in SCOREMST. Opgebouwd door Rijstijl-score;
      * gelezen door Ecobonus-salaris en gedeeld met Retentie-
      * opschoning. Het record ligt onder de FD van SCOREMND-FILE
      * (INDEXED, key SM-KEY).
      ******************************************************************
       01  SCOREMND-RECORD.
           05  SM-KEY.
               10  SM-DRIVER-ID      PIC X(6).
               10  SM-MONTH          PIC 9(6).
           05  SM-SESSION-COUNT      PIC 9(5).
           05  SM-CUM-SCORE          PIC 9(7).
      *--------------Opgestapelde strafpunten per teller, zelfde----------*
      *--------------volgorde als de gewichten-----------------------------*
           05  SM-CUM-PENALTY        PIC 9(7) OCCURS 5 TIMES.
