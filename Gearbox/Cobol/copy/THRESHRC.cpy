      * invoering eenmalig opnieuw opgebouwd worden (tabel wegzetten,
      * het onderhoudsprogramma met A-transacties in de nieuwe layout
      * draaien); een tabel in de oude layout opent niet meer.
      * Hetzelfde geldt voor de overspeed-kolommen achteraan: bij
      * invoering de tabel eenmalig opnieuw opbouwen.
      ******************************************************************
       01  THRESHTAB-RECORD.
           05  TT-KEY.
      *--------------Grootste geloofwaardige sprong tussen twee----------*
      *--------------opeenvolgende metingen voor dit voertuig------------*
           05  TT-MAX-DELTA          PIC S9(3).
      *--------------Overspeed: een meting boven deze snelheid is te----*
      *--------------hard; nul = geen overspeed-bewaking voor het--------*
      *--------------voertuig-------------------------------------------*
           05  TT-OVERSPEED          PIC 9(3).
      *--------------Minimale duur in seconden boven de limiet voor-----*
      *--------------er een incident van gemaakt wordt------------------*
           05  TT-OVERSPEED-SEC      PIC 9(4).
