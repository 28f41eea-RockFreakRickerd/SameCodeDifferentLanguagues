      ******************************************************************
      * OVSINC-RECORD: een overspeed-incident, een aaneengesloten
      * periode boven de overspeed-limiet van het voertuig
      * (TT-OVERSPEED) die minstens TT-OVERSPEED-SEC seconden duurde.
      * Geschreven door Car-versnellingen, verwerkt en daarna geleegd
      * door Overspeed-escalatie; gedeeld met Retentie-opschoning.
      * Het record ligt onder de FD van OVSINC-FILE (LINE SEQUENTIAL).
      ******************************************************************
       01  OVSINC-RECORD.
           05  OI-DRIVER-ID          PIC X(6).
           05  OI-VEHICLE-CODE       PIC X(4).
           05  OI-SESSION-ID         PIC X(6).
      *--------------Verwerkingsdatum van de run (RUNCTL of systeem)----*
           05  OI-PROC-DATE          PIC 9(8).
      *--------------Tijdstip (HHMMSS) van de eerste meting boven de----*
      *--------------limiet en de duur tot de snelheid weer eronder----*
      *--------------was------------------------------------------------*
           05  OI-START-TIJD         PIC 9(6).
           05  OI-DUUR-SEC           PIC 9(5).
           05  OI-PEAK-SNELHEID      PIC S9(3)V99.
           05  OI-LIMIET             PIC 9(3).
           05  OI-DEPOT-CODE         PIC X(3).
