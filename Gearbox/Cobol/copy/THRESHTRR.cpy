      ******************************************************************
      * THRESHTRN-RECORD: A/C/D-transactie op de versnelling-grenzen
      * THRESHTAB. Gedeeld door Threshtab-onderhoud, dat de
      * transacties toepast, en Threshtab-simulatie, dat een voorstel
      * in deze layout doorrekent tegen het archief en het na
      * goedkeuring als kant-en-klare A-transacties klaarzet; het
      * record ligt onder de FD van het transactiebestand (LINE
      * SEQUENTIAL). TX-OPERATOR gaat mee naar het audit-spoor
      * AUDITLOG.
      ******************************************************************
       01  THRESHTRN-RECORD.
           05  TX-ACTION             PIC X(1).
           05  TX-VEHICLE-CODE       PIC X(4).
      *--------------Ingangsdatum van de versie waar de transactie-------*
      *--------------op slaat-----------------------------------------------*
           05  TX-EFF-DATE           PIC 9(8).
      *--------------Acht grenzen in de volgorde REV, VRIJ, 1E t/m------*
      *--------------5E, MAX, elk met een los voorteken vooraan---------*
           05  TX-BOUND              PIC S9(3) SIGN IS LEADING
                                     SEPARATE OCCURS 8 TIMES.
      *--------------Grootste geloofwaardige sprong per meting-----------*
           05  TX-MAX-DELTA          PIC S9(3) SIGN IS LEADING
                                     SEPARATE.
      *--------------Wie de transactie aanlevert, voor het audit-spoor--*
           05  TX-OPERATOR           PIC X(8).
      *--------------Overspeed-limiet (km/u) en minimale duur in--------*
      *--------------seconden; leeg = geen overspeed-bewaking-----------*
           05  TX-OVERSPEED          PIC 9(3).
           05  TX-OVERSPEED-X REDEFINES TX-OVERSPEED
                                     PIC X(3).
           05  TX-OVERSPEED-SEC      PIC 9(4).
           05  TX-OVERSPEED-SEC-X REDEFINES TX-OVERSPEED-SEC
                                     PIC X(4).
