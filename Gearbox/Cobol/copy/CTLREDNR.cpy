      ******************************************************************
      * CTL-REDEN-TABEL: de afkeurredenen die Car-versnellingen op
      * CTLREPT zet, in vaste volgorde; de plaats in deze tabel is
      * het volgnummer van DT-CTL-AFGEKEURD in DEPSTAT. Een reden
      * die hier (nog) niet staat telt onder de laatste, OVERIGE.
      * Gedeeld door Car-versnellingen en Depot-scorekaart; hoort in
      * WORKING-STORAGE. Een nieuwe reden komt achteraan, voor
      * OVERIGE, anders schuiven de tellingen in DEPSTAT.
      ******************************************************************
       01  CTL-REDEN-DEFINITIES.
           05  FILLER                PIC X(30) value
               "THRESHTAB NIET BESCHIKBAAR".
           05  FILLER                PIC X(30) value
               "VOERTUIG ONBEKEND IN THRESHTAB".
           05  FILLER                PIC X(30) value
               "SESSIELENGTE ONGELDIG".
           05  FILLER                PIC X(30) value
               "VEHMAST NIET BESCHIKBAAR".
           05  FILLER                PIC X(30) value
               "VOERTUIG NIET IN VEHMAST".
           05  FILLER                PIC X(30) value
               "VOERTUIG NIET ACTIEF (VEHMAST)".
           05  FILLER                PIC X(30) value
               "SESSIE AL IN DRVHIST-HISTORIE".
           05  FILLER                PIC X(30) value
               "SESSIE AL IN TELEOUT".
           05  FILLER                PIC X(30) value
               "SESSIE AL IN TELEOUT-GENERATIE".
           05  FILLER                PIC X(30) value
               "OVERIGE".
       01  CTL-REDEN-TABEL REDEFINES CTL-REDEN-DEFINITIES.
           05  CTL-REDEN-TEKST       PIC X(30) OCCURS 10 TIMES.
       01  CTL-REDEN-CNT             PIC 9(2) value 10.
