      ******************************************************************
      * SRVPLAN-RECORD: onderhoudsplan per voertuigcode (dezelfde
      * 4-posities code als VM-VEHICLE-CODE): interval in km en in
      * dagen, tellerstand en datum van de laatste beurt, en de
      * kilometers die sindsdien uit de TELEOUT-generaties zijn
      * bijgeteld. Gedeeld door Srvplan-onderhoud (plannen en
      * uitgevoerde beurten) en Onderhoudsinterval (de nachtelijke
      * bijtelling); het record ligt onder de FD van SRVPLAN-FILE
      * (INDEXED, key SV-VEHICLE-CODE).
      ******************************************************************
       01  SRVPLAN-RECORD.
           05  SV-VEHICLE-CODE       PIC X(4).
           05  SV-INTERVAL-KM        PIC 9(6).
           05  SV-INTERVAL-DAGEN     PIC 9(4).
      *--------------Laatste beurt: tellerstand en datum------------------*
           05  SV-SERVICE-KM         PIC 9(7).
           05  SV-SERVICE-DATE       PIC 9(8).
      *--------------Gereden sinds de laatste beurt, en de laatste-------*
      *--------------generatie die daarin is meegeteld (tegen dubbel-----*
      *--------------tellen bij een herdraai)------------------------------*
           05  SV-KM-SINDS           PIC 9(7)V99.
           05  SV-LAST-GEN-DATE      PIC 9(8).
           05  FILLER                PIC X(10).
