      ******************************************************************
      * DEPSTAT-RECORD: blijvende depotstatistiek per depot per
      * verwerkingsdag. Elke stap boekt alleen zijn eigen kolommen:
      * Speedin-samenvoeging de leveringen en samengevoegde sessies,
      * Car-versnellingen de CTLREPT-afkeuringen, de quarantaine en
      * de km, Speedexc-dispositie de disposities en Teleout-
      * reconciliatie de afgewezen acks. Gelezen door Depot-
      * scorekaart. Het record ligt onder de FD van DEPSTAT-FILE
      * (INDEXED, key DT-KEY).
      * Samenvoeging en reconciliatie verwerken bij een herdraai
      * dezelfde invoer opnieuw en vervangen daarom hun kolommen
      * van de dag; versnellingen en dispositie tellen per
      * gebeurtenis op (hun herstart en werkvoorraad voorkomen
      * dubbeltellingen).
      ******************************************************************
       01  DEPSTAT-RECORD.
           05  DT-KEY.
               10  DT-DEPOT-CODE     PIC X(3).
               10  DT-DATE           PIC 9(8).
      *--------------Speedin-samenvoeging---------------------------------*
           05  DT-LEV-ONTVANGEN      PIC 9(5).
           05  DT-LEV-LAAT           PIC 9(5).
           05  DT-LEV-AFGEWEZEN      PIC 9(5).
           05  DT-SES-SAMENGEVOEGD   PIC 9(7).
           05  DT-SES-DUBBEL         PIC 9(5).
      *--------------Car-versnellingen: afkeuringen per reden in de------*
      *--------------volgorde van CTLREDNR, quarantaine en km--------------*
           05  DT-CTL-AFGEKEURD      PIC 9(5) OCCURS 10 TIMES.
           05  DT-QUARANTAINE        PIC 9(7).
           05  DT-KM                 PIC 9(7)V99.
      *--------------Speedexc-dispositie----------------------------------*
           05  DT-DISP-ACCEPT        PIC 9(5).
           05  DT-DISP-AFGEWEZEN     PIC 9(5).
      *--------------Teleout-reconciliatie--------------------------------*
           05  DT-ACK-AFGEWEZEN      PIC 9(5).
