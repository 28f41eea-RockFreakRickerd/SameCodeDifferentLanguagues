      ******************************************************************
      * SENSHLTH-RECORD: gezondheid van de snelheidssensor per
      * voertuigcode, met de indicatoren van de laatste 30 dagen in
      * een rollend venster. Bijgewerkt door de nachtstap Sensor-
      * bewaking; gelezen door Fleet-dagoverzicht en Rijstijl-score,
      * die de sessies van een voertuig met een verdachte sensor
      * markeren. Het record ligt onder de FD van SENSHLTH-FILE
      * (INDEXED, key HS-VEHICLE-CODE).
      * Elke dag heeft een vast vak (integer-datum modulo 30 plus 1);
      * een vak met een oudere datum is verlopen en wordt bij
      * hergebruik leeggemaakt. Een herdraai van dezelfde nacht
      * vervangt de cijfers van die dag in plaats van op te tellen.
      ******************************************************************
       01  SENSHLTH-RECORD.
           05  HS-VEHICLE-CODE       PIC X(4).
      *--------------Status na de laatste beoordeling: G = gezond,-------*
      *--------------L = let op, V = verdacht-----------------------------*
           05  HS-STATUS             PIC X(1).
               88 hs-gezond                value 'G'.
               88 hs-let-op                value 'L'.
               88 hs-verdacht              value 'V'.
           05  HS-STATUS-DATE        PIC 9(8).
           05  HS-VORIGE-STATUS      PIC X(1).
           05  HS-LAST-DATE          PIC 9(8).
      *--------------Dagvakken van het rollende venster-------------------*
           05  HS-DAG OCCURS 30 TIMES.
               10  HD-DATE           PIC 9(8).
      *--------------Afgeronde sessies (TELEOUT) en daarvan het aantal--*
      *--------------dat vrijwel geheel in een band bleef-----------------*
               10  HD-SESSIES        PIC 9(4).
               10  HD-VASTE-BAND     PIC 9(4).
      *--------------Metingen uit SPEEDIN en daarvan niet-numeriek,------*
      *--------------zonder tijdstip en in quarantaine ("P"-regels)-------*
               10  HD-METINGEN       PIC 9(6).
               10  HD-NIET-NUM       PIC 9(5).
               10  HD-ZONDER-TIJD    PIC 9(5).
               10  HD-QUARANT        PIC 9(5).
      *--------------1 = AFWIJKING op ODORPT voor de generatie van--------*
      *--------------deze dag-----------------------------------------------*
               10  HD-ODO-AFW        PIC 9(1).
      *--------------Status die op deze dag is toegekend, zodat een------*
      *--------------rapport over een oude generatie de status van-------*
      *--------------toen ziet; leeg als de dag niet beoordeeld is-------*
               10  HD-STATUS         PIC X(1).
