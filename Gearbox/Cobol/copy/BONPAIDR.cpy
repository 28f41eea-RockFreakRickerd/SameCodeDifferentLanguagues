      ******************************************************************
      * BONPAID-RECORD: de eco-bonus zoals die per bestuurder per
      * maand aan de salarisadministratie is doorgegeven. Een
      * correctierun van Ecobonus-salaris zet hier het storno- en
      * vervangend record tegen af. Gedeeld met Retentie-opschoning;
      * het record ligt onder de FD van BONPAID-FILE (INDEXED, key
      * BD-KEY).
      ******************************************************************
       01  BONPAID-RECORD.
           05  BD-KEY.
               10  BD-DRIVER-ID      PIC X(6).
               10  BD-MONTH          PIC 9(6).
           05  BD-SCORE              PIC 9(3)V99.
           05  BD-TREDE              PIC 9(1).
           05  BD-BEDRAG             PIC 9(5)V99.
      *--------------Run van de maand die het bedrag het laatst---------*
      *--------------bevestigde: 0 de eerste levering, 1.. correcties--*
           05  BD-RUN-NR             PIC 9(3).
