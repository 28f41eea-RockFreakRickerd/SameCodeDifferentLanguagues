      ******************************************************************
      * PAYBONUS-RECORD: koppelbestand eco-bonus naar de
      * salarisadministratie, vaste lengte 80. Een levering is een
      * H-kop, de detailrecords en een T-sluitrecord. Detail is D
      * (bonus), S (storno van een eerder geleverd bedrag) of V
      * (vervangend bedrag); S en V komen alleen uit een correctierun.
      * Geschreven door Ecobonus-salaris; het record ligt onder de FD
      * van PAYBONUS-FILE (LINE SEQUENTIAL).
      ******************************************************************
       01  PAYBONUS-RECORD.
           05  PB-REC-TYPE           PIC X(1).
               88 pb-kop                   value 'H'.
               88 pb-bonus                 value 'D'.
               88 pb-storno                value 'S'.
               88 pb-vervanging            value 'V'.
               88 pb-sluit                 value 'T'.
           05  PB-DETAIL.
               10  PB-DRIVER-ID      PIC X(6).
               10  PB-NAAM           PIC X(25).
               10  PB-DEPOT          PIC X(3).
               10  PB-MONTH          PIC 9(6).
               10  PB-SCORE          PIC 9(3)V99.
               10  PB-TREDE          PIC 9(1).
               10  PB-BEDRAG         PIC 9(5)V99.
      *--------------+ uitbetalen, - terugboeken---------------------------*
               10  PB-TEKEN          PIC X(1).
               10  FILLER            PIC X(25).
           05  PB-HEADER REDEFINES PB-DETAIL.
               10  PB-H-BRON         PIC X(8).
               10  PB-H-MONTH        PIC 9(6).
               10  PB-H-RUN-DATE     PIC 9(8).
      *--------------N(ormaal) of C(orrectie)------------------------------*
               10  PB-H-MODUS        PIC X(1).
               10  PB-H-RUN-NR       PIC 9(3).
               10  FILLER            PIC X(53).
           05  PB-TRAILER REDEFINES PB-DETAIL.
      *--------------Aantal D/S/V-records en het saldo daarvan-----------*
               10  PB-T-AANTAL       PIC 9(5).
               10  PB-T-TOTAAL       PIC 9(7)V99.
               10  PB-T-TEKEN        PIC X(1).
               10  FILLER            PIC X(64).
