      ******************************************************************
      * EXC-AUDIT-IMAGE: voor- en na-beeld van een dispositie op het
      * audit-spoor (AU-BEFORE/AU-AFTER bij AU-FILE-NAME SPEEDEXC):
      * de quarantaine-meting zelf, de dispositie met reden en het
      * sessiegemiddelde en -aantal in TELEOUT. Het voor-beeld is de
      * open meting met het oude gemiddelde, het na-beeld de
      * afgehandelde meting met het gemiddelde na de correctie.
      * Gedeeld door Speedexc-dispositie en Audit-inzage; ligt in
      * WORKING-STORAGE.
      ******************************************************************
       01  EXC-AUDIT-IMAGE.
           05  EI-DRIVER-ID          PIC X(6).
           05  EI-SESSION-ID         PIC X(6).
           05  EI-SNELHEID           PIC S9(3)V99.
           05  EI-PREV-SNELHEID      PIC S9(3)V99.
           05  EI-DELTA              PIC S9(3)V99.
      *--------------Dispositie: spatie (open), A(ccept) of R(eject)----*
           05  EI-STATE              PIC X(1).
           05  EI-REASON             PIC X(20).
           05  EI-AVERAGE            PIC S9(3)V99.
           05  EI-AANTAL             PIC 9(3).
