      ******************************************************************
      * VEHMTRN-RECORD: A/C/D-transactie op het voertuigregister
      * VEHMAST. Gedeeld door Vehmast-onderhoud, dat de transacties
      * toepast, en Onderhoudsinterval, dat voor voertuigen over hun
      * onderhoudsinterval kant-en-klare C-transacties naar status
      * W(erkplaats) aanmaakt; het record ligt onder de FD van het
      * transactiebestand (LINE SEQUENTIAL).
      * VX-OPERATOR gaat mee naar het audit-spoor AUDITLOG.
      ******************************************************************
       01  VEHMTRN-RECORD.
           05  VX-ACTION             PIC X(1).
           05  VX-VEHICLE-CODE       PIC X(4).
      *--------------Status A(ctief), W(erkplaats) of U(it dienst)-------*
           05  VX-STATUS             PIC X(1).
           05  VX-DEPOT-CODE         PIC X(3).
           05  VX-OMSCHRIJVING       PIC X(30).
      *--------------Wie de transactie aanlevert, voor het audit-spoor--*
           05  VX-OPERATOR           PIC X(8).
