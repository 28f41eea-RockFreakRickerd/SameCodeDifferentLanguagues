      ******************************************************************
      * AUDIT-RECORD: blijvend audit-spoor van het stamonderhoud, een
      * record per toegepaste transactie, met een beeld van het
      * stamrecord voor en na de wijziging. Geschreven door
      * Threshtab-onderhoud, Vehmast-onderhoud, Drvmast-onderhoud,
      * Srvplan-onderhoud en Speedexc-dispositie (OPEN EXTEND, er
      * wordt nooit iets overschreven) en gelezen door Audit-inzage;
      * het record ligt onder de FD van AUDITLOG-FILE (LINE
      * SEQUENTIAL).
      * Bij een A is het voor-beeld leeg, bij een D het na-beeld.
      ******************************************************************
       01  AUDIT-RECORD.
      *--------------Moment van toepassen: JJJJMMDD en UUMMSSHH----------*
           05  AU-DATE               PIC 9(8).
           05  AU-TIME               PIC 9(8).
      *--------------Welk stambestand: THRESHTAB, VEHMAST, DRVMAST,------*
      *--------------SRVPLAN of SPEEDEXC---------------------------------*
           05  AU-FILE-NAME          PIC X(10).
      *--------------Sleutel van het record, links aangesloten-----------*
           05  AU-KEY                PIC X(20).
           05  AU-TX-TYPE            PIC X(1).
      *--------------Operator-id uit de transactie-----------------------*
           05  AU-OPERATOR           PIC X(8).
           05  AU-PROGRAM            PIC X(20).
           05  AU-BEFORE             PIC X(100).
           05  AU-AFTER              PIC X(100).
