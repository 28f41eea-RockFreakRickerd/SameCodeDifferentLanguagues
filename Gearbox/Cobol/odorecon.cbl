      *            anders de lopende TELEOUT.DAT) - de teller-
      *            leveringen van de depots komen immers overdag
      *            binnen, als de nacht al afgesloten is.
      * 15-10-2026 Onder de kop staat nu de regel GENERATIE met de
      *            datum van de gelezen TELEOUT (de TELEDATE-datum, bij
      *            de lopende TELEOUT.DAT de systeemdatum); Sensor-
      *            bewaking boekt de AFWIJKING-regels op die dag.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

      *------------------Welk TELEOUT-bestand wordt gelezen---------------*
       01 ws-teleout-name      PIC X(30) value "TELEOUT.DAT".
       01 ws-gen-date          PIC 9(8) value 0.
       01 ws-odoparm-status   PIC X(2) value spaces.
       01 ws-odorpt-status    PIC X(2) value spaces.

       01 ws-report-heading.
           05  FILLER            PIC X(36) value
               "RECONCILIATIE TELEMETRIE / KM-TELLER".
      *------------------Vaste indeling: Sensor-bewaking leest de datum---*
      *------------------op positie 19-26 terug----------------------------*
       01 ws-gen-line.
           05  FILLER            PIC X(18) value "GENERATIE       : ".
           05  rpt-gen-date      PIC 9(8).
       01 ws-tol-line.
           05  FILLER            PIC X(17) value "TOLERANTIE (KM): ".
           05  rpt-tolerantie    PIC ZZ9.99.
           end-if.
           OPEN OUTPUT ODORPT-FILE.
           WRITE ODORPT-RECORD FROM ws-report-heading.
           MOVE ws-gen-date TO rpt-gen-date.
           WRITE ODORPT-RECORD FROM ws-gen-line.
           MOVE ws-tolerantie-km TO rpt-tolerantie.
           WRITE ODORPT-RECORD FROM ws-tol-line.
           WRITE ODORPT-RECORD FROM ws-report-columns.
                   NOT AT END
                       if TD-PROC-DATE IS NUMERIC AND
                           TD-PROC-DATE GREATER THAN 0
                           MOVE TD-PROC-DATE TO ws-gen-date
                           MOVE spaces TO ws-teleout-name
                           STRING "TELEOUT." TD-PROC-DATE ".DAT"
                               DELIMITED BY SIZE
               end-read
               CLOSE TELEDATE-FILE
           end-if.
           if ws-gen-date = 0
               ACCEPT ws-gen-date FROM DATE YYYYMMDD
           end-if.
           DISPLAY "Reconciliatie over: " ws-teleout-name.

      *--------------Telt de telemetrie-afstand per voertuig---------------*
