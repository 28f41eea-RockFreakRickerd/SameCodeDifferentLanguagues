      *            met hun ingangsdatum en max-delta. Daarmee is de
      *            auditorsvraag "welke grenzen golden die nacht?"
      *            eindelijk met een rapport te beantwoorden.
      * 15-10-2026 Per versie ook de overspeed-limiet en de minimale
      *            duur in seconden.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               10  FILLER        PIC X(2) value spaces.
           05  FILLER            PIC X(11) value "MAX-DELTA: ".
           05  rpt-max-delta     PIC --9.
           05  FILLER            PIC X(12) value "  OVERSPEED:".
           05  rpt-overspeed     PIC ZZ9.
           05  FILLER            PIC X(1) value "/".
           05  rpt-overspeed-sec PIC ZZZ9.
           05  FILLER            PIC X(4) value " SEC".
       01 ws-report-total.
           05  rpt-total-text    PIC X(12).
           05  rpt-total-count   PIC 9(5).
           MOVE TT-BOUND-5E   TO rpt-bound(7).
           MOVE TT-BOUND-MAX  TO rpt-bound(8).
           MOVE TT-MAX-DELTA  TO rpt-max-delta.
           MOVE TT-OVERSPEED  TO rpt-overspeed.
           MOVE TT-OVERSPEED-SEC TO rpt-overspeed-sec.
           WRITE THRESHHST-RECORD FROM ws-report-detail.
           PERFORM ReadVersion.

