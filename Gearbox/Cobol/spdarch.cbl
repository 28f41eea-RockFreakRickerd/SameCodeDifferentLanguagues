      * 02-09-2026 SPDMAST-RECORD naar copybook SPDMASTR, gedeeld met
      *            het nieuwe trendrapport Spdmast-trendrapport dat
      *            het archief eindelijk ook terugleest.
      * 15-10-2026 Een archief dat niet te openen is eindigt met
      *            return-code 8 voor de nachtstroom Nacht-stroom.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   ws-spdmast-status
               DISPLAY "Niets gearchiveerd of opgeruimd"
               CLOSE SPEEDLOG-FILE
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

