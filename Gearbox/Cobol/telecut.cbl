      *            overschreven: dan stopt de run luid.
      *            De verwerkingsdatum komt uit CUTPARM, of de
      *            systeemdatum als die ontbreekt.
      * 15-10-2026 Elke weigering (ongeldige datum, bestaande
      *            generatie, bestand niet te openen) eindigt met
      *            return-code 8, zodat de nachtstroom Nacht-stroom
      *            de afsluiting als mislukt vastlegt en de volgende
      *            stappen niet start.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           if FUNCTION INTEGER-OF-DATE(ws-proc-date) = 0
               DISPLAY "Ongeldige verwerkingsdatum in CUTPARM: "
                   ws-proc-date
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

               CLOSE TELEGEN-FILE
               DISPLAY "Generatie bestaat al: " ws-telegen-name
               DISPLAY "Dagafsluiting niet uitgevoerd"
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

               DISPLAY "Kan TELEOUT.DAT niet openen, status: "
                   ws-teleout-status
               DISPLAY "Niets af te sluiten"
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

                   ws-teleidx-status
               DISPLAY "Dagafsluiting niet uitgevoerd"
               CLOSE TELEOUT-FILE
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

                   " status: " ws-telegen-status
               CLOSE TELEOUT-FILE
               CLOSE TELEIDX-FILE
               MOVE 8 TO RETURN-CODE
               stop RUN
           end-if.

