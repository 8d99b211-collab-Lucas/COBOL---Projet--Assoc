       Version_courante_fichier.
           MOVE 1 TO WvfAttendue
           IF WvfFichier = "lots.dat" THEN
               MOVE 3 TO WvfAttendue
           END-IF
           IF WvfFichier = "journal.dat" OR
                   WvfFichier = "temperatures.dat" OR
                   WvfFichier = "lot_consommations.dat" OR
                   WvfFichier = "distributions.dat" OR
                   WvfFichier = "demandes.dat" OR
                   WvfFichier = "distributions_archive.dat" THEN
               MOVE 2 TO WvfAttendue
           END-IF.

       Lire_version_fichier.
           MOVE 1 TO WvfTrouvee
           OPEN INPUT fversions
           IF cr_fversions = 00 THEN
               MOVE WvfFichier TO fvf_fichier
               READ fversions
                   NOT INVALID KEY MOVE fvf_version TO WvfTrouvee
               END-READ
               CLOSE fversions
           END-IF.

       Controler_version_fichier.
           PERFORM Version_courante_fichier
           PERFORM Lire_version_fichier
           IF WvfTrouvee NOT = WvfAttendue THEN
               DISPLAY "⚠️ " FUNCTION TRIM(WvfFichier)
                   " est au format version " WvfTrouvee
                   ", version " WvfAttendue " attendue ⚠️"
               MOVE 1 TO WversionRefus
           END-IF.
