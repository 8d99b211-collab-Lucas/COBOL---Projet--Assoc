                       MOVE WcodeAntenne TO fbe_antenne
                       REWRITE tamp_fbe
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_benevole
                       DISPLAY "Utilisateur rattaché à l'antenne "
                           WcodeAntenne "."
               END-READ
       GERE_ANTENNES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 6 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter / modifier une antenne "
           DISPLAY  "2. Afficher les antennes "
           DISPLAY  "3. Rattacher centre/groupe/utilisateur "
