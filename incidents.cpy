               MOVE 0 TO Wchoix
               PERFORM WITH TEST AFTER UNTIL Wchoix < 5
                       AND Wchoix > 0
                   PERFORM Afficher_bandeau_formation
                   DISPLAY  "1. Déclarer un incident "
                   DISPLAY  "2. Consulter le registre "
                   DISPLAY  "3. Synthèse annuelle "
