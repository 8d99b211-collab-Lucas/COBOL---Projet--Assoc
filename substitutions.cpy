       GERE_SUBSTITUTIONS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 5 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Déclarer une substitution "
           DISPLAY  "2. Supprimer une substitution "
           DISPLAY  "3. Afficher les substitutions "
