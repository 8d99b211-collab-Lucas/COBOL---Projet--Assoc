       GERE_CAHIER.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 4 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Écrire une entrée "
           DISPLAY  "2. Consulter par période "
           DISPLAY  "3.Sortir "
