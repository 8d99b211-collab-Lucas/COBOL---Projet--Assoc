       GERE_POINTAGES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 5 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Pointer une arrivée "
           DISPLAY  "2. Pointer un départ "
           DISPLAY  "3. Écarts déclaré / pointé "
