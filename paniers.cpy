       GERE_PANIERS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 6 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Créer un panier type "
           DISPLAY  "2. Ajouter des lignes à un panier "
           DISPLAY  "3. Afficher les paniers "
