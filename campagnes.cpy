       GERE_CAMPAGNES.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 6 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter une campagne "
           DISPLAY  "2. Afficher les campagnes "
           DISPLAY  "3. Objectif par produit "
