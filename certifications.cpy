       GERE_CERTIFICATIONS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 6 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter / renouveler une certification "
           DISPLAY  "2. Certifications d'un bénévole "
           DISPLAY  "3. Supprimer une certification "
