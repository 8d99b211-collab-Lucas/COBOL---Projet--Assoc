               MOVE 0 TO Wchoix
               PERFORM WITH TEST AFTER UNTIL Wchoix < 4
                       AND Wchoix > 0
                   PERFORM Afficher_bandeau_formation
                   DISPLAY  "1. Ajouter une note "
                   DISPLAY  "2. Consulter les notes d'un foyer "
                   DISPLAY  "3.Sortir "
