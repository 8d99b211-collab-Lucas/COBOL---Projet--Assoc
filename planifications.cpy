           MOVE fpl_horaire TO Whoraire
           MOVE fpl_produit TO Wproduit
           MOVE fpl_quantite TO Wquantite
           MOVE 0 TO WidBeneficiaire
           PERFORM Tester_centre_ferme
           IF WcentreFerme = 1 THEN
               DISPLAY "  " Wdate " centre " WidC
                       MOVE Wdt(9:6) TO fdi_modifHeure
                       WRITE tamp_fdistributions
                       END-WRITE
                       MOVE "W" TO WimageOperation
                       PERFORM Journaliser_image_distribution
                       CLOSE fdistributions
                       PERFORM Ecrire_ligne_distribution
                       MOVE 0 TO WquantiteCrise
                       PERFORM Marquer_distribution_crise
                       ADD 1 TO WnbGenerees
                       DISPLAY "  distribution " WidD
                           " générée pour le " Wdate
       GERE_PLANIFICATIONS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 6 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter un modèle récurrent "
           DISPLAY  "2. Afficher les modèles "
           DISPLAY  "3. Retirer un modèle "
