                   IF fdm_statut NOT = "E" THEN
                       DISPLAY "Cette demande est déjà traitée."
                   ELSE
                       PERFORM Alerte_projection_demande
                       DISPLAY "Accepter ou refuser ? (A/R) : "
                       ACCEPT Wreponse
                       IF Wreponse = "A" OR Wreponse = "a" THEN
           MOVE fdm_centre TO WidC
           MOVE fdm_produit TO Wproduit
           MOVE fdm_quantite TO Wquantite
           MOVE 0 TO WidBeneficiaire

           PERFORM Tester_periode_close
           IF WperiodeClose = 1 THEN
               MOVE Wdt(9:6) TO fdi_modifHeure
               WRITE tamp_fdistributions
               END-WRITE
               MOVE "W" TO WimageOperation
               PERFORM Journaliser_image_distribution
               CLOSE fdistributions
               MOVE 0 TO WquantiteCrise
               PERFORM Marquer_distribution_crise

               MOVE "A" TO fdm_statut
               MOVE WidD TO fdm_distribution
