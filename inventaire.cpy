       Compter_produit_inventaire.
           DISPLAY "Produit " Wproduit " - stock en livre : "
               WqteLivre
           PERFORM Calculer_qte_quarantaine
           IF WqteQuarantaine > 0 THEN
               DISPLAY "Dont hors stock, en quarantaine : "
                   WqteQuarantaine
               DISPLAY "Ne pas compter les lots en quarantaine."
           END-IF
           DISPLAY "Entrez la quantité comptée "
               "(999999 pour ignorer) : "
           ACCEPT WqteComptee
                       MOVE WqteComptee TO fce_quantite
                       REWRITE tamp_fcentres
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_centre
                   ELSE
                       MOVE 1 TO WusingCP
                   END-IF
                       MOVE WqteComptee TO fcp_quantite
                       REWRITE tamp_fcentre_produits
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_stock
               END-READ
               CLOSE fcentre_produits
           END-IF
