               END-IF
               DISPLAY "Entrez le numéro de lot : "
               ACCEPT WnumLot
               PERFORM Saisie_source_lot
               MOVE "Entrez la DLC du lot (AAAAMMJJ) : "
                   TO WinviteDate
               PERFORM Saisir_date
                       MOVE fpr_categorie TO Wcategorie
               END-READ
               CLOSE fproduits
               MOVE 0 TO WquarantaineAttente
               IF Wcategorie = "FRAIS" THEN
                   DISPLAY "Température relevée à réception "
                       "(degrés, ex 3.5) : "
                   ACCEPT Wtemperature
                   MOVE "R" TO WtypeReleve
                   MOVE 0 TO WidEquipementTp
                   PERFORM Enregistrer_temperature
               END-IF

               MOVE Wquantite TO WkxQuantite
               MOVE fre_id TO WkxReference
               PERFORM Ecrire_kardex
               IF WquarantaineAttente = 1 THEN
                   PERFORM Appliquer_quarantaine_attente
               END-IF
               DISPLAY "Réception enregistrée, stock mis à jour."
               PERFORM Controler_attentes_apres_entree
               IF WnumCommande NOT = 0 THEN
                       ADD Wquantite TO fce_quantite
                       REWRITE tamp_fcentres
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_centre
                   ELSE
                       MOVE 1 TO WusingCP
                   END-IF
                       MOVE 0 TO fcp_seuil
                       WRITE tamp_fcentre_produits
                       END-WRITE
                       MOVE "W" TO WimageOperation
                       PERFORM Journaliser_image_stock
                   NOT INVALID KEY
                       ADD Wquantite TO fcp_quantite
                       REWRITE tamp_fcentre_produits
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_stock
               END-READ
               CLOSE fcentre_produits
           END-IF

       GERE_FOURNISSEURS.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 13 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter Fournisseurs "
           DISPLAY  "2. Supprimer Fournisseurs "
           DISPLAY  "3. Modifier Fournisseurs "
           DISPLAY  "8. Réception par scan "
           DISPLAY  "9. Historique des prix d'achat "
           DISPLAY  "10. Ramasses en magasin "
           DISPLAY  "11. Factures fournisseurs "
           DISPLAY  "12.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Ajout_fournisseurs
           ELSE IF Wchoix2= 10 THEN
               PERFORM GERE_RAMASSES
           ELSE IF Wchoix2= 11 THEN
               PERFORM GERE_FACTURES
           ELSE IF Wchoix2= 12 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
