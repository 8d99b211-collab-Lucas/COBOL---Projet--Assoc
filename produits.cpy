                           MOVE fsp_seuilPropose TO fcp_seuil
                           REWRITE tamp_fcentre_produits
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_stock
                   END-READ
                   CLOSE fcentre_produits
               END-IF
                END-IF
            END-IF
            END-PERFORM
            CLOSE fproduits.

       Fusion_produits.
           DISPLAY "Fusion de deux fiches produit"
           DISPLAY "Entrez l'ID du produit à CONSERVER : "
           ACCEPT WidProduitGarde
           DISPLAY "Entrez l'ID du doublon à ABSORBER : "
           ACCEPT WidProduitDouble
           IF WidProduitGarde = WidProduitDouble THEN
               DISPLAY "Les deux ID sont identiques, abandon."
           ELSE
               MOVE 0 TO Wtrouver
               OPEN I-O fproduits
               MOVE WidProduitGarde TO fpr_id
               READ fproduits
                   INVALID KEY
                       DISPLAY "Le produit à conserver n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       IF fpr_statut = "I" THEN
                           DISPLAY "Le produit à conserver est "
                               "désactivé."
                           MOVE 1 TO Wtrouver
                       END-IF
                       MOVE fpr_unite TO WuniteGarde
               END-READ
               IF Wtrouver = 0 THEN
                   MOVE WidProduitDouble TO fpr_id
                   READ fproduits
                       INVALID KEY
                           DISPLAY "Le doublon n'existe pas."
                           MOVE 1 TO Wtrouver
                       NOT INVALID KEY
                           IF fpr_unite NOT = WuniteGarde THEN
                               DISPLAY "Fusion refusée, unités "
                                   "différentes (" fpr_unite " / "
                                   WuniteGarde ")."
                               MOVE 1 TO Wtrouver
                           ELSE
                               MOVE fpr_quantite TO WqteDoubleFu
                               MOVE 0 TO fpr_quantite
                               MOVE "I" TO fpr_statut
                               MOVE FUNCTION CURRENT-DATE TO Wdt
                               MOVE WidUtilisateurConnecte
                                   TO fpr_modifPar
                               MOVE Wdt(1:8) TO fpr_modifDate
                               MOVE Wdt(9:6) TO fpr_modifHeure
                               REWRITE tamp_fproduits
                               END-REWRITE
                           END-IF
                   END-READ
               END-IF
               IF Wtrouver = 0 THEN
                   MOVE WidProduitGarde TO fpr_id
                   READ fproduits
                       NOT INVALID KEY
                           ADD WqteDoubleFu TO fpr_quantite
                           MOVE FUNCTION CURRENT-DATE TO Wdt
                           MOVE WidUtilisateurConnecte
                               TO fpr_modifPar
                           MOVE Wdt(1:8) TO fpr_modifDate
                           MOVE Wdt(9:6) TO fpr_modifHeure
                           REWRITE tamp_fproduits
                           END-REWRITE
                   END-READ
               END-IF
               CLOSE fproduits

               IF Wtrouver = 0 THEN
                   PERFORM Fusionner_stock_centres
                   PERFORM Fusionner_centre_produits
                   PERFORM Fusionner_soldes
                   PERFORM Fusionner_lots
                   PERFORM Fusionner_distribution_lignes
                   PERFORM Repointer_distributions_fusion_pr
                   PERFORM Repointer_kardex_fusion
                   PERFORM Repointer_eans_fusion
                   PERFORM Fusionner_prix_fournisseurs
                   PERFORM Fusionner_substitutions
                   PERFORM Fusionner_panier_lignes
                   PERFORM Fusionner_campagne_cibles
                   PERFORM Fusionner_commande_lignes
                   MOVE "PR" TO WhiEntite
                   MOVE WidProduitGarde TO WhiCle
                   MOVE "fusion" TO WhiChamp
                   MOVE WidProduitDouble TO WhiAncien
                   MOVE WidProduitGarde TO WhiNouveau
                   PERFORM Journaliser_historique
                   DISPLAY "Fusion terminée, le doublon "
                       WidProduitDouble " a été désactivé."
               END-IF
           END-IF.

       Fusionner_stock_centres.
           OPEN I-O fcentres
           OPEN I-O fcentre_produits
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fcentres NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fce_produit = WidProduitDouble THEN
                           MOVE fce_id TO fcp_centre
                           MOVE WidProduitGarde TO fcp_produit
                           READ fcentre_produits
                               NOT INVALID KEY
                                   ADD fcp_quantite TO fce_quantite
                                   DELETE fcentre_produits
                                   END-DELETE
                                   MOVE "D" TO WimageOperation
                                   PERFORM Journaliser_image_stock
                           END-READ
                           MOVE WidProduitGarde TO fce_produit
                           REWRITE tamp_fcentres
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_centre
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fcentre_produits
           CLOSE fcentres.

       Fusionner_centre_produits.
           OPEN I-O fcentre_produits
           MOVE 0 TO WcentreFu
           MOVE 0 TO WfinFu
           PERFORM WITH TEST AFTER UNTIL WfinFu = 1
               MOVE WcentreFu TO fcp_centre
               MOVE WidProduitDouble TO fcp_produit
               READ fcentre_produits
                   INVALID KEY
                       ADD 1 TO WcentreFu
                   NOT INVALID KEY
                       MOVE fcp_quantite TO WqteFu
                       MOVE fcp_seuil TO WseuilFu
                       DELETE fcentre_produits
                       END-DELETE
                       MOVE "D" TO WimageOperation
                       PERFORM Journaliser_image_stock
                       PERFORM Ajouter_stock_centre_fusion
                       ADD 1 TO WcentreFu
               END-READ
               IF WcentreFu > 99 THEN
                   MOVE 1 TO WfinFu
               END-IF
           END-PERFORM
           CLOSE fcentre_produits.

       Ajouter_stock_centre_fusion.
           MOVE 0 TO WusingCP
           OPEN I-O fcentres
           MOVE WcentreFu TO fce_id
           READ fcentres
               INVALID KEY
                   MOVE 1 TO WusingCP
               NOT INVALID KEY
                   IF fce_produit = WidProduitGarde THEN
                       ADD WqteFu TO fce_quantite
                       REWRITE tamp_fcentres
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_centre
                   ELSE
                       MOVE 1 TO WusingCP
                   END-IF
           END-READ
           CLOSE fcentres
           IF WusingCP = 1 THEN
               MOVE WcentreFu TO fcp_centre
               MOVE WidProduitGarde TO fcp_produit
               READ fcentre_produits
                   INVALID KEY
                       MOVE WcentreFu TO fcp_centre
                       MOVE WidProduitGarde TO fcp_produit
                       MOVE WqteFu TO fcp_quantite
                       MOVE WseuilFu TO fcp_seuil
                       WRITE tamp_fcentre_produits
                       END-WRITE
                       MOVE "W" TO WimageOperation
                       PERFORM Journaliser_image_stock
                   NOT INVALID KEY
                       ADD WqteFu TO fcp_quantite
                       REWRITE tamp_fcentre_produits
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_stock
               END-READ
           END-IF.

       Fusionner_soldes.
           OPEN I-O fsoldes
           MOVE 0 TO WfinFu
           MOVE LOW-VALUES TO fso_cle
           PERFORM WITH TEST AFTER UNTIL WfinFu = 1
               START fsoldes KEY IS NOT LESS THAN fso_cle
                   INVALID KEY MOVE 1 TO WfinFu
               END-START
               MOVE 0 TO WtrouveFu
               PERFORM WITH TEST AFTER
                       UNTIL WfinFu = 1 OR WtrouveFu = 1
                   READ fsoldes NEXT
                       AT END MOVE 1 TO WfinFu
                       NOT AT END
                           IF fso_produit = WidProduitDouble THEN
                               MOVE 1 TO WtrouveFu
                           END-IF
                   END-READ
               END-PERFORM
               IF WtrouveFu = 1 THEN
                   MOVE tamp_fsoldes TO WsoldeFu
                   MOVE fso_quantite TO WqteFu
                   DELETE fsoldes
                   END-DELETE
                   MOVE WsoldeFu TO tamp_fsoldes
                   MOVE WidProduitGarde TO fso_produit
                   READ fsoldes
                       INVALID KEY
                           MOVE WsoldeFu TO tamp_fsoldes
                           MOVE WidProduitGarde TO fso_produit
                           WRITE tamp_fsoldes
                           END-WRITE
                       NOT INVALID KEY
                           ADD WqteFu TO fso_quantite
                           REWRITE tamp_fsoldes
                           END-REWRITE
                   END-READ
                   MOVE WsoldeFu TO tamp_fsoldes
               END-IF
           END-PERFORM
           CLOSE fsoldes.

       Fusionner_lots.
           OPEN I-O flots
           MOVE 0 TO WfinFu
           MOVE LOW-VALUES TO flo_cle
           PERFORM WITH TEST AFTER UNTIL WfinFu = 1
               START flots KEY IS NOT LESS THAN flo_cle
                   INVALID KEY MOVE 1 TO WfinFu
               END-START
               MOVE 0 TO WtrouveFu
               PERFORM WITH TEST AFTER
                       UNTIL WfinFu = 1 OR WtrouveFu = 1
                   READ flots NEXT
                       AT END MOVE 1 TO WfinFu
                       NOT AT END
                           IF flo_produit = WidProduitDouble THEN
                               MOVE 1 TO WtrouveFu
                           END-IF
                   END-READ
               END-PERFORM
               IF WtrouveFu = 1 THEN
                   MOVE tamp_flots TO WlotFu
                   DELETE flots
                   END-DELETE
                   MOVE "D" TO WimageOperation
                   PERFORM Journaliser_image_lot
                   MOVE WlotFu TO tamp_flots
                   MOVE WidProduitGarde TO flo_produit
                   READ flots
                       INVALID KEY
                           MOVE WlotFu TO tamp_flots
                           MOVE WidProduitGarde TO flo_produit
                           WRITE tamp_flots
                           END-WRITE
                           MOVE "W" TO WimageOperation
                           PERFORM Journaliser_image_lot
                       NOT INVALID KEY
                           ADD Wlfu-quantite TO flo_quantite
                           IF Wlfu-dlc < flo_dlc THEN
                               MOVE Wlfu-dlc TO flo_dlc
                           END-IF
                           IF Wlfu-statut = "Q" THEN
                               MOVE "Q" TO flo_statut
                           END-IF
                           REWRITE tamp_flots
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_lot
                   END-READ
                   MOVE WlotFu TO tamp_flots
               END-IF
           END-PERFORM
           CLOSE flots.

       Fusionner_distribution_lignes.
           OPEN I-O fdistribution-lignes
           MOVE 0 TO WfinFu
           MOVE LOW-VALUES TO fdl_cle
           PERFORM WITH TEST AFTER UNTIL WfinFu = 1
               START fdistribution-lignes KEY IS NOT LESS THAN fdl_cle
                   INVALID KEY MOVE 1 TO WfinFu
               END-START
               MOVE 0 TO WtrouveFu
               PERFORM WITH TEST AFTER
                       UNTIL WfinFu = 1 OR WtrouveFu = 1
                   READ fdistribution-lignes NEXT
                       AT END MOVE 1 TO WfinFu
                       NOT AT END
                           IF fdl_produit = WidProduitDouble THEN
                               MOVE 1 TO WtrouveFu
                           END-IF
                   END-READ
               END-PERFORM
               IF WtrouveFu = 1 THEN
                   MOVE fdl_distribution TO WrefFu
                   MOVE fdl_quantite TO WqteFu
                   DELETE fdistribution-lignes
                   END-DELETE
                   MOVE "D" TO WimageOperation
                   PERFORM Journaliser_image_ligne
                   MOVE WrefFu TO fdl_distribution
                   MOVE WidProduitGarde TO fdl_produit
                   READ fdistribution-lignes
                       INVALID KEY
                           MOVE WrefFu TO fdl_distribution
                           MOVE WidProduitGarde TO fdl_produit
                           MOVE WqteFu TO fdl_quantite
                           WRITE tamp_fdistribution-lignes
                           END-WRITE
                           MOVE "W" TO WimageOperation
                           PERFORM Journaliser_image_ligne
                       NOT INVALID KEY
                           ADD WqteFu TO fdl_quantite
                           REWRITE tamp_fdistribution-lignes
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_ligne
                   END-READ
                   MOVE WrefFu TO fdl_distribution
                   MOVE WidProduitDouble TO fdl_produit
               END-IF
           END-PERFORM
           CLOSE fdistribution-lignes.

       Repointer_distributions_fusion_pr.
           OPEN I-O fdistributions
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fdistributions NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fdi_produit = WidProduitDouble THEN
                           MOVE WidProduitGarde TO fdi_produit
                           REWRITE tamp_fdistributions
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_distribution
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdistributions.

       Repointer_kardex_fusion.
           OPEN I-O fkardex
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               MOVE WidProduitDouble TO fkx_produit
               START fkardex KEY IS EQUAL TO fkx_produit
                   INVALID KEY MOVE 1 TO Wfin
               END-START
               IF Wfin = 0 THEN
                   READ fkardex NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fkx_produit = WidProduitDouble THEN
                               MOVE WidProduitGarde TO fkx_produit
                               REWRITE tamp_fkardex
                               END-REWRITE
                               MOVE "R" TO WimageOperation
                               PERFORM Journaliser_image_kardex
                           ELSE
                               MOVE 1 TO Wfin
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE fkardex.

       Repointer_eans_fusion.
           OPEN I-O feans
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ feans NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fea_produit = WidProduitDouble THEN
                           MOVE WidProduitGarde TO fea_produit
                           REWRITE tamp_feans
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE feans.

       Fusionner_prix_fournisseurs.
           OPEN I-O fprix
           MOVE 0 TO WfinFu
           MOVE LOW-VALUES TO fpx_cle
           PERFORM WITH TEST AFTER UNTIL WfinFu = 1
               START fprix KEY IS NOT LESS THAN fpx_cle
                   INVALID KEY MOVE 1 TO WfinFu
               END-START
               MOVE 0 TO WtrouveFu
               PERFORM WITH TEST AFTER
                       UNTIL WfinFu = 1 OR WtrouveFu = 1
                   READ fprix NEXT
                       AT END MOVE 1 TO WfinFu
                       NOT AT END
                           IF fpx_produit = WidProduitDouble THEN
                               MOVE 1 TO WtrouveFu
                           END-IF
                   END-READ
               END-PERFORM
               IF WtrouveFu = 1 THEN
                   MOVE tamp_fprix TO WprixFu
                   DELETE fprix
                   END-DELETE
                   MOVE WprixFu TO tamp_fprix
                   MOVE WidProduitGarde TO fpx_produit
                   READ fprix
                       INVALID KEY
                           MOVE WprixFu TO tamp_fprix
                           MOVE WidProduitGarde TO fpx_produit
                           WRITE tamp_fprix
                           END-WRITE
                   END-READ
                   MOVE WprixFu TO tamp_fprix
               END-IF
           END-PERFORM
           CLOSE fprix.

       Fusionner_substitutions.
           OPEN I-O fsubstitutions
           MOVE 0 TO WfinFu
           MOVE LOW-VALUES TO fsu_cle
           PERFORM WITH TEST AFTER UNTIL WfinFu = 1
               START fsubstitutions KEY IS NOT LESS THAN fsu_cle
                   INVALID KEY MOVE 1 TO WfinFu
               END-START
               MOVE 0 TO WtrouveFu
               PERFORM WITH TEST AFTER
                       UNTIL WfinFu = 1 OR WtrouveFu = 1
                   READ fsubstitutions NEXT
                       AT END MOVE 1 TO WfinFu
                       NOT AT END
                           IF fsu_produit = WidProduitDouble OR
                                   fsu_substitut = WidProduitDouble
                               MOVE 1 TO WtrouveFu
                           END-IF
                   END-READ
               END-PERFORM
               IF WtrouveFu = 1 THEN
                   MOVE tamp_fsubstitutions TO WsubstFu
                   DELETE fsubstitutions
                   END-DELETE
                   MOVE WsubstFu TO tamp_fsubstitutions
                   IF fsu_produit = WidProduitDouble THEN
                       MOVE WidProduitGarde TO fsu_produit
                   END-IF
                   IF fsu_substitut = WidProduitDouble THEN
                       MOVE WidProduitGarde TO fsu_substitut
                   END-IF
                   IF fsu_produit NOT = fsu_substitut THEN
                       MOVE tamp_fsubstitutions TO WsubstFu2
                       READ fsubstitutions
                           INVALID KEY
                               MOVE WsubstFu2 TO tamp_fsubstitutions
                               WRITE tamp_fsubstitutions
                               END-WRITE
                       END-READ
                   END-IF
                   MOVE WsubstFu TO tamp_fsubstitutions
               END-IF
           END-PERFORM
           CLOSE fsubstitutions.

       Fusionner_panier_lignes.
           OPEN I-O fpanier-lignes
           MOVE 0 TO WfinFu
           MOVE LOW-VALUES TO fpb_cle
           PERFORM WITH TEST AFTER UNTIL WfinFu = 1
               START fpanier-lignes KEY IS NOT LESS THAN fpb_cle
                   INVALID KEY MOVE 1 TO WfinFu
               END-START
               MOVE 0 TO WtrouveFu
               PERFORM WITH TEST AFTER
                       UNTIL WfinFu = 1 OR WtrouveFu = 1
                   READ fpanier-lignes NEXT
                       AT END MOVE 1 TO WfinFu
                       NOT AT END
                           IF fpb_produit = WidProduitDouble THEN
                               MOVE 1 TO WtrouveFu
                           END-IF
                   END-READ
               END-PERFORM
               IF WtrouveFu = 1 THEN
                   MOVE fpb_panier TO WcodeFu
                   MOVE fpb_quantite TO WqteFu
                   DELETE fpanier-lignes
                   END-DELETE
                   MOVE WcodeFu TO fpb_panier
                   MOVE WidProduitGarde TO fpb_produit
                   READ fpanier-lignes
                       INVALID KEY
                           MOVE WcodeFu TO fpb_panier
                           MOVE WidProduitGarde TO fpb_produit
                           MOVE WqteFu TO fpb_quantite
                           WRITE tamp_fpanier-lignes
                           END-WRITE
                       NOT INVALID KEY
                           ADD WqteFu TO fpb_quantite
                           REWRITE tamp_fpanier-lignes
                           END-REWRITE
                   END-READ
                   MOVE WcodeFu TO fpb_panier
                   MOVE WidProduitDouble TO fpb_produit
               END-IF
           END-PERFORM
           CLOSE fpanier-lignes.

       Fusionner_campagne_cibles.
           OPEN I-O fcampagne-cibles
           MOVE 0 TO WfinFu
           MOVE LOW-VALUES TO fcc_cle
           PERFORM WITH TEST AFTER UNTIL WfinFu = 1
               START fcampagne-cibles KEY IS NOT LESS THAN fcc_cle
                   INVALID KEY MOVE 1 TO WfinFu
               END-START
               MOVE 0 TO WtrouveFu
               PERFORM WITH TEST AFTER
                       UNTIL WfinFu = 1 OR WtrouveFu = 1
                   READ fcampagne-cibles NEXT
                       AT END MOVE 1 TO WfinFu
                       NOT AT END
                           IF fcc_produit = WidProduitDouble THEN
                               MOVE 1 TO WtrouveFu
                           END-IF
                   END-READ
               END-PERFORM
               IF WtrouveFu = 1 THEN
                   MOVE fcc_campagne TO WcodeFu
                   MOVE fcc_quantite TO WqteFu
                   DELETE fcampagne-cibles
                   END-DELETE
                   MOVE WcodeFu TO fcc_campagne
                   MOVE WidProduitGarde TO fcc_produit
                   READ fcampagne-cibles
                       INVALID KEY
                           MOVE WcodeFu TO fcc_campagne
                           MOVE WidProduitGarde TO fcc_produit
                           MOVE WqteFu TO fcc_quantite
                           WRITE tamp_fcampagne-cibles
                           END-WRITE
                       NOT INVALID KEY
                           ADD WqteFu TO fcc_quantite
                           REWRITE tamp_fcampagne-cibles
                           END-REWRITE
                   END-READ
                   MOVE WcodeFu TO fcc_campagne
                   MOVE WidProduitDouble TO fcc_produit
               END-IF
           END-PERFORM
           CLOSE fcampagne-cibles.

       Fusionner_commande_lignes.
           OPEN I-O fcommande-lignes
           MOVE 0 TO WfinFu
           MOVE LOW-VALUES TO fcg_cle
           PERFORM WITH TEST AFTER UNTIL WfinFu = 1
               START fcommande-lignes KEY IS NOT LESS THAN fcg_cle
                   INVALID KEY MOVE 1 TO WfinFu
               END-START
               MOVE 0 TO WtrouveFu
               PERFORM WITH TEST AFTER
                       UNTIL WfinFu = 1 OR WtrouveFu = 1
                   READ fcommande-lignes NEXT
                       AT END MOVE 1 TO WfinFu
                       NOT AT END
                           IF fcg_produit = WidProduitDouble THEN
                               MOVE 1 TO WtrouveFu
                           END-IF
                   END-READ
               END-PERFORM
               IF WtrouveFu = 1 THEN
                   MOVE fcg_commande TO WrefFu
                   MOVE fcg_qteCommandee TO WqteFu
                   MOVE fcg_qteRecue TO WqteFu2
                   DELETE fcommande-lignes
                   END-DELETE
                   MOVE WrefFu TO fcg_commande
                   MOVE WidProduitGarde TO fcg_produit
                   READ fcommande-lignes
                       INVALID KEY
                           MOVE WrefFu TO fcg_commande
                           MOVE WidProduitGarde TO fcg_produit
                           MOVE WqteFu TO fcg_qteCommandee
                           MOVE WqteFu2 TO fcg_qteRecue
                           WRITE tamp_fcommande-lignes
                           END-WRITE
                       NOT INVALID KEY
                           ADD WqteFu TO fcg_qteCommandee
                           ADD WqteFu2 TO fcg_qteRecue
                           REWRITE tamp_fcommande-lignes
                           END-REWRITE
                   END-READ
                   MOVE WrefFu TO fcg_commande
                   MOVE WidProduitDouble TO fcg_produit
               END-IF
           END-PERFORM
           CLOSE fcommande-lignes.
