       Mettre_lot_quarantaine.
           MOVE 0 TO WlotModifieQr
           MOVE 0 TO WqteQr
           OPEN I-O flots
           MOVE WidC TO flo_centre
           MOVE Wproduit TO flo_produit
           MOVE WnumLot TO flo_numero
           READ flots
               INVALID KEY
                   DISPLAY "Lot " WnumLot " introuvable au centre "
                       WidC "."
               NOT INVALID KEY
                   IF flo_statut = "Q" THEN
                       DISPLAY "Lot " WnumLot " déjà en quarantaine "
                           "au centre " WidC "."
                   ELSE
                       MOVE "Q" TO flo_statut
                       MOVE flo_quantite TO WqteQr
                       REWRITE tamp_flots
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_lot
                       MOVE 1 TO WlotModifieQr
                   END-IF
           END-READ
           CLOSE flots
           IF WlotModifieQr = 1 THEN
               MOVE "Q" TO WevtQr
               PERFORM Ecrire_evenement_quarantaine
               IF WqteQr > 0 THEN
                   MOVE Wquantite TO WquantiteSauvQr
                   MOVE WqteQr TO Wquantite
                   PERFORM Retirer_stock_quarantaine
                   MOVE Wproduit TO WkxProduit
                   MOVE WidC TO WkxCentre
                   MOVE "Q" TO WkxType
                   MOVE "-" TO WkxSens
                   MOVE WqteQr TO WkxQuantite
                   MOVE WidQr TO WkxReference
                   PERFORM Ecrire_kardex
                   MOVE WquantiteSauvQr TO Wquantite
               END-IF
               DISPLAY "⚠️ Lot " WnumLot " du centre " WidC
                   " mis en quarantaine (" WqteQr ") ⚠️"
           END-IF.

       Appliquer_quarantaine_attente.
           MOVE 0 TO WquarantaineAttente
           PERFORM Mettre_lot_quarantaine.

       Ajouter_reception_quarantaine.
           MOVE 0 TO WajoutQuarantaine
           PERFORM Retirer_stock_quarantaine
           MOVE "Q" TO WevtQr
           MOVE "M" TO WorigineQr
           MOVE Wquantite TO WqteQr
           MOVE "Réception sur un lot en quarantaine" TO WmotifQr
           PERFORM Ecrire_evenement_quarantaine
           MOVE Wproduit TO WkxProduit
           MOVE WidC TO WkxCentre
           MOVE "Q" TO WkxType
           MOVE "-" TO WkxSens
           MOVE Wquantite TO WkxQuantite
           MOVE WidQr TO WkxReference
           PERFORM Ecrire_kardex.

       Retirer_stock_quarantaine.
           MOVE 0 TO WusingCP
           OPEN I-O fcentres
           MOVE WidC TO fce_id
           READ fcentres
               NOT INVALID KEY
                   IF fce_produit = Wproduit THEN
                       SUBTRACT Wquantite FROM fce_quantite
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
               OPEN I-O fcentre_produits
               MOVE WidC TO fcp_centre
               MOVE Wproduit TO fcp_produit
               READ fcentre_produits
                   NOT INVALID KEY
                       SUBTRACT Wquantite FROM fcp_quantite
                       REWRITE tamp_fcentre_produits
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_stock
               END-READ
               CLOSE fcentre_produits
           END-IF

           OPEN I-O fproduits
           MOVE Wproduit TO fpr_id
           READ fproduits
               NOT INVALID KEY
                   SUBTRACT Wquantite FROM fpr_quantite
                   REWRITE tamp_fproduits
                   END-REWRITE
           END-READ
           CLOSE fproduits.

       Ecrire_evenement_quarantaine.
           OPEN I-O increment
           MOVE "QR" TO autoinc_entite
           READ increment
               INVALID KEY
                   MOVE "QR" TO autoinc_entite
                   MOVE 00001 TO autoinc_num
                   WRITE autoinc
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
           END-READ
           CLOSE increment
           MOVE autoinc_num TO WidQr

           OPEN I-O fquarantaines
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE WidQr TO fqr_id
           MOVE Wdt(1:8) TO fqr_date
           MOVE Wdt(9:6) TO fqr_heure
           MOVE WidC TO fqr_centre
           MOVE Wproduit TO fqr_produit
           MOVE WnumLot TO fqr_lot
           MOVE WevtQr TO fqr_evenement
           MOVE WorigineQr TO fqr_origine
           MOVE WqteQr TO fqr_quantite
           MOVE WmotifQr TO fqr_motif
           MOVE WidUtilisateurConnecte TO fqr_utilisateur
           WRITE tamp_fquarantaines
           END-WRITE
           CLOSE fquarantaines.

       Calculer_qte_quarantaine.
           MOVE 0 TO WqteQuarantaine
           OPEN INPUT flots
           MOVE 0 TO WfinQr
           MOVE WidC TO flo_centre
           MOVE Wproduit TO flo_produit
           MOVE LOW-VALUES TO flo_numero
           START flots KEY IS NOT LESS THAN flo_cle
               INVALID KEY MOVE 1 TO WfinQr
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinQr = 1
               READ flots NEXT
                   AT END MOVE 1 TO WfinQr
                   NOT AT END
                       IF flo_centre NOT = WidC OR
                               flo_produit NOT = Wproduit THEN
                           MOVE 1 TO WfinQr
                       ELSE
                           IF flo_statut = "Q" THEN
                               ADD flo_quantite TO WqteQuarantaine
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE flots.

       Saisie_quarantaine_rappel.
           DISPLAY "Mise en quarantaine d'un lot (rappel suspecté)"
           DISPLAY "Entrez l'ID du produit : "
           ACCEPT Wproduit
           DISPLAY "Entrez le numéro de lot : "
           ACCEPT WnumLot
           DISPLAY "Entrez l'ID du centre (0 = tous les centres) : "
           ACCEPT WcentreQr
           DISPLAY "Motif (référence du rappel) : "
           MOVE SPACES TO WmotifQr
           ACCEPT WmotifQr
           MOVE "R" TO WorigineQr
           MOVE 0 TO WnbCentresQr
           OPEN INPUT flots
           MOVE 0 TO WfinQr
           PERFORM WITH TEST AFTER UNTIL WfinQr = 1
               READ flots NEXT
                   AT END MOVE 1 TO WfinQr
                   NOT AT END
                       IF flo_produit = Wproduit AND
                               flo_numero = WnumLot AND
                               (WcentreQr = 0 OR
                               flo_centre = WcentreQr) AND
                               WnbCentresQr < 50 THEN
                           ADD 1 TO WnbCentresQr
                           MOVE flo_centre
                               TO Wqr-centre(WnbCentresQr)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE flots
           IF WnbCentresQr = 0 THEN
               DISPLAY "Aucun lot " WnumLot " en stock pour ce "
                   "produit."
           ELSE
               MOVE 1 TO WidxQr
               PERFORM WITH TEST AFTER UNTIL WidxQr > WnbCentresQr
                   MOVE Wqr-centre(WidxQr) TO WidC
                   PERFORM Mettre_lot_quarantaine
                   ADD 1 TO WidxQr
               END-PERFORM
           END-IF.

       Liste_lots_quarantaine.
           MOVE 0 TO Wtrouve
           OPEN INPUT flots
           MOVE 0 TO WfinQr
           PERFORM WITH TEST AFTER UNTIL WfinQr = 1
               READ flots NEXT
                   AT END MOVE 1 TO WfinQr
                   NOT AT END
                       IF flo_statut = "Q" AND
                               (WcentreQr = 0 OR
                               flo_centre = WcentreQr) THEN
                           DISPLAY "centre " flo_centre
                               " produit " flo_produit
                               " lot " flo_numero
                               " DLC " flo_dlc
                               " quantité " flo_quantite
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
           END-PERFORM
           CLOSE flots.

       Decision_quarantaine.
           MOVE "QUARANT" TO WfonctionCode
           PERFORM Verifier_droit
           IF Wautorise = 0 THEN
               DISPLAY "⚠️ La levée de quarantaine est réservée "
                   "aux responsables habilités. ⚠️"
           ELSE
               DISPLAY "Entrez l'ID du centre (0 = tous) : "
               ACCEPT WcentreQr
               PERFORM Liste_lots_quarantaine
               IF Wtrouve = 0 THEN
                   DISPLAY "Aucun lot en quarantaine."
               ELSE
                   DISPLAY "Entrez l'ID du centre du lot : "
                   ACCEPT WidC
                   DISPLAY "Entrez l'ID du produit : "
                   ACCEPT Wproduit
                   DISPLAY "Entrez le numéro de lot : "
                   ACCEPT WnumLot
                   PERFORM Decider_lot_quarantaine
               END-IF
           END-IF.

       Decider_lot_quarantaine.
           MOVE 0 TO WlotModifieQr
           OPEN I-O flots
           MOVE WidC TO flo_centre
           MOVE Wproduit TO flo_produit
           MOVE WnumLot TO flo_numero
           READ flots
               INVALID KEY
                   DISPLAY "Le lot n'existe pas."
               NOT INVALID KEY
                   IF flo_statut NOT = "Q" THEN
                       DISPLAY "Ce lot n'est pas en quarantaine."
                   ELSE
                       MOVE SPACES TO WevtQr
                       PERFORM WITH TEST AFTER
                               UNTIL WevtQr = "L" OR WevtQr = "D"
                           DISPLAY "Décision (L=libérer, "
                               "D=envoyer en destruction) : "
                           ACCEPT WevtQr
                       END-PERFORM
                       DISPLAY "Motif de la décision : "
                       MOVE SPACES TO WmotifQr
                       ACCEPT WmotifQr
                       MOVE flo_quantite TO WqteQr
                       MOVE "M" TO WorigineQr
                       IF WevtQr = "L" THEN
                           MOVE "L" TO flo_statut
                           REWRITE tamp_flots
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_lot
                       ELSE
                           MOVE FUNCTION CURRENT-DATE TO Wdt
                           MOVE Wdt(1:8) TO WdateJour
                           PERFORM Chercher_proposition_lot
                           IF Wtrouve = 0 THEN
                               PERFORM Ecrire_proposition_lot
                               DISPLAY "Proposition de destruction "
                                   fds_id " créée, à valider."
                           ELSE
                               DISPLAY "Une proposition de "
                                   "destruction existe déjà pour "
                                   "ce lot."
                           END-IF
                       END-IF
                       MOVE 1 TO WlotModifieQr
                   END-IF
           END-READ
           CLOSE flots
           IF WlotModifieQr = 1 THEN
               PERFORM Ecrire_evenement_quarantaine
               IF WevtQr = "L" THEN
                   IF WqteQr > 0 THEN
                       MOVE WqteQr TO Wquantite
                       PERFORM Encaisser_stock_reception
                       MOVE Wproduit TO WkxProduit
                       MOVE WidC TO WkxCentre
                       MOVE "L" TO WkxType
                       MOVE "+" TO WkxSens
                       MOVE WqteQr TO WkxQuantite
                       MOVE WidQr TO WkxReference
                       PERFORM Ecrire_kardex
                   END-IF
                   DISPLAY "Lot " WnumLot " libéré, de nouveau "
                       "disponible."
               END-IF
           END-IF.

       Reintegrer_lot_quarantaine.
           PERFORM Encaisser_stock_reception
           MOVE Wproduit TO WkxProduit
           MOVE WidC TO WkxCentre
           MOVE "L" TO WkxType
           MOVE "+" TO WkxSens
           MOVE Wquantite TO WkxQuantite
           MOVE fds_id TO WkxReference
           PERFORM Ecrire_kardex.

       Etat_quarantaines.
           DISPLAY "Entrez l'ID du centre (0 = tous) : "
           ACCEPT WcentreQr
           MOVE "QUARANT" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           IF WcentreQr = 0 THEN
               MOVE "=== Quarantaines, tous centres ===" TO WligneEtat
           ELSE
               STRING "=== Quarantaines du centre " WcentreQr
                   " ===" DELIMITED BY SIZE INTO WligneEtat
           END-IF
           PERFORM Spool_ligne
           MOVE "---- Lots actuellement en quarantaine ----"
               TO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT flots
           MOVE 0 TO WfinQr
           PERFORM WITH TEST AFTER UNTIL WfinQr = 1
               READ flots NEXT
                   AT END MOVE 1 TO WfinQr
                   NOT AT END
                       IF flo_statut = "Q" AND
                               (WcentreQr = 0 OR
                               flo_centre = WcentreQr) THEN
                           MOVE SPACES TO WligneEtat
                           STRING "centre " flo_centre
                               " produit " flo_produit
                               " lot " flo_numero
                               " DLC " flo_dlc
                               " quantité " flo_quantite
                               " emplacement " flo_emplacement
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                           ADD 1 TO WtotalEtat
                       END-IF
               END-READ
           END-PERFORM
           CLOSE flots

           MOVE "---- Historique des événements ----" TO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT fquarantaines
           IF cr_fquarantaines = 00 THEN
               MOVE 0 TO WfinQr
               PERFORM WITH TEST AFTER UNTIL WfinQr = 1
                   READ fquarantaines NEXT
                       AT END MOVE 1 TO WfinQr
                       NOT AT END
                           IF WcentreQr = 0 OR
                                   fqr_centre = WcentreQr THEN
                               PERFORM Imprimer_evenement_quarantaine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fquarantaines
           END-IF
           PERFORM Spool_fin.

       Imprimer_evenement_quarantaine.
           IF fqr_evenement = "Q" THEN
               MOVE "mise en quarantaine" TO WlibelleEvtQr
           ELSE IF fqr_evenement = "L" THEN
               MOVE "libération" TO WlibelleEvtQr
           ELSE
               MOVE "envoi en destruction" TO WlibelleEvtQr
           END-IF
           END-IF
           IF fqr_origine = "F" THEN
               MOVE "chaîne du froid" TO WlibelleOrigQr
           ELSE IF fqr_origine = "R" THEN
               MOVE "rappel suspecté" TO WlibelleOrigQr
           ELSE
               MOVE "décision" TO WlibelleOrigQr
           END-IF
           END-IF
           MOVE SPACES TO WligneEtat
           STRING fqr_date " " fqr_heure " centre " fqr_centre
               " produit " fqr_produit " lot " fqr_lot
               " : " WlibelleEvtQr " x " fqr_quantite
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "    (" WlibelleOrigQr ") " fqr_motif
               " par " fqr_utilisateur
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       GERE_QUARANTAINE.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 5 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Mettre un lot en quarantaine (rappel) "
           DISPLAY  "2. Décision sur un lot en quarantaine "
           DISPLAY  "3. État des quarantaines par centre "
           DISPLAY  "4.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Saisie_quarantaine_rappel
           ELSE IF Wchoix = 2 THEN
               PERFORM Decision_quarantaine
           ELSE IF Wchoix = 3 THEN
               PERFORM Etat_quarantaines
           ELSE IF Wchoix = 4 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
