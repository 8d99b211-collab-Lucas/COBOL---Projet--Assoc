       Projection_stock_centre.
           DISPLAY "Stock projeté sur 8 semaines"
           DISPLAY "Entrez l'ID du centre : "
           ACCEPT WprjCentre
           DISPLAY "Entrez l'ID du produit : "
           ACCEPT WprjProduit
           MOVE 0 TO WprjDemande
           PERFORM Calculer_projection_stock
           IF WprjTrouve = 0 THEN
               DISPLAY "Ce produit n'est pas suivi dans ce centre."
           ELSE
               PERFORM Afficher_projection_stock
           END-IF.

       Alerte_projection_demande.
           MOVE fdm_centre TO WprjCentre
           MOVE fdm_produit TO WprjProduit
           MOVE fdm_quantite TO WprjDemande
           PERFORM Calculer_projection_stock
           IF WprjTrouve = 1 THEN
               DISPLAY "Stock projeté du produit " WprjProduit
                   " au centre " WprjCentre
                   " si la demande est acceptée :"
               PERFORM Afficher_alertes_projection
           END-IF.

       Calculer_projection_stock.
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WprjDate
           COMPUTE WprjJour0 = FUNCTION INTEGER-OF-DATE(WprjDate)
           COMPUTE WprjJourInt = WprjJour0 + 55
           COMPUTE WprjLimite = FUNCTION DATE-OF-INTEGER(WprjJourInt)
           MOVE 1 TO WprjIdx
           PERFORM WITH TEST AFTER UNTIL WprjIdx > 8
               COMPUTE WprjJourInt = WprjJour0 + (WprjIdx - 1) * 7
               COMPUTE Wprj-debut(WprjIdx) =
                   FUNCTION DATE-OF-INTEGER(WprjJourInt)
               MOVE 0 TO Wprj-reserve(WprjIdx)
               MOVE 0 TO Wprj-planifie(WprjIdx)
               MOVE 0 TO Wprj-commande(WprjIdx)
               MOVE 0 TO Wprj-ramasse(WprjIdx)
               MOVE 0 TO Wprj-perime(WprjIdx)
               MOVE 0 TO Wprj-stock(WprjIdx)
               ADD 1 TO WprjIdx
           END-PERFORM
           PERFORM Lire_stock_projection
           IF WprjTrouve = 1 THEN
               PERFORM Projeter_distributions_prevues
               PERFORM Projeter_planifications
               PERFORM Projeter_commandes_ouvertes
               PERFORM Projeter_ramasses
               PERFORM Projeter_lots_perimes
               PERFORM Cumuler_projection_stock
           END-IF.

       Lire_stock_projection.
           MOVE 0 TO WprjTrouve
           MOVE 0 TO WprjStock
           MOVE 0 TO WprjSeuil
           MOVE SPACES TO WprjJours
           OPEN INPUT fcentres
           MOVE WprjCentre TO fce_id
           READ fcentres
               NOT INVALID KEY
                   MOVE fce_joursOuverture TO WprjJours
                   IF fce_produit = WprjProduit THEN
                       MOVE fce_quantite TO WprjStock
                       MOVE fce_seuil TO WprjSeuil
                       MOVE 1 TO WprjTrouve
                   END-IF
           END-READ
           CLOSE fcentres
           IF WprjTrouve = 0 THEN
               OPEN INPUT fcentre_produits
               MOVE WprjCentre TO fcp_centre
               MOVE WprjProduit TO fcp_produit
               READ fcentre_produits
                   NOT INVALID KEY
                       MOVE fcp_quantite TO WprjStock
                       MOVE fcp_seuil TO WprjSeuil
                       MOVE 1 TO WprjTrouve
               END-READ
               CLOSE fcentre_produits
           END-IF
           SUBTRACT WprjDemande FROM WprjStock.

       Semaine_projection.
           IF WprjDate < Wprj-debut(1) THEN
               MOVE 1 TO WprjIdx
           ELSE
               IF WprjDate > WprjLimite THEN
                   MOVE 0 TO WprjIdx
               ELSE
                   COMPUTE WprjIdx = (FUNCTION INTEGER-OF-DATE(WprjDate)
                       - WprjJour0) / 7 + 1
               END-IF
           END-IF.

       Projeter_distributions_prevues.
           MOVE 0 TO WprjNbDist
           OPEN INPUT fdistributions
           OPEN INPUT fdistribution-lignes
           MOVE 0 TO WfinPrj
           MOVE WprjCentre TO fdi_centre
           START fdistributions KEY IS EQUAL TO fdi_centre
               INVALID KEY MOVE 1 TO WfinPrj
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinPrj = 1
               READ fdistributions NEXT
                   AT END MOVE 1 TO WfinPrj
                   NOT AT END
                       IF fdi_centre NOT = WprjCentre THEN
                           MOVE 1 TO WfinPrj
                       ELSE
                           MOVE fdi_date TO WprjDate
                           IF WprjDate >= Wprj-debut(1) AND
                                   WprjDate <= WprjLimite THEN
                               PERFORM Noter_distribution_prevue
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdistribution-lignes
           CLOSE fdistributions.

       Noter_distribution_prevue.
           IF WprjNbDist < 300 THEN
               ADD 1 TO WprjNbDist
               MOVE fdi_idGroupe TO Wpd-groupe(WprjNbDist)
               MOVE fdi_date TO Wpd-date(WprjNbDist)
           END-IF
           IF fdi_statut = "P" OR fdi_statut = "A" THEN
               PERFORM Semaine_projection
               MOVE fdi_id TO fdl_distribution
               MOVE WprjProduit TO fdl_produit
               READ fdistribution-lignes
                   INVALID KEY
                       IF fdi_produit = WprjProduit THEN
                           ADD fdi_quantite TO Wprj-reserve(WprjIdx)
                       END-IF
                   NOT INVALID KEY
                       ADD fdl_quantite TO Wprj-reserve(WprjIdx)
               END-READ
           END-IF.

       Projeter_planifications.
           OPEN INPUT fplanifications
           OPEN INPUT ffermetures
           MOVE 0 TO WfinPrj
           PERFORM WITH TEST AFTER UNTIL WfinPrj = 1
               READ fplanifications NEXT
                   AT END MOVE 1 TO WfinPrj
                   NOT AT END
                       IF fpl_statut NOT = "I" AND
                               fpl_centre = WprjCentre AND
                               fpl_produit = WprjProduit THEN
                           PERFORM Projeter_une_planification
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ffermetures
           CLOSE fplanifications.

       Projeter_une_planification.
           MOVE 0 TO WprjJourNum
           PERFORM WITH TEST AFTER UNTIL WprjJourNum > 55
               COMPUTE WprjJourInt = WprjJour0 + WprjJourNum
               COMPUTE WprjDate = FUNCTION DATE-OF-INTEGER(WprjJourInt)
               COMPUTE WprjJourSem =
                   FUNCTION MOD(WprjJourInt - 1, 7) + 1
               IF WprjJourSem = fpl_jourSemaine AND
                       WprjJours(WprjJourSem:1) NOT = "F" THEN
                   PERFORM Tester_occurrence_planification
                   IF WprjCompte = 1 THEN
                       PERFORM Semaine_projection
                       ADD fpl_quantite TO Wprj-planifie(WprjIdx)
                   END-IF
               END-IF
               ADD 1 TO WprjJourNum
           END-PERFORM.

       Tester_occurrence_planification.
           MOVE 1 TO WprjCompte
           MOVE WprjCentre TO ffe_centre
           MOVE WprjDate TO ffe_date
           READ ffermetures
               NOT INVALID KEY
                   MOVE 0 TO WprjCompte
           END-READ
           MOVE 1 TO WprjIdxD
           PERFORM WITH TEST BEFORE
                   UNTIL WprjIdxD > WprjNbDist OR WprjCompte = 0
               IF Wpd-groupe(WprjIdxD) = fpl_groupe AND
                       Wpd-date(WprjIdxD) = WprjDate THEN
                   MOVE 0 TO WprjCompte
               END-IF
               ADD 1 TO WprjIdxD
           END-PERFORM.

       Projeter_commandes_ouvertes.
           MOVE "CENTRCMD" TO WcodeParam
           PERFORM Lire_parametre
           MOVE WvaleurParam TO WprjCentreCmd
           IF WprjCentreCmd = 0 THEN
               MOVE 1 TO WprjCentreCmd
           END-IF
           IF WprjCentreCmd = WprjCentre THEN
               MOVE 0 TO WprjDelai
               OPEN INPUT fproduits
               MOVE WprjProduit TO fpr_id
               READ fproduits
                   NOT INVALID KEY
                       MOVE fpr_delaiJours TO WprjDelai
               END-READ
               CLOSE fproduits
               OPEN INPUT fcommandes
               OPEN INPUT fcommande-lignes
               MOVE 0 TO WfinPrj
               PERFORM WITH TEST AFTER UNTIL WfinPrj = 1
                   READ fcommandes NEXT
                       AT END MOVE 1 TO WfinPrj
                       NOT AT END
                           IF fcm_statut = "E" OR fcm_statut = "P"
                                   THEN
                               PERFORM Projeter_ligne_commande
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcommande-lignes
               CLOSE fcommandes
           END-IF.

       Projeter_ligne_commande.
           MOVE fcm_id TO fcg_commande
           MOVE WprjProduit TO fcg_produit
           READ fcommande-lignes
               NOT INVALID KEY
                   IF fcg_qteRecue < fcg_qteCommandee THEN
                       COMPUTE WprjJourInt =
                           FUNCTION INTEGER-OF-DATE(fcm_date)
                           + WprjDelai
                       COMPUTE WprjDate =
                           FUNCTION DATE-OF-INTEGER(WprjJourInt)
                       PERFORM Semaine_projection
                       IF WprjIdx > 0 THEN
                           COMPUTE Wprj-commande(WprjIdx) =
                               Wprj-commande(WprjIdx)
                               + fcg_qteCommandee - fcg_qteRecue
                       END-IF
                   END-IF
           END-READ.

       Projeter_ramasses.
           MOVE 0 TO WprjCompte
           OPEN INPUT framasses
           MOVE 0 TO WfinPrj
           PERFORM WITH TEST AFTER UNTIL WfinPrj = 1
               READ framasses NEXT
                   AT END MOVE 1 TO WfinPrj
                   NOT AT END
                       IF frm_centre = WprjCentre AND
                               frm_statut NOT = "I" THEN
                           MOVE 1 TO WprjCompte
                           MOVE 1 TO WfinPrj
                       END-IF
               END-READ
           END-PERFORM
           CLOSE framasses
           IF WprjCompte = 1 THEN
               MOVE 0 TO WprjRamasse
               COMPUTE WprjJourInt = WprjJour0 - 56
               COMPUTE WprjDate = FUNCTION DATE-OF-INTEGER(WprjJourInt)
               OPEN INPUT freceptions
               MOVE 0 TO WfinPrj
               PERFORM WITH TEST AFTER UNTIL WfinPrj = 1
                   READ freceptions NEXT
                       AT END MOVE 1 TO WfinPrj
                       NOT AT END
                           IF fre_centre = WprjCentre AND
                                   fre_produit = WprjProduit AND
                                   fre_bonLivraison = "RAMASSE" AND
                                   fre_date >= WprjDate THEN
                               ADD fre_quantite TO WprjRamasse
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE freceptions
               COMPUTE WprjRamasse = WprjRamasse / 8
               MOVE 1 TO WprjIdx
               PERFORM WITH TEST AFTER UNTIL WprjIdx > 8
                   MOVE WprjRamasse TO Wprj-ramasse(WprjIdx)
                   ADD 1 TO WprjIdx
               END-PERFORM
           END-IF.

       Projeter_lots_perimes.
           OPEN INPUT flots
           MOVE 0 TO WfinPrj
           MOVE WprjCentre TO flo_centre
           MOVE WprjProduit TO flo_produit
           MOVE LOW-VALUES TO flo_numero
           START flots KEY IS NOT LESS THAN flo_cle
               INVALID KEY MOVE 1 TO WfinPrj
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinPrj = 1
               READ flots NEXT
                   AT END MOVE 1 TO WfinPrj
                   NOT AT END
                       IF flo_centre NOT = WprjCentre OR
                               flo_produit NOT = WprjProduit THEN
                           MOVE 1 TO WfinPrj
                       ELSE
                           IF flo_quantite > 0 AND
                                   flo_statut NOT = "Q" AND
                                   flo_dlc > 0 THEN
                               MOVE flo_dlc TO WprjDate
                               PERFORM Semaine_projection
                               IF WprjIdx > 0 THEN
                                   ADD flo_quantite
                                       TO Wprj-perime(WprjIdx)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE flots.

       Cumuler_projection_stock.
           MOVE 0 TO WprjSemSeuil
           MOVE 0 TO WprjSemZero
           MOVE 1 TO WprjIdx
           PERFORM WITH TEST AFTER UNTIL WprjIdx > 8
               COMPUTE WprjStock = WprjStock
                   - Wprj-planifie(WprjIdx)
                   + Wprj-commande(WprjIdx)
                   + Wprj-ramasse(WprjIdx)
                   - Wprj-perime(WprjIdx)
               MOVE WprjStock TO Wprj-stock(WprjIdx)
               IF WprjStock < WprjSeuil AND WprjSemSeuil = 0 THEN
                   MOVE WprjIdx TO WprjSemSeuil
               END-IF
               IF WprjStock < 0 AND WprjSemZero = 0 THEN
                   MOVE WprjIdx TO WprjSemZero
               END-IF
               ADD 1 TO WprjIdx
           END-PERFORM.

       Afficher_projection_stock.
           DISPLAY "Centre " WprjCentre " produit " WprjProduit
               " - seuil " WprjSeuil
           DISPLAY "Sem Du        Réservé Planifié Commandes "
               "Ramasse Périmés   Stock"
           MOVE 1 TO WprjIdx
           PERFORM WITH TEST AFTER UNTIL WprjIdx > 8
               MOVE Wprj-stock(WprjIdx) TO WprjStockEdit
               DISPLAY " " WprjIdx "  " Wprj-debut(WprjIdx) "  "
                   Wprj-reserve(WprjIdx) " "
                   Wprj-planifie(WprjIdx) "  "
                   Wprj-commande(WprjIdx) "  "
                   Wprj-ramasse(WprjIdx) " "
                   Wprj-perime(WprjIdx) " " WprjStockEdit
               ADD 1 TO WprjIdx
           END-PERFORM
           DISPLAY "(les distributions réservées sont déjà "
               "déduites du stock de départ)"
           PERFORM Afficher_alertes_projection.

       Afficher_alertes_projection.
           IF WprjSemZero > 0 THEN
               DISPLAY "⚠️ Rupture projetée en semaine "
                   WprjSemZero " (du " Wprj-debut(WprjSemZero)
                   ") ⚠️"
           END-IF
           IF WprjSemSeuil > 0 THEN
               DISPLAY "⚠️ Passage sous le seuil en semaine "
                   WprjSemSeuil " (du " Wprj-debut(WprjSemSeuil)
                   ") ⚠️"
           END-IF
           IF WprjSemZero = 0 AND WprjSemSeuil = 0 THEN
               DISPLAY "Stock projeté au-dessus du seuil "
                   "sur les 8 semaines."
           END-IF.
