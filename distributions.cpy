               END-REWRITE
           CLOSE increment
           MOVE autoinc_num TO WidD
           MOVE 0 TO WquantiteCrise

           OPEN I-O fdistributions
           DISPLAY "Création d'une nouvelle distribution"
           ACCEPT WidC
           MOVE 0 TO Wtrouver
           PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
               DISPLAY "Entrez l'ID du bénéficiaire ou son numéro "
                   "de carte (0 si collectif) : "
               PERFORM Saisir_beneficiaire_ou_carte
               IF WcarteValide = 0 THEN
                   MOVE 0 TO Wtrouver
               ELSE
                   IF WidBeneficiaire = 0 THEN
                       MOVE 1 TO Wtrouver
                   ELSE
                       PERFORM Valider_beneficiaire
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WidPartenaire

               WRITE tamp_fdistributions
               END-WRITE
               MOVE "W" TO WimageOperation
               PERFORM Journaliser_image_distribution
               IF WidPartenaire NOT = 0 THEN
                   PERFORM Lier_distribution_partenaire
               END-IF
                       PERFORM Saisie_ligne_supplementaire
                   END-IF
               END-PERFORM
               PERFORM Marquer_distribution_crise
           END-IF
           CLOSE fdistributions.

                   MOVE Wquantite TO fdl_quantite
                   WRITE tamp_fdistribution-lignes
                   END-WRITE
                   MOVE "W" TO WimageOperation
                   PERFORM Journaliser_image_ligne
               NOT INVALID KEY
                   ADD Wquantite TO fdl_quantite
                   REWRITE tamp_fdistribution-lignes
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_ligne
           END-READ
           CLOSE fdistribution-lignes.

           PERFORM Controler_renouvellement_beneficiaire
           IF Wtrouver = 0 THEN
           MOVE "LIMQTE" TO WcodeParam
           MOVE Wdate TO WdateParam
           PERFORM Lire_parametre
           PERFORM Calculer_parts_foyer
           COMPUTE WlimQuantite =
               (WvaleurParam * WpartsFoyer) / 10
           MOVE WlimQuantite TO WlimNormale
           MOVE "LIMJRS" TO WcodeParam
           MOVE Wdate TO WdateParam
           PERFORM Lire_parametre
           MOVE WvaleurParam TO WlimJours
           PERFORM Appliquer_crise_droit
           IF WlimQuantite = 0 OR WlimJours = 0 THEN
               MOVE 0 TO Wtrouver
           ELSE
               COMPUTE WdateLimite =
                   FUNCTION DATE-OF-INTEGER(WjoursInt)
               PERFORM Cumuler_servi_beneficiaire
               PERFORM Cumuler_cheques_beneficiaire
               IF WtotalCheques > 0 THEN
                   PERFORM Lire_cout_produit
                   IF Wcout > 0 THEN
                       COMPUTE WequivCheques = WtotalCheques / Wcout
                       ADD WequivCheques TO WtotalServi
                       DISPLAY "Chèques services émis sur la "
                           "période : " WtotalCheques " euros, soit "
                           WequivCheques " unité(s) décomptée(s)."
                   END-IF
               END-IF
               IF WtotalServi + Wquantite > WlimQuantite THEN
                   DISPLAY "⚠️ Plafond dépassé pour ce foyer : "
                       WtotalServi " déjà servi(s) sur "
                       WlimJours " jour(s), plafond " WlimQuantite
                   PERFORM Demander_derogation
                   IF Wreponse = "O" OR Wreponse = "o" THEN
                       PERFORM Deroger_droit_beneficiaire
                   ELSE
                       MOVE 1 TO Wtrouver
                   END-IF
               END-IF
               IF Wtrouver = 0 AND WidCrise > 0 THEN
                   PERFORM Cumuler_supplement_crise
               END-IF
           END-IF
           END-IF.

               MOVE fdi_quantite TO Wlgc-quantite(1)
           END-IF.

       Demander_derogation.
           IF WsansDerogation = 1 THEN
               MOVE "N" TO Wreponse
           ELSE
               DISPLAY "Dérogation administrateur ? (O/N) : "
               ACCEPT Wreponse
           END-IF.

       Deroger_droit_beneficiaire.
           DISPLAY "Entrez l'ID de l'administrateur : "
           ACCEPT WidAdmin
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF fce_produit = Wproduit THEN
                       MOVE fce_quantite TO WstockDispo
                       IF fce_quantite < Wquantite THEN
                           DISPLAY "Stock du centre insuffisant."
                           MOVE 1 TO Wtrouver
                       MOVE 1 TO Wtrouver
                       MOVE 1 TO WstockRefuse
                   NOT INVALID KEY
                       MOVE fcp_quantite TO WstockDispo
                       IF fcp_quantite < Wquantite THEN
                           DISPLAY "Stock du centre insuffisant."
                           MOVE 1 TO Wtrouver
               CLOSE fcentre_produits
           END-IF

           IF Wtrouver = 0 AND WidBeneficiaire = 0 THEN
               PERFORM Calculer_lots_reserves
               IF WqteReservee > 0 AND
                       WstockDispo < Wquantite + WqteReservee THEN
                   DISPLAY "Stock insuffisant hors lots réservés "
                       "aux bénéficiaires inscrits."
                   MOVE 1 TO Wtrouver
                   MOVE 1 TO WstockRefuse
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               OPEN I-O fproduits
               MOVE Wproduit TO fpr_id
                       SUBTRACT Wquantite FROM fcp_quantite
                       REWRITE tamp_fcentre_produits
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_stock
               END-READ
               CLOSE fcentre_produits
           ELSE
                       SUBTRACT Wquantite FROM fce_quantite
                       REWRITE tamp_fcentres
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_centre
               END-READ
               CLOSE fcentres
           END-IF
                       ADD Wquantite TO fce_quantite
                       REWRITE tamp_fcentres
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_centre
                   ELSE
                       MOVE 1 TO WusingCP
                   END-IF
                       ADD Wquantite TO fcp_quantite
                       REWRITE tamp_fcentre_produits
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_stock
               END-READ
               CLOSE fcentre_produits
           END-IF

       Confirmation_distributions.
           OPEN I-O fdistributions
           DISPLAY "Entrez l'ID de la distribution à confirmer "
               "ou la carte du bénéficiaire : "
           ACCEPT WnumSaisi
           IF WnumSaisi > 99999 THEN
               MOVE WnumSaisi TO WnumCarte
               PERFORM Lire_carte_beneficiaire
               MOVE 0 TO WidD
               IF WcarteValide = 1 THEN
                   PERFORM Chercher_distribution_carte
               END-IF
           ELSE
               MOVE WnumSaisi TO WidD
           END-IF
           MOVE WidD TO fdi_id
           READ fdistributions
               INVALID KEY
                       MOVE Wdt(9:6) TO fdi_modifHeure
                       REWRITE tamp_fdistributions
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_distribution
                       DISPLAY "Distribution confirmée servie."
                   ELSE
                       DISPLAY "Seule une distribution planifiée "
           END-IF
           CLOSE fdistributions.

       Chercher_distribution_carte.
           MOVE 0 TO WidD
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 0 TO Wfin2
           MOVE LOW-VALUES TO fdi_id
           START fdistributions KEY IS NOT LESS THAN fdi_id
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fdistributions NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fdi_beneficiaire = WidBeneficiaire AND
                               (fdi_statut = "P" OR fdi_statut = "A")
                               AND fdi_date <= WdateJour THEN
                           MOVE fdi_id TO WidD
                       END-IF
               END-READ
           END-PERFORM
           IF WidD = 0 THEN
               DISPLAY "Aucune distribution planifiée à servir "
                   "pour ce foyer."
           ELSE
               DISPLAY "Distribution " WidD " retenue pour ce foyer."
           END-IF.

       Saisir_quantites_servies.
           MOVE fdi_centre TO WidC
           MOVE fdi_beneficiaire TO WidBeneficiaire
           PERFORM Charger_lignes_cumul
           MOVE 1 TO WidxLgc
           PERFORM WITH TEST AFTER UNTIL WidxLgc > WnbLgc
           DISPLAY "Entrez le motif de l'écart (ABSENCE/CASSE/"
               "SURPLUS/AUTRE) : "
           ACCEPT WmotifEcart
           PERFORM Ecrire_ecart_service.

       Ecrire_ecart_service.
           OPEN I-O fecarts
           MOVE WidD TO fec_distribution
           MOVE Wproduit TO fec_produit
                   MOVE WqteServieLigne TO fdl_quantite
                   REWRITE tamp_fdistribution-lignes
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_ligne
           END-READ
           CLOSE fdistribution-lignes
           IF Wproduit = fdi_produit THEN

       Encaisser_participation.
           MOVE "PARTPCT" TO WcodeParam
           MOVE fdi_date TO WdateParam
           PERFORM Lire_parametre
           MOVE WvaleurParam TO WtauxPart
           IF WtauxPart NOT = 0 THEN
                   WtauxPart " %) : " WmontantPart " euros"
               DISPLAY "Montant encaissé en espèces : "
               ACCEPT WmontantPart
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE Wdt(1:8) TO WdateEncaissement
               PERFORM Enregistrer_encaissement
           END-IF.

       Enregistrer_encaissement.
           MOVE WdateEncaissement TO WdateExercice
           PERFORM Tester_exercice_clos
           IF WexerciceClos = 1 AND WmontantPart > 0 THEN
               DISPLAY "⚠️ Encaissement du " WdateEncaissement
                   " refusé : exercice clos. ⚠️"
               MOVE 0 TO WmontantPart
           END-IF
           IF WmontantPart > 0 THEN
               OPEN I-O increment
               MOVE "EN" TO autoinc_entite
               READ increment
                   INVALID KEY
                       MOVE "EN" TO autoinc_entite
                       MOVE 00001 TO autoinc_num
                       WRITE autoinc
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
               END-READ
               CLOSE increment
               MOVE autoinc_num TO WidEncaissement

               OPEN I-O fencaissements
               MOVE WidEncaissement TO fen_id
               MOVE WidD TO fen_distribution
               MOVE fdi_centre TO fen_centre
               MOVE WdateEncaissement TO fen_date
               MOVE WmontantPart TO fen_montant
               WRITE tamp_fencaissements
               END-WRITE
               CLOSE fencaissements
               DISPLAY "Encaissement " WidEncaissement
                   " enregistré."
           END-IF.

       Etat_caisse_jour.
               IF WqteRestock > 0 THEN
                   MOVE WqteRestock TO Wquantite
                   PERFORM Encaisser_stock_reception
                   MOVE "R" TO WtypeRecredit
                   PERFORM Recrediter_lots
                   MOVE Wproduit TO WkxProduit
                   MOVE WidC TO WkxCentre
                   MOVE Wdt(9:6) TO fdi_modifHeure
                   REWRITE tamp_fdistributions
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_distribution
                   PERFORM Restituer_lignes_distribution
                   IF WnbLignesDist = 0 THEN
                       PERFORM Restituer_stock_distribution
                   MOVE fdi_centre TO WidC
                   MOVE fdi_produit TO Wproduit
                   MOVE fdi_quantite TO Wquantite
                   MOVE fdi_beneficiaire TO WidBeneficiaire
                   PERFORM Reserver_lignes_distribution
                   IF WnbLignesDist = 0 THEN
                       PERFORM Controler_stock_distribution
                       MOVE Wdt(9:6) TO fdi_modifHeure
                       REWRITE tamp_fdistributions
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_distribution
                       DISPLAY "La distribution a été replanifiée, "
                           "stock réservé."
                   ELSE
               MOVE Wdt(9:6) TO fdi_modifHeure
               REWRITE tamp_fdistributions
               END-REWRITE
               MOVE "R" TO WimageOperation
               PERFORM Journaliser_image_distribution
               DISPLAY "Distribution modifiée"
               MOVE 1 TO Wtrouver
               END-IF
                   CONTINUE
               NOT INVALID KEY
                   DELETE fdistribution-lignes
                   MOVE "D" TO WimageOperation
                   PERFORM Journaliser_image_ligne
           END-READ
           CLOSE fdistribution-lignes
           PERFORM Ecrire_ligne_distribution.
                       "a cette specialite."
               END-IF
           END-IF.

       Accueil_urgence.
           DISPLAY "Accueil d'urgence sans inscription"
           MOVE 0 TO WidBeneficiaire
           DISPLAY "Entrez l'ID du centre : "
           ACCEPT WidC
           PERFORM WITH TEST AFTER UNTIL WperiodeClose = 0
               MOVE "Entrez la date (AAAAMMJJ) : " TO WinviteDate
               PERFORM Saisir_date
               PERFORM Tester_periode_close
               IF WperiodeClose = 1 THEN
                   DISPLAY "⚠️ Cette date tombe dans une période "
                       "de stock close, choisissez une autre "
                       "date. ⚠️"
               END-IF
           END-PERFORM
           MOVE 0 TO Wtrouver
           PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
               DISPLAY "Entrez l'horaire : "
               ACCEPT Whoraire
               PERFORM Valider_horaire
           END-PERFORM
           MOVE 0 TO WnbPersonnesUrg
           PERFORM WITH TEST AFTER UNTIL WnbPersonnesUrg > 0
               DISPLAY "Nombre approximatif de personnes servies : "
               ACCEPT WnbPersonnesUrg
           END-PERFORM

           PERFORM Controler_ouverture_centre
           IF Wtrouver = 0 THEN
               PERFORM Controler_plafond_urgence
           END-IF

           IF Wtrouver = 0 THEN
               OPEN I-O increment
               MOVE "DI" TO autoinc_entite
               READ increment
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
               CLOSE increment
               MOVE autoinc_num TO WidD

               OPEN I-O furgences
               MOVE 0 TO WnbLignesUrg
               PERFORM WITH TEST AFTER
                       UNTIL Wreponse NOT = "O" AND
                             Wreponse NOT = "o"
                   PERFORM Saisie_ligne_urgence
                   DISPLAY "Servir un autre produit ? (O/N) : "
                   ACCEPT Wreponse
               END-PERFORM
               CLOSE furgences
               IF WnbLignesUrg = 0 THEN
                   DISPLAY "Aucun produit servi, accueil non "
                       "enregistré."
               ELSE
                   DISPLAY "Accueil d'urgence " WidD " enregistré : "
                       WnbLignesUrg " ligne(s), " WnbPersonnesUrg
                       " personne(s)."
               END-IF
           END-IF.

       Saisie_ligne_urgence.
           DISPLAY "Entrez le produit : "
           ACCEPT Wproduit
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez la quantité : "
               ACCEPT Wquantite
               IF Wquantite > 0
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
           PERFORM Controler_stock_distribution
           IF Wtrouver = 0 THEN
               PERFORM Prelever_stock_distribution
               MOVE WidD TO fug_id
               MOVE Wproduit TO fug_produit
               READ furgences
                   INVALID KEY
                       MOVE WidD TO fug_id
                       MOVE Wproduit TO fug_produit
                       MOVE WidC TO fug_centre
                       MOVE Wdate TO fug_date
                       MOVE Whoraire TO fug_horaire
                       MOVE WnbPersonnesUrg TO fug_nbPersonnes
                       MOVE Wquantite TO fug_quantite
                       MOVE WidUtilisateurConnecte TO fug_benevole
                       WRITE tamp_furgences
                       END-WRITE
                       ADD 1 TO WnbLignesUrg
                   NOT INVALID KEY
                       ADD Wquantite TO fug_quantite
                       REWRITE tamp_furgences
                       END-REWRITE
               END-READ
               DISPLAY "Ligne servie, stock prélevé."
           ELSE
               DISPLAY "Ligne refusée."
           END-IF.

       Controler_plafond_urgence.
           MOVE "URGMOIS" TO WcodeParam
           PERFORM Lire_parametre
           MOVE WvaleurParam TO WplafondUrg
           IF WplafondUrg = 0 THEN
               MOVE 20 TO WplafondUrg
           END-IF
           MOVE 0 TO WnbUrgMois
           MOVE 0 TO WidPrecUrg
           OPEN INPUT furgences
           IF cr_furgences = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ furgences NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fug_centre = WidC AND
                                   fug_date(1:6) = Wdate(1:6) AND
                                   fug_id NOT = WidPrecUrg THEN
                               ADD 1 TO WnbUrgMois
                               MOVE fug_id TO WidPrecUrg
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE furgences
           END-IF
           IF WnbUrgMois >= WplafondUrg THEN
               DISPLAY "⚠️ Plafond atteint : " WnbUrgMois
                   " accueil(s) d'urgence ce mois au centre "
                   WidC " ⚠️"
               IF WroleUtilisateurConnecte = 1 THEN
                   DISPLAY "Dérogation : servir quand même ? "
                       "(O/N) : "
                   ACCEPT Wreponse
                   IF Wreponse NOT = "O" AND Wreponse NOT = "o" THEN
                       MOVE 1 TO Wtrouver
                   END-IF
               ELSE
                   DISPLAY "Accueil refusé, dérogation "
                       "administrateur requise."
                   MOVE 1 TO Wtrouver
               END-IF
           END-IF.

       Journaliser_image_distribution.
           MOVE "DI" TO WimageFichier
           MOVE cr_fdistributions TO WimageStatut
           MOVE tamp_fdistributions TO WimageContenu
           PERFORM Journaliser_apres_image.

       Journaliser_image_ligne.
           MOVE "DL" TO WimageFichier
           MOVE cr_fdistribution-lignes TO WimageStatut
           MOVE tamp_fdistribution-lignes TO WimageContenu
           PERFORM Journaliser_apres_image.
