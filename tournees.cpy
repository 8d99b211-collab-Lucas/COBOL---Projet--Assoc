           END-READ
           CLOSE fvehicules

           IF Wtrouver = 0 THEN
               PERFORM Controler_echeances_vehicule
               IF WechuVehicule = 1 THEN
                   DISPLAY "⚠️ Véhicule immobilisé : échéance "
                       "dépassée, tournée refusée. ⚠️"
                   MOVE 1 TO Wtrouver
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               DISPLAY "Entrez l'ID du bénévole chauffeur : "
               ACCEPT WidChauffeur
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Type d'étape (T=transfert, "
                   "D=distribution, L=livraison à domicile) : "
               ACCEPT WtypeEtape
               IF WtypeEtape = "T" OR WtypeEtape = "D"
                       OR WtypeEtape = "L"
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
                           DISPLAY "Cette distribution est annulée."
                       ELSE
                           MOVE 1 TO Wtrouve
                           MOVE fdi_beneficiaire TO WidBeneficiaire
                       END-IF
               END-READ
               CLOSE fdistributions
               IF Wtrouve = 1 AND WtypeEtape = "L" THEN
                   PERFORM Tester_livraison_domicile
                   IF WlivActif NOT = "O" THEN
                       DISPLAY "Ce foyer n'est pas livré à domicile."
                       MOVE 0 TO Wtrouve
                   END-IF
               END-IF
           END-IF
           IF Wtrouve = 1 THEN
               ADD 1 TO WordreEtape
               END-READ
               CLOSE fmouvements
               PERFORM Spool_ligne
           ELSE IF fte_type = "L" THEN
               PERFORM Imprimer_etape_domicile
           ELSE
               OPEN INPUT fdistributions
               MOVE fte_reference TO fdi_id
               DISPLAY "Aucune tournée enregistrée."
           END-IF.

       Cloture_tournee.
           DISPLAY "Clôture d'une tournée"
           DISPLAY "Entrez l'ID de la tournée : "
           ACCEPT WidTournee
           MOVE 0 TO Wtrouver
           OPEN INPUT ftournees
           MOVE WidTournee TO fto_id
           READ ftournees
               INVALID KEY
                   DISPLAY "La tournée n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF fto_statut = "I" THEN
                       DISPLAY "Cette tournée est annulée."
                       MOVE 1 TO Wtrouver
                   END-IF
                   IF fto_statut = "C" THEN
                       DISPLAY "Cette tournée est déjà clôturée."
                       MOVE 1 TO Wtrouver
                   END-IF
           END-READ
           CLOSE ftournees

           IF Wtrouver = 0 THEN
               PERFORM Charger_etapes_tournee
               MOVE 0 TO WtotalCharge
               MOVE 0 TO WtotalLivre
               MOVE 0 TO WtotalRapporte
               MOVE 0 TO WtotalEcart
               IF WnbEtapesTournee = 0 THEN
                   DISPLAY "Aucune étape sur cette tournée."
               END-IF
               MOVE 1 TO WidxEtape
               PERFORM WITH TEST AFTER
                       UNTIL WidxEtape > WnbEtapesTournee
                          OR WnbEtapesTournee = 0
                   PERFORM Saisir_retour_etape
                   ADD 1 TO WidxEtape
               END-PERFORM

               OPEN I-O ftournees
               MOVE WidTournee TO fto_id
               READ ftournees
                   NOT INVALID KEY
                       MOVE "C" TO fto_statut
                       REWRITE tamp_ftournees
                       END-REWRITE
               END-READ
               CLOSE ftournees
               DISPLAY "Tournée " WidTournee " clôturée."
               DISPLAY "Chargé " WtotalCharge
                   " / livré " WtotalLivre
                   " / rapporté " WtotalRapporte
                   " / écart " WtotalEcart
               IF WtotalEcart > 0 THEN
                   DISPLAY "⚠️ Écart de chargement à justifier, "
                       "voir le rapprochement des chargements. ⚠️"
               END-IF
           END-IF.

       Charger_etapes_tournee.
           MOVE 0 TO WnbEtapesTournee
           OPEN INPUT ftournee-etapes
           MOVE 0 TO Wfin
           MOVE WidTournee TO fte_tournee
           MOVE LOW-VALUES TO fte_ordre
           START ftournee-etapes KEY IS NOT LESS THAN fte_cle
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ ftournee-etapes NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fte_tournee NOT = WidTournee THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF WnbEtapesTournee < 30 THEN
                               ADD 1 TO WnbEtapesTournee
                               MOVE fte_ordre
                                   TO Wet-ordre(WnbEtapesTournee)
                               MOVE fte_type
                                   TO Wet-type(WnbEtapesTournee)
                               MOVE fte_reference
                                   TO Wet-reference(WnbEtapesTournee)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ftournee-etapes.

       Saisir_retour_etape.
           MOVE 0 TO WnbChg
           MOVE 0 TO WlivreEtape
           MOVE 0 TO WchgCentre
           MOVE 0 TO WchgCentreDest
           IF Wet-type(WidxEtape) = "T" THEN
               DISPLAY "--- étape " Wet-ordre(WidxEtape)
                   " : transfert " Wet-reference(WidxEtape)
               OPEN INPUT fmouvements
               MOVE Wet-reference(WidxEtape) TO fmv_id
               READ fmouvements
                   INVALID KEY
                       DISPLAY "Transfert introuvable."
                   NOT INVALID KEY
                       IF fmv_statut = "V" THEN
                           MOVE 1 TO WnbChg
                           MOVE fmv_produit TO Wchg-produit(1)
                           MOVE fmv_quantite TO Wchg-quantite(1)
                           MOVE fmv_centreSource TO WchgCentre
                           MOVE fmv_centreDest TO WchgCentreDest
                       ELSE
                           DISPLAY "Transfert non validé, rien n'a "
                               "quitté le centre."
                       END-IF
               END-READ
               CLOSE fmouvements
           ELSE
               DISPLAY "--- étape " Wet-ordre(WidxEtape)
                   " : distribution " Wet-reference(WidxEtape)
               MOVE Wet-reference(WidxEtape) TO WidD
               OPEN INPUT fdistributions
               MOVE WidD TO fdi_id
               READ fdistributions
                   INVALID KEY
                       DISPLAY "Distribution introuvable."
                   NOT INVALID KEY
                       IF fdi_statut = "X" OR fdi_statut = "I" THEN
                           DISPLAY "Distribution annulée, rien n'a "
                               "quitté le centre."
                       ELSE
                           MOVE fdi_centre TO WchgCentre
                           PERFORM Charger_lignes_etape
                       END-IF
               END-READ
               CLOSE fdistributions
           END-IF

           IF WnbChg > 0 THEN
               MOVE 0 TO WheureLivraison
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Heure de livraison (HHMM) : "
                   ACCEPT WheureLivraison
                   IF WheureLivraison < 2400 AND
                           FUNCTION MOD(WheureLivraison, 100) < 60
                           THEN
                       MOVE 1 TO Wtrouve
                   ELSE
                       DISPLAY "⚠️ Heure invalide. ⚠️"
                   END-IF
               END-PERFORM
               MOVE SPACES TO Wsignature
               PERFORM WITH TEST AFTER
                       UNTIL Wsignature = "O" OR Wsignature = "N"
                   DISPLAY "Signature du destinataire obtenue ? "
                       "(O/N) : "
                   ACCEPT Wsignature
                   IF Wsignature = "o" THEN
                       MOVE "O" TO Wsignature
                   END-IF
                   IF Wsignature = "n" THEN
                       MOVE "N" TO Wsignature
                   END-IF
               END-PERFORM
               MOVE 1 TO WidxChg
               PERFORM WITH TEST AFTER UNTIL WidxChg > WnbChg
                   PERFORM Saisir_retour_ligne
                   ADD 1 TO WidxChg
               END-PERFORM
               IF Wet-type(WidxEtape) NOT = "T" THEN
                   PERFORM Solder_distribution_etape
               END-IF
           END-IF.

       Charger_lignes_etape.
           OPEN INPUT fdistribution-lignes
           MOVE 0 TO Wfin2
           MOVE WidD TO fdl_distribution
           MOVE LOW-VALUES TO fdl_produit
           START fdistribution-lignes KEY IS NOT LESS THAN fdl_cle
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fdistribution-lignes NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fdl_distribution NOT = WidD THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF WnbChg < 30 THEN
                               ADD 1 TO WnbChg
                               MOVE fdl_produit
                                   TO Wchg-produit(WnbChg)
                               MOVE fdl_quantite
                                   TO Wchg-quantite(WnbChg)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdistribution-lignes.

       Saisir_retour_ligne.
           MOVE 0 TO WdejaSaisi
           OPEN INPUT ftournee-retours
           MOVE WidTournee TO ftr_tournee
           MOVE Wet-ordre(WidxEtape) TO ftr_ordre
           MOVE Wchg-produit(WidxChg) TO ftr_produit
           READ ftournee-retours
               NOT INVALID KEY
                   MOVE 1 TO WdejaSaisi
                   DISPLAY "Produit " ftr_produit
                       " déjà saisi, ligne conservée."
                   ADD ftr_charge TO WtotalCharge
                   ADD ftr_livre TO WtotalLivre
                   ADD ftr_livre TO WlivreEtape
                   ADD ftr_retour TO WtotalRapporte
                   COMPUTE WecartChargement =
                       ftr_charge - ftr_livre - ftr_retour
                   ADD WecartChargement TO WtotalEcart
           END-READ
           CLOSE ftournee-retours

           IF WdejaSaisi = 0 THEN
               DISPLAY "Produit " Wchg-produit(WidxChg)
                   " : chargé " Wchg-quantite(WidxChg)
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Quantité livrée : "
                   ACCEPT WqteLivree
                   DISPLAY "Quantité refusée / rapportée : "
                   ACCEPT WqteRapportee
                   IF WqteLivree + WqteRapportee >
                           Wchg-quantite(WidxChg) THEN
                       DISPLAY "⚠️ Livré et rapporté dépassent "
                           "le chargement. ⚠️"
                   ELSE
                       MOVE 1 TO Wtrouve
                   END-IF
               END-PERFORM
               COMPUTE WecartChargement = Wchg-quantite(WidxChg)
                   - WqteLivree - WqteRapportee

               OPEN I-O ftournee-retours
               MOVE WidTournee TO ftr_tournee
               MOVE Wet-ordre(WidxEtape) TO ftr_ordre
               MOVE Wchg-produit(WidxChg) TO ftr_produit
               MOVE Wet-type(WidxEtape) TO ftr_type
               MOVE Wet-reference(WidxEtape) TO ftr_reference
               MOVE WchgCentre TO ftr_centre
               MOVE Wchg-quantite(WidxChg) TO ftr_charge
               MOVE WqteLivree TO ftr_livre
               MOVE WqteRapportee TO ftr_retour
               MOVE Wsignature TO ftr_signature
               MOVE WheureLivraison TO ftr_heure
               MOVE WidUtilisateurConnecte TO ftr_saisiPar
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE Wdt(1:8) TO ftr_saisiDate
               WRITE tamp_ftournee-retours
               END-WRITE
               CLOSE ftournee-retours

               IF WqteRapportee > 0 THEN
                   PERFORM Reintegrer_retour_tournee
               END-IF
               IF Wet-type(WidxEtape) NOT = "T" AND
                       WqteLivree < Wchg-quantite(WidxChg) THEN
                   PERFORM Ajuster_ligne_livree
               END-IF
               IF WecartChargement > 0 THEN
                   DISPLAY "⚠️ Écart de " WecartChargement
                       " sur le produit " Wchg-produit(WidxChg)
                       " ⚠️"
               END-IF
               ADD Wchg-quantite(WidxChg) TO WtotalCharge
               ADD WqteLivree TO WtotalLivre
               ADD WqteLivree TO WlivreEtape
               ADD WqteRapportee TO WtotalRapporte
               ADD WecartChargement TO WtotalEcart
           END-IF.

       Reintegrer_retour_tournee.
           MOVE Wchg-produit(WidxChg) TO Wproduit
           MOVE WqteRapportee TO Wquantite
           IF Wet-type(WidxEtape) = "T" THEN
               OPEN I-O fcentres
               MOVE WchgCentreDest TO fce_id
               READ fcentres
                   NOT INVALID KEY
                       IF fce_quantite < Wquantite THEN
                           MOVE 0 TO fce_quantite
                       ELSE
                           SUBTRACT Wquantite FROM fce_quantite
                       END-IF
                       REWRITE tamp_fcentres
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_centre
               END-READ
               MOVE WchgCentre TO fce_id
               READ fcentres
                   NOT INVALID KEY
                       ADD Wquantite TO fce_quantite
                       REWRITE tamp_fcentres
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_centre
               END-READ
               CLOSE fcentres
               MOVE Wproduit TO WkxProduit
               MOVE WchgCentreDest TO WkxCentre
               MOVE "T" TO WkxType
               MOVE "-" TO WkxSens
               MOVE Wquantite TO WkxQuantite
               MOVE Wet-reference(WidxEtape) TO WkxReference
               PERFORM Ecrire_kardex
               MOVE WchgCentre TO WkxCentre
               MOVE "+" TO WkxSens
               PERFORM Ecrire_kardex
           ELSE
               MOVE WchgCentre TO WidC
               MOVE Wet-reference(WidxEtape) TO WidD
               PERFORM Encaisser_stock_reception
               MOVE "R" TO WtypeRecredit
               PERFORM Recrediter_lots
               MOVE Wproduit TO WkxProduit
               MOVE WidC TO WkxCentre
               MOVE "R" TO WkxType
               MOVE "+" TO WkxSens
               MOVE Wquantite TO WkxQuantite
               MOVE WidD TO WkxReference
               PERFORM Ecrire_kardex
           END-IF
           DISPLAY Wquantite " unité(s) remise(s) en stock au "
               "centre " WchgCentre.

       Ajuster_ligne_livree.
           MOVE Wet-reference(WidxEtape) TO WidD
           MOVE Wchg-produit(WidxChg) TO Wproduit
           MOVE Wchg-quantite(WidxChg) TO WqtePrevueLigne
           MOVE WqteLivree TO WqteServieLigne
           IF WqteRapportee > 0 THEN
               MOVE "RETOUR" TO WmotifEcart
           ELSE
               MOVE "MANQUANT" TO WmotifEcart
           END-IF
           PERFORM Ecrire_ecart_service
           PERFORM Mettre_a_jour_ligne_servie.

       Solder_distribution_etape.
           MOVE Wet-reference(WidxEtape) TO WidD
           OPEN I-O fdistributions
           MOVE WidD TO fdi_id
           READ fdistributions
               NOT INVALID KEY
                   IF fdi_statut = "P" OR fdi_statut = "A" THEN
                       OPEN INPUT fdistribution-lignes
                       MOVE WidD TO fdl_distribution
                       MOVE fdi_produit TO fdl_produit
                       READ fdistribution-lignes
                           NOT INVALID KEY
                               MOVE fdl_quantite TO fdi_quantite
                       END-READ
                       CLOSE fdistribution-lignes
                       IF WlivreEtape = 0 THEN
                           MOVE "X" TO fdi_statut
                       ELSE
                           MOVE "S" TO fdi_statut
                       END-IF
                       MOVE FUNCTION CURRENT-DATE TO Wdt
                       MOVE WidUtilisateurConnecte TO fdi_modifPar
                       MOVE Wdt(1:8) TO fdi_modifDate
                       MOVE Wdt(9:6) TO fdi_modifHeure
                       REWRITE tamp_fdistributions
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_distribution
                       IF fdi_statut = "X" THEN
                           DISPLAY "Distribution " WidD
                               " non livrée, annulée."
                       ELSE
                           DISPLAY "Distribution " WidD
                               " confirmée servie."
                       END-IF
                   END-IF
           END-READ
           CLOSE fdistributions.

       Etat_rapprochement_tournees.
           DISPLAY "Rapprochement des chargements de tournées"
           MOVE "Entrez la date de début (AAAAMMJJ) : "
               TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO WdateDebut
           MOVE "Entrez la date de fin (AAAAMMJJ) : "
               TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO WdateFin

           MOVE "RAPTOUR" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "=== RAPPROCHEMENT DES CHARGEMENTS du "
               WdateDebut " au " WdateFin " ==="
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne

           OPEN INPUT ftournees
           MOVE 0 TO Wfin
           MOVE WdateDebut TO fto_date
           START ftournees KEY IS NOT LESS THAN fto_date
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ ftournees NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fto_date > WdateFin THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF fto_statut = "C" THEN
                               PERFORM Rapprocher_tournee
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ftournees

           MOVE SPACES TO WligneEtat
           STRING WtotalEtat " écart(s) relevé(s)."
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           PERFORM Spool_fin.

       Rapprocher_tournee.
           MOVE SPACES TO WligneEtat
           STRING "Tournée " fto_id " du " fto_date
               " véhicule " fto_vehicule
               " chauffeur " fto_chauffeur
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE 0 TO WtotalCharge
           MOVE 0 TO WtotalLivre
           MOVE 0 TO WtotalRapporte
           MOVE 0 TO WtotalEcart
           OPEN INPUT ftournee-retours
           MOVE 0 TO Wfin2
           MOVE fto_id TO ftr_tournee
           MOVE 0 TO ftr_ordre
           MOVE 0 TO ftr_produit
           START ftournee-retours KEY IS NOT LESS THAN ftr_cle
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ ftournee-retours NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF ftr_tournee NOT = fto_id THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           PERFORM Rapprocher_ligne_tournee
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ftournee-retours
           MOVE SPACES TO WligneEtat
           STRING "  total chargé " WtotalCharge
               " livré " WtotalLivre
               " rapporté " WtotalRapporte
               " écart " WtotalEcart
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       Rapprocher_ligne_tournee.
           COMPUTE WecartChargement =
               ftr_charge - ftr_livre - ftr_retour
           ADD ftr_charge TO WtotalCharge
           ADD ftr_livre TO WtotalLivre
           ADD ftr_retour TO WtotalRapporte
           ADD WecartChargement TO WtotalEcart
           IF WecartChargement > 0 OR ftr_retour > 0
                   OR ftr_signature NOT = "O" THEN
               MOVE SPACES TO WligneEtat
               STRING "  étape " ftr_ordre " " ftr_type
                   ftr_reference " produit " ftr_produit
                   " chargé " ftr_charge
                   " livré " ftr_livre
                   " rapporté " ftr_retour
                   " écart " WecartChargement
                   " sign. " ftr_signature
                   " " ftr_heure
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               ADD 1 TO WtotalEtat
           END-IF.

       Controler_echeances_vehicule.
           MOVE 0 TO WechuVehicule
           OPEN INPUT fvehicule-echeances
           MOVE 0 TO Wfin2
           MOVE WidVehicule TO fve_vehicule
           MOVE LOW-VALUES TO fve_type
           START fvehicule-echeances KEY IS NOT LESS THAN fve_cle
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fvehicule-echeances NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fve_vehicule NOT = WidVehicule THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fve_echeance NOT = 0 AND
                                   fve_echeance < Wdate THEN
                               MOVE fve_type TO WtypeEcheance
                               PERFORM Libelle_echeance
                               DISPLAY "Échéance dépassée : "
                                   WlibelleEcheance
                                   " au " fve_echeance
                               MOVE 1 TO WechuVehicule
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fvehicule-echeances.

       Libelle_echeance.
           IF WtypeEcheance = "CT" THEN
               MOVE "contrôle technique" TO WlibelleEcheance
           ELSE IF WtypeEcheance = "AS" THEN
               MOVE "assurance" TO WlibelleEcheance
           ELSE IF WtypeEcheance = "VI" THEN
               MOVE "vidange" TO WlibelleEcheance
           ELSE IF WtypeEcheance = "FR" THEN
               MOVE "entretien groupe froid" TO WlibelleEcheance
           ELSE
               MOVE WtypeEcheance TO WlibelleEcheance
           END-IF.

       Lire_dernier_kilometrage.
           MOVE 0 TO WkmPrecedent
           OPEN INPUT fvehicule-journal
           MOVE 0 TO Wfin2
           MOVE WidVehicule TO fvj_vehicule
           START fvehicule-journal KEY IS EQUAL TO fvj_vehicule
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fvehicule-journal NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fvj_vehicule NOT = WidVehicule THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fvj_kilometrage > WkmPrecedent THEN
                               MOVE fvj_kilometrage TO WkmPrecedent
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fvehicule-journal.

       Ecrire_journal_vehicule.
           OPEN I-O increment
           MOVE "VJ" TO autoinc_entite
           READ increment
               INVALID KEY
                   MOVE "VJ" TO autoinc_entite
                   MOVE 00001 TO autoinc_num
                   WRITE autoinc
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
           END-READ
           CLOSE increment

           OPEN I-O fvehicule-journal
           MOVE autoinc_num TO fvj_id
           MOVE WidVehicule TO fvj_vehicule
           MOVE Wdate TO fvj_date
           MOVE WtypeJournal TO fvj_type
           MOVE WidTournee TO fvj_tournee
           MOVE WkmReleve TO fvj_kilometrage
           MOVE WlitresPlein TO fvj_litres
           MOVE Wmontant TO fvj_montant
           MOVE WidUtilisateurConnecte TO fvj_saisiPar
           WRITE tamp_fvehicule-journal
           END-WRITE
           CLOSE fvehicule-journal.

       Releve_compteur_tournee.
           DISPLAY "Relevé du compteur kilométrique"
           DISPLAY "Entrez l'ID de la tournée : "
           ACCEPT WidTournee
           MOVE 0 TO Wtrouver
           OPEN INPUT ftournees
           MOVE WidTournee TO fto_id
           READ ftournees
               INVALID KEY
                   DISPLAY "La tournée n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF fto_statut = "I" THEN
                       DISPLAY "Cette tournée est annulée."
                       MOVE 1 TO Wtrouver
                   END-IF
           END-READ
           CLOSE ftournees

           IF Wtrouver = 0 THEN
               MOVE fto_vehicule TO WidVehicule
               MOVE SPACES TO WtypeJournal
               PERFORM WITH TEST AFTER
                       UNTIL WtypeJournal = "D" OR WtypeJournal = "R"
                   DISPLAY "Relevé au départ ou au retour ? (D/R) : "
                   ACCEPT WtypeJournal
               END-PERFORM
               PERFORM Lire_dernier_kilometrage
               DISPLAY "Dernier kilométrage connu : " WkmPrecedent
               DISPLAY "Entrez le kilométrage au compteur : "
               ACCEPT WkmReleve
               IF WkmReleve < WkmPrecedent THEN
                   DISPLAY "⚠️ Kilométrage inférieur au dernier "
                       "relevé, saisie refusée. ⚠️"
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO Wdt
                   MOVE Wdt(1:8) TO Wdate
                   MOVE 0 TO WlitresPlein
                   MOVE 0 TO Wmontant
                   PERFORM Ecrire_journal_vehicule
                   DISPLAY "Relevé enregistré."
               END-IF
           END-IF.

       Saisie_plein_carburant.
           DISPLAY "Plein de carburant"
           DISPLAY "Entrez l'ID du véhicule : "
           ACCEPT WidVehicule
           MOVE 0 TO Wtrouver
           OPEN INPUT fvehicules
           MOVE WidVehicule TO fvh_id
           READ fvehicules
               INVALID KEY
                   DISPLAY "Le véhicule n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF fvh_statut = "I" THEN
                       DISPLAY "Ce véhicule est retiré du parc."
                       MOVE 1 TO Wtrouver
                   END-IF
           END-READ
           CLOSE fvehicules

           IF Wtrouver = 0 THEN
               MOVE "Entrez la date du plein (AAAAMMJJ) : "
                   TO WinviteDate
               PERFORM Saisir_date
               PERFORM Lire_dernier_kilometrage
               DISPLAY "Dernier kilométrage connu : " WkmPrecedent
               DISPLAY "Entrez le kilométrage au compteur : "
               ACCEPT WkmReleve
               DISPLAY "Entrez le nombre de litres : "
               ACCEPT WlitresPlein
               DISPLAY "Entrez le montant payé (euros) : "
               ACCEPT Wmontant
               IF WkmReleve < WkmPrecedent THEN
                   DISPLAY "⚠️ Kilométrage inférieur au dernier "
                       "relevé, saisie refusée. ⚠️"
               ELSE
                   MOVE "C" TO WtypeJournal
                   MOVE 0 TO WidTournee
                   PERFORM Ecrire_journal_vehicule
                   DISPLAY "Plein enregistré."
               END-IF
           END-IF.

       Gestion_echeances_vehicule.
           DISPLAY "Échéances d'un véhicule"
           DISPLAY "Entrez l'ID du véhicule : "
           ACCEPT WidVehicule
           MOVE 0 TO Wtrouver
           OPEN INPUT fvehicules
           MOVE WidVehicule TO fvh_id
           READ fvehicules
               INVALID KEY
                   DISPLAY "Le véhicule n'existe pas."
                   MOVE 1 TO Wtrouver
           END-READ
           CLOSE fvehicules

           IF Wtrouver = 0 THEN
               MOVE SPACES TO WtypeEcheance
               PERFORM WITH TEST AFTER
                       UNTIL WtypeEcheance = "CT" OR
                             WtypeEcheance = "AS" OR
                             WtypeEcheance = "VI" OR
                             WtypeEcheance = "FR"
                   DISPLAY "Type (CT=contrôle technique, "
                       "AS=assurance, VI=vidange, "
                       "FR=groupe froid) : "
                   ACCEPT WtypeEcheance
               END-PERFORM
               PERFORM Libelle_echeance
               OPEN I-O fvehicule-echeances
               MOVE WidVehicule TO fve_vehicule
               MOVE WtypeEcheance TO fve_type
               READ fvehicule-echeances
                   INVALID KEY
                       MOVE 0 TO Wtrouve
                       MOVE 0 TO fve_derniere
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
                       DISPLAY WlibelleEcheance
                           " : dernière le " fve_derniere
                           ", prochaine échéance le " fve_echeance
               END-READ
               DISPLAY "Intervention réalisée ? (O/N) : "
               ACCEPT Wreponse
               IF Wreponse = "O" OR Wreponse = "o" THEN
                   MOVE "Date de l'intervention (AAAAMMJJ) : "
                       TO WinviteDate
                   PERFORM Saisir_date
                   MOVE Wdate TO fve_derniere
               END-IF
               MOVE "Prochaine échéance (AAAAMMJJ) : "
                   TO WinviteDate
               PERFORM Saisir_date
               MOVE WidVehicule TO fve_vehicule
               MOVE WtypeEcheance TO fve_type
               MOVE Wdate TO fve_echeance
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE WidUtilisateurConnecte TO fve_modifPar
               MOVE Wdt(1:8) TO fve_modifDate
               IF Wtrouve = 0 THEN
                   WRITE tamp_fvehicule-echeances
                   END-WRITE
               ELSE
                   REWRITE tamp_fvehicule-echeances
                   END-REWRITE
               END-IF
               CLOSE fvehicule-echeances
               DISPLAY "Échéance enregistrée."
           END-IF.

       Etat_mensuel_parc.
           DISPLAY "Entrez le mois (AAAAMM) : "
           ACCEPT WmoisCible
           MOVE "PARCMOIS" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "=== PARC DE VÉHICULES - mois " WmoisCible " ==="
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE 0 TO WtotalKmParc
           MOVE 0 TO WtotalCoutParc

           OPEN INPUT fvehicules
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fvehicules NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fvh_statut NOT = "I" THEN
                           PERFORM Cumuler_parc_vehicule
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fvehicules

           MOVE 0 TO WcoutKm
           IF WtotalKmParc > 0 THEN
               COMPUTE WcoutKm ROUNDED =
                   WtotalCoutParc / WtotalKmParc
           END-IF
           MOVE SPACES TO WligneEtat
           STRING "Total parc : " WtotalKmParc " km, carburant "
               WtotalCoutParc " euros, coût/km " WcoutKm
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne

           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           COMPUTE WjoursInt =
               FUNCTION INTEGER-OF-DATE(WdateJour) + 30
           COMPUTE WdateLimite = FUNCTION DATE-OF-INTEGER(WjoursInt)
           MOVE SPACES TO WligneEtat
           STRING "--- Échéances avant le " WdateLimite " ---"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT fvehicule-echeances
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fvehicule-echeances NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fve_echeance NOT = 0 AND
                               fve_echeance <= WdateLimite THEN
                           MOVE fve_type TO WtypeEcheance
                           PERFORM Libelle_echeance
                           MOVE SPACES TO WligneEtat
                           IF fve_echeance < WdateJour THEN
                               STRING "véhicule " fve_vehicule
                                   " " WlibelleEcheance
                                   " échue le " fve_echeance
                                   " - IMMOBILISÉ"
                                   DELIMITED BY SIZE INTO WligneEtat
                           ELSE
                               STRING "véhicule " fve_vehicule
                                   " " WlibelleEcheance
                                   " due le " fve_echeance
                                   DELIMITED BY SIZE INTO WligneEtat
                           END-IF
                           PERFORM Spool_ligne
                           ADD 1 TO WtotalEtat
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fvehicule-echeances
           PERFORM Spool_fin.

       Cumuler_parc_vehicule.
           MOVE 0 TO WkmMin
           MOVE 0 TO WkmMax
           MOVE 0 TO WcoutCarburant
           MOVE fvh_id TO WidVehicule
           OPEN INPUT fvehicule-journal
           MOVE 0 TO Wfin2
           MOVE WidVehicule TO fvj_vehicule
           START fvehicule-journal KEY IS EQUAL TO fvj_vehicule
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fvehicule-journal NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fvj_vehicule NOT = WidVehicule THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fvj_date / 100 = WmoisCible THEN
                               IF WkmMin = 0 OR
                                       fvj_kilometrage < WkmMin THEN
                                   MOVE fvj_kilometrage TO WkmMin
                               END-IF
                               IF fvj_kilometrage > WkmMax THEN
                                   MOVE fvj_kilometrage TO WkmMax
                               END-IF
                               ADD fvj_montant TO WcoutCarburant
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fvehicule-journal

           COMPUTE WkmParcourus = WkmMax - WkmMin
           MOVE 0 TO WcoutKm
           IF WkmParcourus > 0 THEN
               COMPUTE WcoutKm ROUNDED =
                   WcoutCarburant / WkmParcourus
           END-IF
           ADD WkmParcourus TO WtotalKmParc
           ADD WcoutCarburant TO WtotalCoutParc
           MOVE SPACES TO WligneEtat
           STRING "véhicule " fvh_id " " fvh_immat
               " : " WkmParcourus " km, carburant "
               WcoutCarburant " euros, coût/km " WcoutKm
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       GERE_TOURNEES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 15 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter un véhicule "
           DISPLAY  "2. Afficher les véhicules "
           DISPLAY  "3. Retirer un véhicule "
           DISPLAY  "4. Créer une tournée "
           DISPLAY  "5. Afficher les tournées "
           DISPLAY  "6. Feuille de route "
           DISPLAY  "7. Clôturer une tournée "
           DISPLAY  "8. Rapprochement des chargements "
           DISPLAY  "9. Relevé compteur d'une tournée "
           DISPLAY  "10. Saisir un plein de carburant "
           DISPLAY  "11. Échéances d'un véhicule "
           DISPLAY  "12. État mensuel du parc "
           DISPLAY  "13. Tournées de livraison à domicile "
           DISPLAY  "14.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Ajout_vehicules
           ELSE IF Wchoix = 6 THEN
               PERFORM Imprimer_feuille_route
           ELSE IF Wchoix = 7 THEN
               PERFORM Cloture_tournee
           ELSE IF Wchoix = 8 THEN
               PERFORM Etat_rapprochement_tournees
           ELSE IF Wchoix = 9 THEN
               PERFORM Releve_compteur_tournee
           ELSE IF Wchoix = 10 THEN
               PERFORM Saisie_plein_carburant
           ELSE IF Wchoix = 11 THEN
               PERFORM Gestion_echeances_vehicule
           ELSE IF Wchoix = 12 THEN
               PERFORM Etat_mensuel_parc
           ELSE IF Wchoix = 13 THEN
               PERFORM Preparation_tournees_domicile
           ELSE IF Wchoix = 14 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
