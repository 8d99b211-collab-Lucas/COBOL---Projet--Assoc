       Livraison_domicile_beneficiaire.
           DISPLAY "Livraison à domicile"
           DISPLAY "Entrez l'ID du bénéficiaire (0 = liste des "
               "foyers livrés) : "
           ACCEPT WidBeneficiaire
           IF WidBeneficiaire = 0 THEN
               PERFORM Affichage_livraisons_domicile
           ELSE
               PERFORM Valider_beneficiaire
               IF Wtrouver = 1 THEN
                   PERFORM Saisie_livraison_domicile
               END-IF
           END-IF.

       Tester_livraison_domicile.
           MOVE 0 TO WlivExiste
           MOVE "N" TO WlivActif
           MOVE 0 TO WcentreLivraison
           MOVE 0 TO WjourLivraison
           MOVE SPACES TO WcreneauLivraison
           MOVE SPACES TO WpanierLivraison
           MOVE SPACES TO WaccesLivraison
           OPEN INPUT flivraisons
           IF cr_flivraisons = 00 THEN
               MOVE WidBeneficiaire TO flv_beneficiaire
               READ flivraisons
                   NOT INVALID KEY
                       MOVE 1 TO WlivExiste
                       MOVE flv_actif TO WlivActif
                       MOVE flv_centre TO WcentreLivraison
                       MOVE flv_jour TO WjourLivraison
                       MOVE flv_creneau TO WcreneauLivraison
                       MOVE flv_panier TO WpanierLivraison
                       MOVE flv_acces TO WaccesLivraison
               END-READ
               CLOSE flivraisons
           END-IF.

       Saisie_livraison_domicile.
           PERFORM Tester_livraison_domicile
           MOVE WlivActif TO WlivAncien
           IF WlivActif = "O" THEN
               DISPLAY "Foyer livré à domicile depuis le centre "
                   WcentreLivraison ", jour " WjourLivraison
                   ", créneau " WcreneauLivraison
                   ", panier " WpanierLivraison
               DISPLAY "Accès : " WaccesLivraison
           ELSE
               DISPLAY "Ce foyer n'est pas livré à domicile."
           END-IF
           MOVE SPACES TO Wreponse
           PERFORM WITH TEST AFTER
                   UNTIL Wreponse = "O" OR Wreponse = "N"
               DISPLAY "Livrer ce foyer à domicile ? (O/N) : "
               ACCEPT Wreponse
               IF Wreponse = "o" THEN
                   MOVE "O" TO Wreponse
               END-IF
               IF Wreponse = "n" THEN
                   MOVE "N" TO Wreponse
               END-IF
           END-PERFORM
           MOVE Wreponse TO WlivActif
           IF WlivActif = "O" THEN
               PERFORM Saisir_preferences_livraison
           END-IF
           IF WlivExiste = 0 AND WlivActif = "N" THEN
               DISPLAY "Aucune modification."
           ELSE
               PERFORM Enregistrer_livraison_domicile
               IF WlivAncien NOT = WlivActif THEN
                   MOVE "BF" TO WhiEntite
                   MOVE WidBeneficiaire TO WhiCle
                   MOVE "livraison" TO WhiChamp
                   MOVE WlivAncien TO WhiAncien
                   MOVE WlivActif TO WhiNouveau
                   PERFORM Journaliser_historique
               END-IF
               DISPLAY "Livraison à domicile enregistrée."
           END-IF.

       Saisir_preferences_livraison.
           IF WcentreLivraison = 0 THEN
               PERFORM Chercher_centre_carte_lv
           END-IF
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Centre qui prépare le colis ("
                   WcentreLivraison ", 0 = inchangé) : "
               ACCEPT WidC
               IF WidC NOT = 0 THEN
                   MOVE WidC TO WcentreLivraison
               END-IF
               OPEN INPUT fcentres
               MOVE WcentreLivraison TO fce_id
               READ fcentres
                   INVALID KEY
                       DISPLAY "Centre introuvable."
                   NOT INVALID KEY
                       IF fce_statut = "I" THEN
                           DISPLAY "Ce centre est désactivé."
                       ELSE
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
               CLOSE fcentres
           END-PERFORM
           MOVE 9 TO WjourLivraison
           PERFORM WITH TEST AFTER UNTIL WjourLivraison < 7
               DISPLAY "Jour souhaité (1=lundi ... 6=samedi, "
                   "0=indifférent) : "
               ACCEPT WjourLivraison
           END-PERFORM
           MOVE 0 TO Wtrouver
           PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
               DISPLAY "Créneau souhaité (code horaire) : "
               ACCEPT Whoraire
               PERFORM Valider_horaire
           END-PERFORM
           MOVE Whoraire TO WcreneauLivraison
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Panier type livré (ex STANDARD) : "
               ACCEPT WcodePanier
               PERFORM Valider_panier_type
           END-PERFORM
           MOVE WcodePanier TO WpanierLivraison
           DISPLAY "Instructions d'accès (code, étage, "
               "interphone ; vide = inchangées) : "
           MOVE SPACES TO WaccesSaisi
           ACCEPT WaccesSaisi
           IF WaccesSaisi NOT = SPACES THEN
               MOVE WaccesSaisi TO WaccesLivraison
           END-IF.

       Chercher_centre_carte_lv.
           OPEN INPUT fcartes
           IF cr_fcartes = 00 THEN
               MOVE 0 TO WfinLv
               MOVE WidBeneficiaire TO fcb_beneficiaire
               START fcartes KEY IS EQUAL TO fcb_beneficiaire
                   INVALID KEY MOVE 1 TO WfinLv
               END-START
               PERFORM WITH TEST AFTER UNTIL WfinLv = 1
                   READ fcartes NEXT
                       AT END MOVE 1 TO WfinLv
                       NOT AT END
                           IF fcb_beneficiaire NOT = WidBeneficiaire
                                   THEN
                               MOVE 1 TO WfinLv
                           ELSE
                               IF fcb_statut = "A" THEN
                                   MOVE fcb_centre TO WcentreLivraison
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcartes
           END-IF.

       Enregistrer_livraison_domicile.
           OPEN I-O flivraisons
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE WidBeneficiaire TO flv_beneficiaire
           MOVE WlivActif TO flv_actif
           MOVE WcentreLivraison TO flv_centre
           MOVE WjourLivraison TO flv_jour
           MOVE WcreneauLivraison TO flv_creneau
           MOVE WpanierLivraison TO flv_panier
           MOVE WaccesLivraison TO flv_acces
           MOVE WidUtilisateurConnecte TO flv_modifPar
           MOVE Wdt(1:8) TO flv_modifDate
           MOVE Wdt(9:6) TO flv_modifHeure
           IF WlivExiste = 1 THEN
               REWRITE tamp_flivraisons
               END-REWRITE
           ELSE
               WRITE tamp_flivraisons
               END-WRITE
           END-IF
           CLOSE flivraisons.

       Affichage_livraisons_domicile.
           MOVE 0 TO Wtrouve
           OPEN INPUT flivraisons
           IF cr_flivraisons = 00 THEN
               MOVE 0 TO WfinLv
               PERFORM WITH TEST AFTER UNTIL WfinLv = 1
                   READ flivraisons NEXT
                       AT END MOVE 1 TO WfinLv
                       NOT AT END
                           IF flv_actif = "O" THEN
                               DISPLAY "foyer " flv_beneficiaire
                                   " centre " flv_centre
                                   " jour " flv_jour
                                   " créneau " flv_creneau
                                   " panier " flv_panier
                               DISPLAY "    accès : " flv_acces
                               MOVE 1 TO Wtrouve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE flivraisons
           END-IF
           IF Wtrouve = 0 THEN
               DISPLAY "Aucun foyer livré à domicile."
           END-IF.

       Preparation_tournees_domicile.
           DISPLAY "Tournées de livraison à domicile de la semaine"
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           COMPUTE WintLundiLv = FUNCTION INTEGER-OF-DATE(WdateJour)
           COMPUTE WjourSemaineLv =
               FUNCTION MOD(WintLundiLv - 1, 7)
           IF WjourSemaineLv > 0 THEN
               COMPUTE WintLundiLv = WintLundiLv + 7 - WjourSemaineLv
           END-IF
           MOVE 1 TO WidxJl
           PERFORM WITH TEST BEFORE UNTIL WidxJl > 6
               COMPUTE Wjl-date(WidxJl) = FUNCTION DATE-OF-INTEGER(
                   WintLundiLv + WidxJl - 1)
               ADD 1 TO WidxJl
           END-PERFORM
           MOVE Wjl-date(1) TO WlundiLivraison
           MOVE Wjl-date(6) TO WsamediLivraison
           DISPLAY "Semaine du " WlundiLivraison " au "
               WsamediLivraison

           MOVE "LIMJRS" TO WcodeParam
           MOVE WlundiLivraison TO WdateParam
           PERFORM Lire_parametre
           MOVE WvaleurParam TO WlimJoursLv
           MOVE "REINSGRC" TO WcodeParam
           MOVE WlundiLivraison TO WdateParam
           PERFORM Lire_parametre
           IF WvaleurParam = 0 THEN
               MOVE 301 TO WvaleurParam
           END-IF
           COMPUTE WanneeLv = WlundiLivraison / 10000
           COMPUTE WgraceLv = (WanneeLv * 10000) + WvaleurParam

           MOVE 0 TO WnbFoyersLv
           MOVE 0 TO WnbLivraisonsLv
           MOVE 0 TO WnbTourneesLv
           MOVE 0 TO WnbEcartesLv
           MOVE 1 TO WsansDerogation
           PERFORM Charger_foyers_livraison
           IF WnbFl = 0 THEN
               DISPLAY "Aucun foyer n'est livré à domicile."
           ELSE
               PERFORM Dater_dernier_service_lv
               MOVE 1 TO WspoolForce
               MOVE "DOMICILE" TO WcodeEtat
               PERFORM Spool_debut
               MOVE SPACES TO WligneEtat
               STRING "=== LIVRAISONS À DOMICILE - semaine du "
                   WlundiLivraison " au " WsamediLivraison " ==="
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE 1 TO WidxFl
               PERFORM WITH TEST BEFORE UNTIL WidxFl > WnbFl
                   PERFORM Traiter_antenne_livraison
               END-PERFORM
               PERFORM Imprimer_foyers_ecartes_lv
               MOVE SPACES TO WligneEtat
               STRING WnbFoyersLv " foyer(s) à livrer, "
                   WnbLivraisonsLv " livraison(s) planifiée(s) en "
                   WnbTourneesLv " tournée(s), "
                   WnbEcartesLv " foyer(s) non planifié(s)."
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE WnbLivraisonsLv TO WtotalEtat
               PERFORM Spool_fin
           END-IF
           MOVE 0 TO WsansDerogation.

       Charger_foyers_livraison.
           MOVE 0 TO WnbFl
           OPEN INPUT flivraisons
           IF cr_flivraisons = 00 THEN
               MOVE 0 TO WfinLv
               PERFORM WITH TEST AFTER UNTIL WfinLv = 1
                   READ flivraisons NEXT
                       AT END MOVE 1 TO WfinLv
                       NOT AT END
                           IF flv_actif = "O" THEN
                               PERFORM Ajouter_foyer_livraison
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE flivraisons
           END-IF.

       Ajouter_foyer_livraison.
           MOVE SPACES TO WfoyerNouveau
           MOVE 0 TO WfnAntenne
           MOVE flv_beneficiaire TO WfnBeneficiaire
           MOVE flv_centre TO WfnCentre
           MOVE flv_jour TO WfnJour
           MOVE flv_creneau TO WfnCreneau
           MOVE flv_panier TO WfnPanier
           MOVE 0 TO WfnDernier
           MOVE 0 TO WfnEcheance
           MOVE 0 TO WfnCharge
           MOVE 0 TO WfnJourAffecte
           MOVE "X" TO WfnStatut
           OPEN INPUT fbeneficiaires
           MOVE flv_beneficiaire TO fbn_id
           READ fbeneficiaires
               NOT INVALID KEY
                   MOVE fbn_adresse TO WfnAdresse
                   MOVE " " TO WfnStatut
                   IF fbn_statut = "I" OR fbn_statut = "P" THEN
                       MOVE "X" TO WfnStatut
                   ELSE
                       IF fbn_dateRenouvellement / 10000 < WanneeLv
                               AND WlundiLivraison >= WgraceLv THEN
                           MOVE "R" TO WfnStatut
                       END-IF
                   END-IF
           END-READ
           CLOSE fbeneficiaires
           OPEN INPUT fcentres
           MOVE flv_centre TO fce_id
           READ fcentres
               NOT INVALID KEY
                   MOVE fce_antenne TO WfnAntenne
           END-READ
           CLOSE fcentres
           IF WfnStatut = " " THEN
               OPEN INPUT fpanier-lignes
               MOVE 0 TO WfinLv2
               MOVE flv_panier TO fpb_panier
               MOVE LOW-VALUES TO fpb_produit
               START fpanier-lignes KEY IS NOT LESS THAN fpb_cle
                   INVALID KEY MOVE 1 TO WfinLv2
               END-START
               PERFORM WITH TEST AFTER UNTIL WfinLv2 = 1
                   READ fpanier-lignes NEXT
                       AT END MOVE 1 TO WfinLv2
                       NOT AT END
                           IF fpb_panier NOT = flv_panier THEN
                               MOVE 1 TO WfinLv2
                           ELSE
                               ADD fpb_quantite TO WfnCharge
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fpanier-lignes
               IF WfnCharge = 0 THEN
                   MOVE "S" TO WfnStatut
               END-IF
           END-IF
           IF WfnStatut NOT = "X" THEN
               IF WnbFl < 200 THEN
                   PERFORM Inserer_foyer_livraison
               ELSE
                   DISPLAY "⚠️ Plus de 200 foyers, foyer "
                       flv_beneficiaire " non traité. ⚠️"
               END-IF
           END-IF.

       Inserer_foyer_livraison.
           MOVE WnbFl TO WidxFl
           ADD 1 TO WidxFl
           MOVE 0 TO WposFlTrouvee
           PERFORM WITH TEST BEFORE
                   UNTIL WidxFl = 1 OR WposFlTrouvee = 1
               SUBTRACT 1 FROM WidxFl GIVING WidxFl2
               IF Wfl-antenne(WidxFl2) > WfnAntenne OR
                       (Wfl-antenne(WidxFl2) = WfnAntenne AND
                        Wfl-adresse(WidxFl2) > WfnAdresse) THEN
                   MOVE Wfl-ligne(WidxFl2) TO Wfl-ligne(WidxFl)
                   MOVE WidxFl2 TO WidxFl
               ELSE
                   MOVE 1 TO WposFlTrouvee
               END-IF
           END-PERFORM
           MOVE WfoyerNouveau TO Wfl-ligne(WidxFl)
           ADD 1 TO WnbFl.

       Dater_dernier_service_lv.
           COMPUTE WdebutScanLv = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WlundiLivraison)
               - WlimJoursLv)
           OPEN INPUT fdistributions
           MOVE 0 TO WfinLv
           MOVE WdebutScanLv TO fdi_date
           START fdistributions KEY IS NOT LESS THAN fdi_date
               INVALID KEY MOVE 1 TO WfinLv
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinLv = 1
               READ fdistributions NEXT
                   AT END MOVE 1 TO WfinLv
                   NOT AT END
                       IF fdi_statut NOT = "I" AND
                               fdi_statut NOT = "X" AND
                               fdi_beneficiaire NOT = 0 THEN
                           PERFORM Noter_service_foyer_lv
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdistributions
           MOVE 1 TO WidxFl
           PERFORM WITH TEST BEFORE UNTIL WidxFl > WnbFl
               IF Wfl-statut(WidxFl) = " " THEN
                   PERFORM Calculer_echeance_foyer_lv
               END-IF
               ADD 1 TO WidxFl
           END-PERFORM.

       Noter_service_foyer_lv.
           MOVE 1 TO WidxFl
           PERFORM WITH TEST BEFORE UNTIL WidxFl > WnbFl
               IF Wfl-beneficiaire(WidxFl) = fdi_beneficiaire AND
                       fdi_date > Wfl-dernier(WidxFl) THEN
                   MOVE fdi_date TO Wfl-dernier(WidxFl)
               END-IF
               ADD 1 TO WidxFl
           END-PERFORM.

       Calculer_echeance_foyer_lv.
           IF Wfl-dernier(WidxFl) >= WlundiLivraison THEN
               MOVE "N" TO Wfl-statut(WidxFl)
           ELSE
               MOVE WlundiLivraison TO Wfl-echeance(WidxFl)
               IF Wfl-dernier(WidxFl) NOT = 0 THEN
                   COMPUTE WintEcheanceLv = FUNCTION INTEGER-OF-DATE(
                       Wfl-dernier(WidxFl)) + WlimJoursLv
                   COMPUTE WdateLimite =
                       FUNCTION DATE-OF-INTEGER(WintEcheanceLv)
                   IF WdateLimite > WlundiLivraison THEN
                       MOVE WdateLimite TO Wfl-echeance(WidxFl)
                   END-IF
               END-IF
               IF Wfl-echeance(WidxFl) > WsamediLivraison THEN
                   MOVE "N" TO Wfl-statut(WidxFl)
               END-IF
           END-IF.

       Traiter_antenne_livraison.
           MOVE Wfl-antenne(WidxFl) TO WantenneLv
           MOVE WidxFl TO WdebutGroupeLv
           MOVE 0 TO WnbDusLv
           MOVE 0 TO WchargeGroupeLv
           MOVE 0 TO WposFlTrouvee
           PERFORM WITH TEST BEFORE UNTIL WposFlTrouvee = 1
               IF Wfl-statut(WidxFl) = " " THEN
                   ADD 1 TO WnbDusLv
                   ADD Wfl-charge(WidxFl) TO WchargeGroupeLv
               END-IF
               IF WidxFl = WnbFl THEN
                   MOVE 1 TO WposFlTrouvee
               ELSE
                   IF Wfl-antenne(WidxFl + 1) NOT = WantenneLv THEN
                       MOVE 1 TO WposFlTrouvee
                   ELSE
                       ADD 1 TO WidxFl
                   END-IF
               END-IF
           END-PERFORM
           MOVE WidxFl TO WfinGroupeLv
           ADD 1 TO WidxFl
           ADD WnbDusLv TO WnbFoyersLv
           IF WnbDusLv > 0 THEN
               MOVE SPACES TO fan_libelle
               OPEN INPUT fantennes
               MOVE WantenneLv TO fan_code
               READ fantennes
                   INVALID KEY
                       MOVE "sans antenne" TO fan_libelle
               END-READ
               CLOSE fantennes
               DISPLAY "Antenne " WantenneLv " " fan_libelle " : "
                   WnbDusLv " foyer(s), charge " WchargeGroupeLv
               PERFORM Choisir_vehicule_livraison
               IF WidVehicule = 0 OR WidChauffeur = 0 THEN
                   IF WidVehicule = 0 THEN
                       MOVE "V" TO WmotifLv
                       MOVE "aucun véhicule disponible"
                           TO WmotifEcartLv
                   ELSE
                       MOVE "H" TO WmotifLv
                       MOVE "aucun chauffeur disponible"
                           TO WmotifEcartLv
                   END-IF
                   PERFORM Ecarter_groupe_livraison
                   MOVE SPACES TO WligneEtat
                   STRING "Antenne " WantenneLv " " fan_libelle " : "
                       WmotifEcartLv ", antenne non planifiée."
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   DISPLAY "⚠️ Antenne " WantenneLv
                       " non planifiée : " WmotifEcartLv " ⚠️"
               ELSE
                   DISPLAY "Véhicule " WidVehicule " " WimmatLv
                       " (capacité " WcapaciteLv "), chauffeur "
                       WidChauffeur ", " WnbJoursDispoLv
                       " jour(s) disponible(s)."
                   PERFORM Affecter_foyers_livraison
                   MOVE "C" TO WmotifLv
                   PERFORM Ecarter_groupe_livraison
                   MOVE 1 TO WidxJl
                   PERFORM WITH TEST BEFORE UNTIL WidxJl > 6
                       IF Wjl-nbFoyers(WidxJl) > 0 THEN
                           PERFORM Creer_tournee_domicile
                       END-IF
                       ADD 1 TO WidxJl
                   END-PERFORM
               END-IF
           END-IF.

       Choisir_vehicule_livraison.
           MOVE 0 TO WidChauffeur
           MOVE 0 TO WvhChoisiLv
           MOVE 0 TO WcapaciteLv
           MOVE 0 TO WcouvreLv
           OPEN INPUT fvehicules
           MOVE 0 TO WfinLv2
           PERFORM WITH TEST AFTER UNTIL WfinLv2 = 1
               READ fvehicules NEXT
                   AT END MOVE 1 TO WfinLv2
                   NOT AT END
                       IF fvh_statut NOT = "I" AND fvh_capacite > 0
                               THEN
                           PERFORM Evaluer_vehicule_livraison
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fvehicules
           MOVE WvhChoisiLv TO WidVehicule
           IF WidVehicule NOT = 0 THEN
               PERFORM Choisir_chauffeur_livraison
           END-IF.

       Evaluer_vehicule_livraison.
           MOVE fvh_id TO WidVehicule
           MOVE fvh_capacite TO WcapVhLv
           MOVE fvh_immat TO WimmatVhLv
           PERFORM Disponibilite_jours_lv
           IF WnbJoursDispoLv > 0 THEN
               IF WcapVhLv >= WchargeGroupeLv THEN
                   IF WcouvreLv = 0 OR WcapVhLv < WcapaciteLv THEN
                       MOVE WidVehicule TO WvhChoisiLv
                       MOVE WcapVhLv TO WcapaciteLv
                       MOVE WimmatVhLv TO WimmatLv
                       MOVE 1 TO WcouvreLv
                   END-IF
               ELSE
                   IF WcouvreLv = 0 AND WcapVhLv > WcapaciteLv THEN
                       MOVE WidVehicule TO WvhChoisiLv
                       MOVE WcapVhLv TO WcapaciteLv
                       MOVE WimmatVhLv TO WimmatLv
                   END-IF
               END-IF
           END-IF.

       Choisir_chauffeur_livraison.
           MOVE "PERMISB" TO WcertRequise
           OPEN INPUT fbe
           MOVE 0 TO WfinLv2
           PERFORM WITH TEST AFTER UNTIL WfinLv2 = 1
               READ fbe NEXT
                   AT END MOVE 1 TO WfinLv2
                   NOT AT END
                       IF fbe_statut = "A" THEN
                           MOVE fbe_id TO Wid
                           PERFORM Controler_certification_benevole
                           IF WcertOk = 1 THEN
                               MOVE fbe_id TO WidChauffeur
                               PERFORM Disponibilite_jours_lv
                               IF WnbJoursDispoLv > 0 THEN
                                   MOVE 1 TO WfinLv2
                               ELSE
                                   MOVE 0 TO WidChauffeur
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fbe.

       Disponibilite_jours_lv.
           MOVE 0 TO WnbJoursDispoLv
           MOVE 1 TO WidxJl
           PERFORM WITH TEST BEFORE UNTIL WidxJl > 6
               PERFORM Tester_jour_livraison
               ADD Wjl-dispo(WidxJl) TO WnbJoursDispoLv
               ADD 1 TO WidxJl
           END-PERFORM.

       Tester_jour_livraison.
           MOVE 1 TO Wjl-dispo(WidxJl)
           MOVE 0 TO Wjl-charge(WidxJl)
           MOVE 0 TO Wjl-nbFoyers(WidxJl)
           MOVE Wjl-date(WidxJl) TO Wdate
           PERFORM Tester_periode_close
           IF WperiodeClose = 1 THEN
               MOVE 0 TO Wjl-dispo(WidxJl)
           END-IF
           PERFORM Controler_echeances_vehicule
           IF WechuVehicule = 1 THEN
               MOVE 0 TO Wjl-dispo(WidxJl)
           END-IF
           OPEN INPUT ftournees
           MOVE 0 TO WfinLv
           MOVE Wdate TO fto_date
           START ftournees KEY IS NOT LESS THAN fto_date
               INVALID KEY MOVE 1 TO WfinLv
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinLv = 1
               READ ftournees NEXT
                   AT END MOVE 1 TO WfinLv
                   NOT AT END
                       IF fto_date NOT = Wdate THEN
                           MOVE 1 TO WfinLv
                       ELSE
                           IF fto_statut NOT = "I" AND
                                   (fto_vehicule = WidVehicule OR
                                   (WidChauffeur NOT = 0 AND
                                   fto_chauffeur = WidChauffeur)) THEN
                               MOVE 0 TO Wjl-dispo(WidxJl)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ftournees.

       Affecter_foyers_livraison.
           MOVE WdebutGroupeLv TO WidxFl2
           PERFORM WITH TEST BEFORE UNTIL WidxFl2 > WfinGroupeLv
               IF Wfl-statut(WidxFl2) = " " AND
                       Wfl-jour(WidxFl2) > 0 AND
                       Wfl-jour(WidxFl2) < 7 THEN
                   MOVE Wfl-jour(WidxFl2) TO WidxJl
                   PERFORM Placer_foyer_jour
               END-IF
               ADD 1 TO WidxFl2
           END-PERFORM
           MOVE WdebutGroupeLv TO WidxFl2
           PERFORM WITH TEST BEFORE UNTIL WidxFl2 > WfinGroupeLv
               IF Wfl-statut(WidxFl2) = " " THEN
                   MOVE 1 TO WidxJl
                   PERFORM Placer_foyer_jour
                   PERFORM WITH TEST BEFORE
                           UNTIL Wfl-statut(WidxFl2) NOT = " "
                              OR WidxJl = 6
                       ADD 1 TO WidxJl
                       PERFORM Placer_foyer_jour
                   END-PERFORM
               END-IF
               ADD 1 TO WidxFl2
           END-PERFORM.

       Placer_foyer_jour.
           IF Wjl-dispo(WidxJl) = 1 AND
                   Wjl-date(WidxJl) >= Wfl-echeance(WidxFl2) AND
                   Wjl-nbFoyers(WidxJl) < 30 AND
                   Wjl-charge(WidxJl) + Wfl-charge(WidxFl2)
                       <= WcapaciteLv THEN
               ADD Wfl-charge(WidxFl2) TO Wjl-charge(WidxJl)
               ADD 1 TO Wjl-nbFoyers(WidxJl)
               MOVE WidxJl TO Wfl-jourAffecte(WidxFl2)
               MOVE "A" TO Wfl-statut(WidxFl2)
           END-IF.

       Ecarter_groupe_livraison.
           MOVE WdebutGroupeLv TO WidxFl2
           PERFORM WITH TEST BEFORE UNTIL WidxFl2 > WfinGroupeLv
               IF Wfl-statut(WidxFl2) = " " THEN
                   MOVE WmotifLv TO Wfl-statut(WidxFl2)
               END-IF
               ADD 1 TO WidxFl2
           END-PERFORM.

       Creer_tournee_domicile.
           MOVE 0 TO WidTournee
           MOVE 0 TO WordreEtape
           MOVE 0 TO Wjl-charge(WidxJl)
           MOVE WdebutGroupeLv TO WidxFl2
           PERFORM WITH TEST BEFORE UNTIL WidxFl2 > WfinGroupeLv
               IF Wfl-statut(WidxFl2) = "A" AND
                       Wfl-jourAffecte(WidxFl2) = WidxJl THEN
                   PERFORM Creer_livraison_foyer
                   IF Wtrouver = 0 THEN
                       IF WidTournee = 0 THEN
                           PERFORM Creer_entete_tournee_lv
                       END-IF
                       ADD 1 TO WordreEtape
                       OPEN I-O ftournee-etapes
                       MOVE WidTournee TO fte_tournee
                       MOVE WordreEtape TO fte_ordre
                       MOVE "L" TO fte_type
                       MOVE WidD TO fte_reference
                       WRITE tamp_ftournee-etapes
                       END-WRITE
                       CLOSE ftournee-etapes
                       ADD WchargeColis TO Wjl-charge(WidxJl)
                       ADD 1 TO WnbLivraisonsLv
                   END-IF
               END-IF
               ADD 1 TO WidxFl2
           END-PERFORM
           IF WidTournee NOT = 0 THEN
               ADD 1 TO WnbTourneesLv
               PERFORM Imprimer_tournee_domicile
           END-IF.

       Creer_entete_tournee_lv.
           OPEN I-O increment
           MOVE "TO" TO autoinc_entite
           READ increment
               ADD 1 TO autoinc_num
               REWRITE autoinc
               END-REWRITE
           CLOSE increment
           MOVE autoinc_num TO WidTournee
           OPEN I-O ftournees
           MOVE WidTournee TO fto_id
           MOVE Wjl-date(WidxJl) TO fto_date
           MOVE WidVehicule TO fto_vehicule
           MOVE WidChauffeur TO fto_chauffeur
           MOVE "P" TO fto_statut
           WRITE tamp_ftournees
           END-WRITE
           CLOSE ftournees
           DISPLAY "Tournée " WidTournee " créée pour le "
               Wjl-date(WidxJl).

       Creer_livraison_foyer.
           MOVE Wfl-beneficiaire(WidxFl2) TO WidBeneficiaire
           MOVE Wfl-centre(WidxFl2) TO WidC
           MOVE Wfl-creneau(WidxFl2) TO Whoraire
           MOVE Wfl-panier(WidxFl2) TO WcodePanier
           MOVE "N" TO WbnGluten
           MOVE "N" TO WbnPorc
           MOVE "N" TO WbnLactose
           OPEN INPUT fbeneficiaires
           MOVE WidBeneficiaire TO fbn_id
           READ fbeneficiaires
               NOT INVALID KEY
                   MOVE fbn_sansGluten TO WbnGluten
                   MOVE fbn_sansPorc TO WbnPorc
                   MOVE fbn_sansLactose TO WbnLactose
           END-READ
           CLOSE fbeneficiaires
           PERFORM Charger_panier_type
           MOVE 0 TO WnbGardees
           MOVE 0 TO WpremierLc
           MOVE 0 TO WchargeColis
           MOVE 0 TO WquantiteCrise
           MOVE 0 TO WdroitRefuseLv
           OPEN INPUT fdistributions
           MOVE 1 TO WidxLc
           PERFORM WITH TEST BEFORE
                   UNTIL WidxLc > WnbPan OR WdroitRefuseLv = 1
               MOVE "N" TO Wlc-garde(WidxLc)
               MOVE Wpan-produit(WidxLc) TO Wproduit
               MOVE Wpan-quantite(WidxLc) TO Wquantite
               PERFORM Tester_regime_colis
               IF WregimeRefuse = 0 THEN
                   MOVE Wjl-date(WidxJl) TO Wdate
                   PERFORM Controler_droit_beneficiaire
                   IF Wtrouver = 1 THEN
                       MOVE 1 TO WdroitRefuseLv
                   ELSE
                       PERFORM Controler_stock_distribution
                       IF Wtrouver = 0 THEN
                           MOVE "O" TO Wlc-garde(WidxLc)
                           ADD 1 TO WnbGardees
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WidxLc
           END-PERFORM
           CLOSE fdistributions
           IF WdroitRefuseLv = 1 THEN
               MOVE "D" TO Wfl-statut(WidxFl2)
               MOVE 0 TO WquantiteCrise
               MOVE 1 TO Wtrouver
           ELSE IF WnbGardees = 0 THEN
               MOVE "S" TO Wfl-statut(WidxFl2)
               MOVE 0 TO WquantiteCrise
               MOVE 1 TO Wtrouver
           ELSE
               IF WnbGardees < WnbPan THEN
                   MOVE "P" TO Wfl-statut(WidxFl2)
               END-IF
               OPEN I-O increment
               MOVE "DI" TO autoinc_entite
               READ increment
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
               CLOSE increment
               MOVE autoinc_num TO WidD
               MOVE 1 TO WidxLc
               PERFORM WITH TEST BEFORE UNTIL WidxLc > WnbPan
                   IF Wlc-garde(WidxLc) = "O" THEN
                       PERFORM Prelever_ligne_colis
                   END-IF
                   ADD 1 TO WidxLc
               END-PERFORM
               IF WpremierLc = 0 THEN
                   MOVE "S" TO Wfl-statut(WidxFl2)
                   MOVE 0 TO WquantiteCrise
                   MOVE 1 TO Wtrouver
               ELSE
                   PERFORM Ecrire_distribution_domicile
                   MOVE 0 TO Wtrouver
               END-IF
           END-IF.

       Tester_regime_colis.
           MOVE 0 TO WregimeRefuse
           OPEN INPUT fproduits
           MOVE Wproduit TO fpr_id
           READ fproduits
               NOT INVALID KEY
                   IF (fpr_gluten = "O" AND WbnGluten = "O") OR
                      (fpr_porc = "O" AND WbnPorc = "O") OR
                      (fpr_lactose = "O" AND WbnLactose = "O") THEN
                       MOVE 1 TO WregimeRefuse
                   END-IF
           END-READ
           CLOSE fproduits.

       Prelever_ligne_colis.
           MOVE Wpan-produit(WidxLc) TO Wproduit
           MOVE Wpan-quantite(WidxLc) TO Wquantite
           PERFORM Controler_stock_distribution
           IF Wtrouver = 0 THEN
               PERFORM Prelever_stock_distribution
               PERFORM Ecrire_ligne_distribution
               ADD Wquantite TO WchargeColis
               IF WpremierLc = 0 THEN
                   MOVE WidxLc TO WpremierLc
               END-IF
           ELSE
               MOVE "P" TO Wfl-statut(WidxFl2)
           END-IF.

       Ecrire_distribution_domicile.
           OPEN I-O fdistributions
           MOVE WidD TO fdi_id
           MOVE 0 TO fdi_idGroupe
           MOVE Wjl-date(WidxJl) TO fdi_date
           MOVE WidC TO fdi_centre
           MOVE Whoraire TO fdi_horaire
           MOVE Wpan-produit(WpremierLc) TO fdi_produit
           MOVE Wpan-quantite(WpremierLc) TO fdi_quantite
           MOVE "P" TO fdi_statut
           MOVE WidBeneficiaire TO fdi_beneficiaire
           MOVE 0 TO fdi_nbBenevoles
           MOVE SPACES TO fdi_campagne
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE WidUtilisateurConnecte TO fdi_modifPar
           MOVE Wdt(1:8) TO fdi_modifDate
           MOVE Wdt(9:6) TO fdi_modifHeure
           WRITE tamp_fdistributions
           END-WRITE
           MOVE "W" TO WimageOperation
           PERFORM Journaliser_image_distribution
           MOVE Wjl-date(WidxJl) TO Wdate
           PERFORM Marquer_distribution_crise
           CLOSE fdistributions.

       Imprimer_tournee_domicile.
           MOVE SPACES TO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "=== TOURNÉE À DOMICILE " WidTournee " du "
               Wjl-date(WidxJl) " - antenne " WantenneLv " ==="
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Véhicule : " WimmatLv " - chargement "
               Wjl-charge(WidxJl) " / capacité " WcapaciteLv
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT fbe
           MOVE WidChauffeur TO fbe_id
           READ fbe
               NOT INVALID KEY
                   MOVE SPACES TO WligneEtat
                   STRING "Chauffeur : " fbe_nom " " fbe_prenom
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
           END-READ
           CLOSE fbe
           PERFORM Imprimer_etapes_tournee.

       Imprimer_etape_domicile.
           MOVE 0 TO WidBeneficiaire
           OPEN INPUT fdistributions
           MOVE fte_reference TO fdi_id
           READ fdistributions
               INVALID KEY
                   MOVE SPACES TO WligneEtat
                   STRING "étape " fte_ordre
                       " : livraison à domicile " fte_reference
                       " introuvable"
                       DELIMITED BY SIZE INTO WligneEtat
               NOT INVALID KEY
                   MOVE fdi_beneficiaire TO WidBeneficiaire
                   MOVE SPACES TO WligneEtat
                   STRING "étape " fte_ordre
                       " : livraison à domicile - distribution "
                       fdi_id " - créneau " fdi_horaire
                       DELIMITED BY SIZE INTO WligneEtat
           END-READ
           CLOSE fdistributions
           PERFORM Spool_ligne
           IF WidBeneficiaire NOT = 0 THEN
               OPEN INPUT fbeneficiaires
               MOVE WidBeneficiaire TO fbn_id
               READ fbeneficiaires
                   NOT INVALID KEY
                       MOVE SPACES TO WligneEtat
                       STRING "  Foyer " fbn_id " " fbn_nom
                           " (" fbn_nbPersonnes " pers.)"
                           DELIMITED BY SIZE INTO WligneEtat
                       PERFORM Spool_ligne
                       MOVE SPACES TO WligneEtat
                       STRING "  Adresse : " fbn_adresse
                           DELIMITED BY SIZE INTO WligneEtat
                       PERFORM Spool_ligne
               END-READ
               CLOSE fbeneficiaires
               PERFORM Tester_livraison_domicile
               MOVE SPACES TO WligneEtat
               STRING "  Accès   : " WaccesLivraison
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE fte_reference TO WidD
               MOVE 0 TO WnbChg
               PERFORM Charger_lignes_etape
               MOVE 1 TO WidxChg
               PERFORM WITH TEST BEFORE UNTIL WidxChg > WnbChg
                   MOVE SPACES TO fpr_nom
                   OPEN INPUT fproduits
                   MOVE Wchg-produit(WidxChg) TO fpr_id
                   READ fproduits
                       INVALID KEY
                           MOVE SPACES TO fpr_nom
                   END-READ
                   CLOSE fproduits
                   MOVE SPACES TO WligneEtat
                   STRING "    [ ] produit " Wchg-produit(WidxChg)
                       " " fpr_nom " x " Wchg-quantite(WidxChg)
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   ADD 1 TO WidxChg
               END-PERFORM
               MOVE "  +--------------------------------------------"
                   TO WligneEtat
               PERFORM Spool_ligne
               MOVE "  | Colis reçu - nom et signature :       Heure :"
                   TO WligneEtat
               PERFORM Spool_ligne
               MOVE "  |" TO WligneEtat
               PERFORM Spool_ligne
               MOVE "  |" TO WligneEtat
               PERFORM Spool_ligne
               MOVE "  +--------------------------------------------"
                   TO WligneEtat
               PERFORM Spool_ligne
           END-IF.

       Imprimer_foyers_ecartes_lv.
           MOVE SPACES TO WligneEtat
           PERFORM Spool_ligne
           MOVE "--- Foyers non planifiés ou colis incomplets ---"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE 1 TO WidxFl
           PERFORM WITH TEST BEFORE UNTIL WidxFl > WnbFl
               MOVE SPACES TO WmotifLv
               IF Wfl-statut(WidxFl) = "R" THEN
                   MOVE "foyer non réinscrit" TO WmotifLv
               END-IF
               IF Wfl-statut(WidxFl) = "V" THEN
                   MOVE "pas de véhicule" TO WmotifLv
               END-IF
               IF Wfl-statut(WidxFl) = "H" THEN
                   MOVE "pas de chauffeur" TO WmotifLv
               END-IF
               IF Wfl-statut(WidxFl) = "D" THEN
                   MOVE "droit ou plafond atteint" TO WmotifLv
               END-IF
               IF Wfl-statut(WidxFl) = "C" THEN
                   MOVE "capacité ou jour indisponible" TO WmotifLv
               END-IF
               IF Wfl-statut(WidxFl) = "S" THEN
                   MOVE "stock ou panier insuffisant" TO WmotifLv
               END-IF
               IF Wfl-statut(WidxFl) = "P" THEN
                   MOVE "colis incomplet (livré)" TO WmotifLv
               END-IF
               IF WmotifLv NOT = SPACES THEN
                   IF Wfl-statut(WidxFl) NOT = "P" THEN
                       ADD 1 TO WnbEcartesLv
                   END-IF
                   MOVE SPACES TO WligneEtat
                   STRING "foyer " Wfl-beneficiaire(WidxFl)
                       " antenne " Wfl-antenne(WidxFl)
                       " centre " Wfl-centre(WidxFl)
                       " : " WmotifLv
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
               END-IF
               ADD 1 TO WidxFl
           END-PERFORM.
