       Tester_exercice_clos.
           MOVE 0 TO WexerciceClos
           OPEN INPUT fexercices
           IF cr_fexercices = 00 THEN
               COMPUTE fxc_annee = WdateExercice / 10000
               READ fexercices
                   NOT INVALID KEY
                       IF fxc_statut = "C" THEN
                           MOVE 1 TO WexerciceClos
                       END-IF
               END-READ
               CLOSE fexercices
           END-IF.

       Controler_exercice_ouvert.
           PERFORM Tester_exercice_clos
           IF WexerciceClos = 1 THEN
               COMPUTE WanneeExercice = WdateExercice / 10000
               DISPLAY "⚠️ L'exercice " WanneeExercice
                   " est clos : toute correction passe par une "
                   "écriture d'ajustement. ⚠️"
               MOVE 1 TO Wtrouver
           END-IF.

       Cloture_exercice.
           DISPLAY "Clôture d'exercice"
           IF WroleUtilisateurConnecte NOT = 1 THEN
               DISPLAY "⚠️ Réservé à l'administrateur. ⚠️"
           ELSE
               MOVE 0 TO Wtrouver
               DISPLAY "Entrez l'exercice à clôturer (AAAA) : "
               ACCEPT WanneeExercice
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE Wdt(1:8) TO WdateJour
               COMPUTE WdebutExercice = (WanneeExercice * 10000) + 0101
               COMPUTE WfinExercice = (WanneeExercice * 10000) + 1231
               IF WfinExercice >= WdateJour THEN
                   DISPLAY "⚠️ L'exercice " WanneeExercice
                       " n'est pas terminé. ⚠️"
                   MOVE 1 TO Wtrouver
               END-IF
               IF Wtrouver = 0 THEN
                   MOVE WdebutExercice TO WdateExercice
                   PERFORM Tester_exercice_clos
                   IF WexerciceClos = 1 THEN
                       DISPLAY "Cet exercice est déjà clos."
                       MOVE 1 TO Wtrouver
                   END-IF
               END-IF
               IF Wtrouver = 0 THEN
                   PERFORM Controler_mois_exercice
                   IF WnbMoisOuverts > 0 THEN
                       DISPLAY "⚠️ " WnbMoisOuverts
                           " mois non clos : clôture de l'exercice "
                           "refusée. ⚠️"
                       MOVE 1 TO Wtrouver
                   END-IF
               END-IF
               IF Wtrouver = 0 THEN
                   PERFORM Cumuler_frais_exercice
                   IF WnbFraisAttenteEx > 0 THEN
                       DISPLAY "⚠️ " WnbFraisAttenteEx
                           " note(s) de frais de l'exercice non "
                           "validée(s) ou non réglée(s) seront "
                           "gelée(s). ⚠️"
                   END-IF
                   DISPLAY "Confirmer la clôture définitive de "
                       "l'exercice " WanneeExercice " ? (O/N) : "
                   ACCEPT Wreponse
                   IF Wreponse NOT = "O" AND Wreponse NOT = "o" THEN
                       DISPLAY "Clôture abandonnée."
                       MOVE 1 TO Wtrouver
                   END-IF
               END-IF
               IF Wtrouver = 0 THEN
                   PERFORM Imprimer_dossier_exercice
                   PERFORM Enregistrer_cloture_exercice
                   PERFORM Ouvrir_serie_recus
                   MOVE "EX" TO WhiEntite
                   MOVE WanneeExercice TO WhiCle
                   MOVE "cloture" TO WhiChamp
                   MOVE "O" TO WhiAncien
                   MOVE "C" TO WhiNouveau
                   PERFORM Journaliser_historique
                   DISPLAY "Exercice " WanneeExercice " clos. Série "
                       "de reçus " WanneeNouvelle
                       " ouverte au reçu n. " WpremierRecu "."
               END-IF
           END-IF.

       Controler_mois_exercice.
           MOVE 0 TO WnbMoisOuverts
           OPEN INPUT fperiodes
           MOVE 1 TO WnumMois
           PERFORM WITH TEST AFTER UNTIL WnumMois > 12
               COMPUTE WmoisExercice = (WanneeExercice * 100)
                   + WnumMois
               MOVE WmoisExercice TO fpd_mois
               READ fperiodes
                   INVALID KEY
                       DISPLAY "période " WmoisExercice " non close"
                       ADD 1 TO WnbMoisOuverts
                   NOT INVALID KEY
                       IF fpd_statut NOT = "C" THEN
                           DISPLAY "période " WmoisExercice
                               " non close"
                           ADD 1 TO WnbMoisOuverts
                       END-IF
               END-READ
               ADD 1 TO WnumMois
           END-PERFORM
           CLOSE fperiodes.

       Imprimer_dossier_exercice.
           MOVE "CLOEXER" TO WcodeEtat
           MOVE 1 TO WspoolForce
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "=== DOSSIER DE CLÔTURE DE L'EXERCICE "
               WanneeExercice " ==="
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           PERFORM Valoriser_stock_exercice
           PERFORM Cumuler_recus_exercice
           PERFORM Cumuler_dons_exercice
           PERFORM Etat_subventions_exercice
           PERFORM Cumuler_encaissements_exercice
           PERFORM Cumuler_receptions_exercice
           PERFORM Cumuler_frais_exercice
           MOVE SPACES TO WligneEtat
           STRING "Notes de frais validées : " WnbFraisEx
               " pour " WmontantFraisEx " euros, "
               WnbFraisAttenteEx " en suspens"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           PERFORM Lister_ajustements_exercice
           PERFORM Spool_fin.

       Valoriser_stock_exercice.
           MOVE "---- Valorisation du stock au 31/12 ----"
               TO WligneEtat
           PERFORM Spool_ligne
           COMPUTE WmoisExercice = ((WanneeExercice + 1) * 100) + 1
           INITIALIZE Wtab-categories-exercice
           MOVE 0 TO WnbCategoriesEx
           MOVE 0 TO WvaleurStockEx
           MOVE 0 TO WnbProduitsEx
           OPEN INPUT fsoldes
           OPEN INPUT fproduits
           MOVE 0 TO Wfin
           MOVE WmoisExercice TO fso_mois
           MOVE 0 TO fso_centre
           MOVE 0 TO fso_produit
           START fsoldes KEY IS NOT LESS THAN fso_cle
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fsoldes NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fso_mois NOT = WmoisExercice OR
                               fso_centre NOT = 0 THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE fso_produit TO fpr_id
                           READ fproduits
                               INVALID KEY
                                   MOVE 0 TO fpr_cout
                                   MOVE SPACES TO fpr_categorie
                           END-READ
                           COMPUTE WvaleurLigneEx =
                               fso_quantite * fpr_cout
                           ADD WvaleurLigneEx TO WvaleurStockEx
                           ADD 1 TO WnbProduitsEx
                           PERFORM Cumuler_categorie_exercice
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fproduits
           CLOSE fsoldes
           IF WnbProduitsEx = 0 THEN
               MOVE "⚠️ Aucun solde d'ouverture au 1er janvier."
                   TO WligneEtat
               PERFORM Spool_ligne
           END-IF
           MOVE 1 TO WidxCx
           PERFORM WITH TEST BEFORE UNTIL WidxCx > WnbCategoriesEx
               MOVE SPACES TO WligneEtat
               STRING "catégorie " Wcx-categorie(WidxCx) " : "
                   Wcx-valeur(WidxCx) " euros"
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               ADD 1 TO WidxCx
           END-PERFORM
           MOVE SPACES TO WligneEtat
           STRING "Valeur totale du stock : " WvaleurStockEx
               " euros (" WnbProduitsEx " produit(s), "
               "coût unitaire actuel)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       Cumuler_categorie_exercice.
           MOVE 0 TO Wtrouve
           MOVE 1 TO WidxCx
           PERFORM WITH TEST BEFORE UNTIL WidxCx > WnbCategoriesEx
                   OR Wtrouve = 1
               IF Wcx-categorie(WidxCx) = fpr_categorie THEN
                   MOVE 1 TO Wtrouve
               ELSE
                   ADD 1 TO WidxCx
               END-IF
           END-PERFORM
           IF Wtrouve = 0 THEN
               IF WnbCategoriesEx < 30 THEN
                   ADD 1 TO WnbCategoriesEx
                   MOVE WnbCategoriesEx TO WidxCx
                   MOVE fpr_categorie TO Wcx-categorie(WidxCx)
                   MOVE 0 TO Wcx-valeur(WidxCx)
               ELSE
                   MOVE 30 TO WidxCx
               END-IF
           END-IF
           ADD WvaleurLigneEx TO Wcx-valeur(WidxCx).

       Cumuler_recus_exercice.
           MOVE "---- Reçus fiscaux ----" TO WligneEtat
           PERFORM Spool_ligne
           MOVE 0 TO WnbRecusEx
           MOVE 0 TO WnbRecusAnnulesEx
           MOVE 0 TO WmontantRecusEx
           MOVE 0 TO WnatureRecusEx
           MOVE 0 TO WpremierRecu
           MOVE 0 TO WdernierRecu
           OPEN INPUT frecus
           IF cr_frecus = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ frecus NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF frf_date >= WdebutExercice AND
                                   frf_date <= WfinExercice THEN
                               IF WpremierRecu = 0 THEN
                                   MOVE frf_num TO WpremierRecu
                               END-IF
                               MOVE frf_num TO WdernierRecu
                               IF frf_statut = "E" THEN
                                   ADD 1 TO WnbRecusEx
                                   IF frf_type = "M" THEN
                                       ADD frf_montant
                                           TO WmontantRecusEx
                                   ELSE
                                       ADD frf_quantite
                                           TO WnatureRecusEx
                                   END-IF
                               ELSE
                                   ADD 1 TO WnbRecusAnnulesEx
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE frecus
           END-IF
           MOVE SPACES TO WligneEtat
           STRING "Série " WanneeExercice " : reçus n. "
               WpremierRecu " à " WdernierRecu
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Reçus émis : " WnbRecusEx " pour "
               WmontantRecusEx " euros et " WnatureRecusEx
               " unité(s) en nature"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Reçus annulés ou remplacés : " WnbRecusAnnulesEx
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       Cumuler_dons_exercice.
           MOVE "---- Dons par type ----" TO WligneEtat
           PERFORM Spool_ligne
           MOVE 0 TO WnbDonsMEx
           MOVE 0 TO WnbDonsNEx
           MOVE 0 TO WmontantDonsEx
           MOVE 0 TO WquantiteDonsEx
           OPEN INPUT fdons
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fdons NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fdn_date >= WdebutExercice AND
                               fdn_date <= WfinExercice THEN
                           IF fdn_type = "M" THEN
                               ADD 1 TO WnbDonsMEx
                               ADD fdn_montant TO WmontantDonsEx
                           ELSE
                               ADD 1 TO WnbDonsNEx
                               ADD fdn_quantite TO WquantiteDonsEx
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdons
           MOVE SPACES TO WligneEtat
           STRING "Dons monétaires : " WnbDonsMEx " pour "
               WmontantDonsEx " euros"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Dons en nature : " WnbDonsNEx " pour "
               WquantiteDonsEx " unité(s)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       Etat_subventions_exercice.
           MOVE "---- Soldes des subventions au 31/12 ----"
               TO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT fsubventions
           OPEN INPUT fsubv-affect
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fsubventions NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fsb_dateDebut <= WfinExercice AND
                               fsb_dateFin >= WdebutExercice THEN
                           PERFORM Solder_subvention_exercice
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fsubv-affect
           CLOSE fsubventions.

       Solder_subvention_exercice.
           MOVE 0 TO WdepenseSubvEx
           MOVE 0 TO Wfin2
           MOVE fsb_id TO fsa_subvention
           START fsubv-affect KEY IS EQUAL TO fsa_subvention
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fsubv-affect NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fsa_subvention NOT = fsb_id THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fsa_statut = "A" AND
                                   fsa_date <= WfinExercice THEN
                               ADD fsa_montant TO WdepenseSubvEx
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WresteSubvEx = fsb_montant - WdepenseSubvEx
           MOVE WresteSubvEx TO WresteSubvEdit
           MOVE SPACES TO WligneEtat
           STRING "subvention " fsb_id " " fsb_libelle
               " accordé " fsb_montant " consommé " WdepenseSubvEx
               " solde " WresteSubvEdit
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       Cumuler_encaissements_exercice.
           MOVE "---- Participations des bénéficiaires ----"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE 0 TO WnbEncaissEx
           MOVE 0 TO WmontantEncaissEx
           OPEN INPUT fencaissements
           IF cr_fencaissements = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fencaissements NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fen_date >= WdebutExercice AND
                                   fen_date <= WfinExercice THEN
                               ADD 1 TO WnbEncaissEx
                               ADD fen_montant TO WmontantEncaissEx
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fencaissements
           END-IF
           MOVE SPACES TO WligneEtat
           STRING "Encaissements : " WnbEncaissEx " pour "
               WmontantEncaissEx " euros"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       Cumuler_receptions_exercice.
           MOVE "---- Réceptions et frais des bénévoles ----"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE 0 TO WnbReceptionsEx
           MOVE 0 TO WquantiteReceptionsEx
           OPEN INPUT freceptions
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ freceptions NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fre_date >= WdebutExercice AND
                               fre_date <= WfinExercice THEN
                           ADD 1 TO WnbReceptionsEx
                           ADD fre_quantite TO WquantiteReceptionsEx
                       END-IF
               END-READ
           END-PERFORM
           CLOSE freceptions
           MOVE SPACES TO WligneEtat
           STRING "Réceptions : " WnbReceptionsEx " pour "
               WquantiteReceptionsEx " unité(s)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       Cumuler_frais_exercice.
           MOVE 0 TO WnbFraisEx
           MOVE 0 TO WnbFraisAttenteEx
           MOVE 0 TO WmontantFraisEx
           OPEN INPUT ffrais
           IF cr_ffrais = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ ffrais NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF ffr_date >= WdebutExercice AND
                                   ffr_date <= WfinExercice THEN
                               IF ffr_statut = "S" THEN
                                   ADD 1 TO WnbFraisAttenteEx
                               END-IF
                               IF ffr_statut = "V" THEN
                                   ADD 1 TO WnbFraisEx
                                   ADD ffr_montant TO WmontantFraisEx
                                   IF ffr_choix = SPACE THEN
                                       ADD 1 TO WnbFraisAttenteEx
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ffrais
           END-IF.

       Lister_ajustements_exercice.
           MOVE "---- Ajustements d'exercices clos validés ----"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE 0 TO WnbAjustements
           OPEN INPUT fajustements
           IF cr_fajustements = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fajustements NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF faj_statut = "V" AND
                                   faj_date >= WdebutExercice AND
                                   faj_date <= WfinExercice THEN
                               MOVE SPACES TO WligneEtat
                               STRING "ajustement " faj_id " du "
                                   faj_date " sur " faj_exercice
                                   " pièce " faj_type faj_reference
                                   " " faj_sens faj_montant " euros "
                                   faj_sens faj_quantite " u."
                                   DELIMITED BY SIZE INTO WligneEtat
                               PERFORM Spool_ligne
                               ADD 1 TO WnbAjustements
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fajustements
           END-IF
           IF WnbAjustements = 0 THEN
               MOVE "Aucun ajustement." TO WligneEtat
               PERFORM Spool_ligne
           END-IF.

       Enregistrer_cloture_exercice.
           OPEN I-O fexercices
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE WanneeExercice TO fxc_annee
           MOVE "C" TO fxc_statut
           MOVE WidUtilisateurConnecte TO fxc_par
           MOVE Wdt(1:8) TO fxc_date
           MOVE Wdt(9:6) TO fxc_heure
           MOVE WpremierRecu TO fxc_premierRecu
           MOVE WdernierRecu TO fxc_dernierRecu
           MOVE WnbRecusEx TO fxc_nbRecus
           MOVE WmontantRecusEx TO fxc_montantRecus
           MOVE WvaleurStockEx TO fxc_valeurStock
           WRITE tamp_fexercices
               INVALID KEY
                   REWRITE tamp_fexercices
                   END-REWRITE
           END-WRITE
           CLOSE fexercices.

       Ouvrir_serie_recus.
           COMPUTE WanneeNouvelle = WanneeExercice + 1
           MOVE WanneeNouvelle TO WanneeRecu
           PERFORM Chercher_premier_recu
           IF WpremierRecu = 0 THEN
               OPEN INPUT increment
               MOVE "RF" TO autoinc_entite
               READ increment
                   INVALID KEY MOVE 1 TO WpremierRecu
                   NOT INVALID KEY
                       COMPUTE WpremierRecu = autoinc_num + 1
               END-READ
               CLOSE increment
           END-IF
           OPEN I-O fexercices
           MOVE WanneeNouvelle TO fxc_annee
           READ fexercices
               INVALID KEY
                   MOVE WanneeNouvelle TO fxc_annee
                   MOVE "O" TO fxc_statut
                   MOVE 0 TO fxc_par
                   MOVE 0 TO fxc_date
                   MOVE 0 TO fxc_heure
                   MOVE WpremierRecu TO fxc_premierRecu
                   MOVE 0 TO fxc_dernierRecu
                   MOVE 0 TO fxc_nbRecus
                   MOVE 0 TO fxc_montantRecus
                   MOVE 0 TO fxc_valeurStock
                   WRITE tamp_fexercices
                   END-WRITE
               NOT INVALID KEY
                   MOVE WpremierRecu TO fxc_premierRecu
                   REWRITE tamp_fexercices
                   END-REWRITE
           END-READ
           CLOSE fexercices.

       Chercher_premier_recu.
           MOVE 0 TO WpremierRecu
           OPEN INPUT frecus
           IF cr_frecus = 00 THEN
               MOVE 0 TO Wfin2
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ frecus NEXT
                       AT END MOVE 1 TO Wfin2
                       NOT AT END
                           COMPUTE WdateReference = frf_date / 10000
                           IF WdateReference = WanneeRecu THEN
                               MOVE frf_num TO WpremierRecu
                               MOVE 1 TO Wfin2
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE frecus
           END-IF.

       Calculer_rang_recu.
           MOVE 0 TO WpremierRecu
           OPEN INPUT fexercices
           IF cr_fexercices = 00 THEN
               MOVE WanneeRecu TO fxc_annee
               READ fexercices
                   NOT INVALID KEY
                       MOVE fxc_premierRecu TO WpremierRecu
               END-READ
               CLOSE fexercices
           END-IF
           IF WpremierRecu = 0 THEN
               PERFORM Chercher_premier_recu
           END-IF
           IF WpremierRecu > 0 AND WnumRecu >= WpremierRecu THEN
               COMPUTE WrangRecu = WnumRecu - WpremierRecu + 1
           ELSE
               MOVE WnumRecu TO WrangRecu
           END-IF.

       Affichage_exercices.
           OPEN INPUT fexercices
           MOVE 0 TO Wtrouve
           IF cr_fexercices = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fexercices NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       DISPLAY "exercice " fxc_annee
                           " statut " fxc_statut
                           " clos le " fxc_date
                           " par " fxc_par
                           " reçus n. " fxc_premierRecu
                           " à " fxc_dernierRecu
                       MOVE 1 TO Wtrouve
                   END-READ
               END-PERFORM
               CLOSE fexercices
           END-IF
           IF Wtrouve = 0 THEN
               DISPLAY "Aucun exercice clos."
           END-IF
           OPEN INPUT fajustements
           IF cr_fajustements = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fajustements NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       DISPLAY "ajustement " faj_id
                           " sur " faj_exercice
                           " du " faj_date
                           " pièce " faj_type faj_reference
                           " " faj_sens faj_montant " euros"
                           " statut " faj_statut
                   END-READ
               END-PERFORM
               CLOSE fajustements
           END-IF.

       Saisie_ajustement_exercice.
           DISPLAY "Écriture d'ajustement sur un exercice clos"
           MOVE 0 TO Wtrouver
           DISPLAY "Entrez l'exercice corrigé (AAAA) : "
           ACCEPT WanneeExercice
           COMPUTE WdebutExercice = (WanneeExercice * 10000) + 0101
           COMPUTE WfinExercice = (WanneeExercice * 10000) + 1231
           MOVE WdebutExercice TO WdateExercice
           PERFORM Tester_exercice_clos
           IF WexerciceClos = 0 THEN
               DISPLAY "Cet exercice n'est pas clos : corriger "
                   "directement la pièce."
               MOVE 1 TO Wtrouver
           END-IF

           IF Wtrouver = 0 THEN
               MOVE SPACES TO WtypeAjustement
               PERFORM WITH TEST AFTER
                       UNTIL WtypeAjustement = "D"
                           OR WtypeAjustement = "E"
                           OR WtypeAjustement = "R"
                           OR WtypeAjustement = "F"
                   DISPLAY "Pièce corrigée (D=don, E=encaissement, "
                       "R=réception, F=note de frais) : "
                   ACCEPT WtypeAjustement
               END-PERFORM
               DISPLAY "Entrez l'ID de la pièce : "
               ACCEPT WrefAjustement
               PERFORM Controler_piece_ajustement
           END-IF

           IF Wtrouver = 0 THEN
               MOVE SPACES TO WsensAjustement
               PERFORM WITH TEST AFTER
                       UNTIL WsensAjustement = "+"
                           OR WsensAjustement = "-"
                   DISPLAY "Sens de la correction (+ = ajout, "
                       "- = diminution) : "
                   ACCEPT WsensAjustement
               END-PERFORM
               DISPLAY "Montant de la correction (euros, "
                   "0 si aucun) : "
               ACCEPT WmontantAjustement
               MOVE 0 TO WquantiteAjustement
               IF WtypeAjustement = "D" OR WtypeAjustement = "R" THEN
                   DISPLAY "Quantité corrigée (0 si aucune) : "
                   ACCEPT WquantiteAjustement
               END-IF
               IF WmontantAjustement = 0 AND
                       WquantiteAjustement = 0 THEN
                   DISPLAY "⚠️ Correction nulle, écriture "
                       "refusée. ⚠️"
                   MOVE 1 TO Wtrouver
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               MOVE SPACES TO WmotifAjustement
               PERFORM WITH TEST AFTER
                       UNTIL WmotifAjustement NOT = SPACES
                   DISPLAY "Motif de l'ajustement : "
                   ACCEPT WmotifAjustement
               END-PERFORM

               OPEN I-O increment
               MOVE "AJ" TO autoinc_entite
               READ increment
                   INVALID KEY
                       MOVE "AJ" TO autoinc_entite
                       MOVE 00001 TO autoinc_num
                       WRITE autoinc
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
               END-READ
               CLOSE increment
               MOVE autoinc_num TO WidAjustement

               OPEN I-O fajustements
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE WidAjustement TO faj_id
               MOVE WanneeExercice TO faj_exercice
               MOVE Wdt(1:8) TO faj_date
               MOVE WtypeAjustement TO faj_type
               MOVE WrefAjustement TO faj_reference
               MOVE WsensAjustement TO faj_sens
               MOVE WmontantAjustement TO faj_montant
               MOVE WquantiteAjustement TO faj_quantite
               MOVE WmotifAjustement TO faj_motif
               MOVE "A" TO faj_statut
               MOVE WidUtilisateurConnecte TO faj_saisiPar
               MOVE 0 TO faj_validePar
               MOVE 0 TO faj_dateValidation
               WRITE tamp_fajustements
               END-WRITE
               CLOSE fajustements
               DISPLAY "Ajustement " WidAjustement " enregistré au "
                   Wdt(1:8) ", en attente de validation par "
                   "l'administrateur."
           END-IF.

       Controler_piece_ajustement.
           MOVE 0 TO WdateReference
           IF WtypeAjustement = "D" THEN
               OPEN INPUT fdons
               MOVE WrefAjustement TO fdn_id
               READ fdons
                   INVALID KEY
                       DISPLAY "Le don n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       MOVE fdn_date TO WdateReference
               END-READ
               CLOSE fdons
           END-IF
           IF WtypeAjustement = "E" THEN
               OPEN INPUT fencaissements
               MOVE WrefAjustement TO fen_id
               READ fencaissements
                   INVALID KEY
                       DISPLAY "L'encaissement n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       MOVE fen_date TO WdateReference
               END-READ
               CLOSE fencaissements
           END-IF
           IF WtypeAjustement = "R" THEN
               OPEN INPUT freceptions
               MOVE WrefAjustement TO fre_id
               READ freceptions
                   INVALID KEY
                       DISPLAY "La réception n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       MOVE fre_date TO WdateReference
               END-READ
               CLOSE freceptions
           END-IF
           IF WtypeAjustement = "F" THEN
               OPEN INPUT ffrais
               MOVE WrefAjustement TO ffr_id
               READ ffrais
                   INVALID KEY
                       DISPLAY "La note de frais n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       MOVE ffr_date TO WdateReference
               END-READ
               CLOSE ffrais
           END-IF
           IF Wtrouver = 0 AND
                   (WdateReference < WdebutExercice OR
                   WdateReference > WfinExercice) THEN
               DISPLAY "⚠️ La pièce est datée du " WdateReference
                   ", hors de l'exercice " WanneeExercice ". ⚠️"
               MOVE 1 TO Wtrouver
           END-IF.

       Validation_ajustements_exercice.
           DISPLAY "Ajustements d'exercices clos en attente"
           IF WroleUtilisateurConnecte NOT = 1 THEN
               DISPLAY "⚠️ Réservé à l'administrateur. ⚠️"
           ELSE
               MOVE 0 TO WnbAjustements
               OPEN INPUT fajustements
               IF cr_fajustements = 00 THEN
                   MOVE 0 TO Wfin
                   PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       READ fajustements NEXT
                           AT END MOVE 1 TO Wfin
                           NOT AT END
                               IF faj_statut = "A" THEN
                                   DISPLAY faj_id " exercice "
                                       faj_exercice " pièce "
                                       faj_type faj_reference " "
                                       faj_sens faj_montant " euros "
                                       faj_quantite " u. saisi par "
                                       faj_saisiPar
                                   DISPLAY "      " faj_motif
                                   ADD 1 TO WnbAjustements
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fajustements
               END-IF
               IF WnbAjustements = 0 THEN
                   DISPLAY "Aucun ajustement en attente."
               ELSE
                   PERFORM Valider_un_ajustement
               END-IF
           END-IF.

       Valider_un_ajustement.
           DISPLAY "Entrez l'ID de l'ajustement à traiter : "
           ACCEPT WidAjustement
           MOVE 0 TO Wtrouver
           OPEN I-O fajustements
           MOVE WidAjustement TO faj_id
           READ fajustements
               INVALID KEY
                   DISPLAY "L'ajustement n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF faj_statut NOT = "A" THEN
                       DISPLAY "Cet ajustement est déjà traité."
                       MOVE 1 TO Wtrouver
                   ELSE IF faj_saisiPar = WidUtilisateurConnecte
                       DISPLAY "⚠️ Vous ne pouvez pas valider "
                           "votre propre ajustement. ⚠️"
                       MOVE 1 TO Wtrouver
                   END-IF
           END-READ
           IF Wtrouver = 0 THEN
               MOVE SPACES TO WstatutAjustement
               PERFORM WITH TEST AFTER
                       UNTIL WstatutAjustement = "V"
                           OR WstatutAjustement = "R"
                   DISPLAY "Valider ou rejeter ? (V/R) : "
                   ACCEPT WstatutAjustement
               END-PERFORM
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE WstatutAjustement TO faj_statut
               MOVE WidUtilisateurConnecte TO faj_validePar
               MOVE Wdt(1:8) TO faj_dateValidation
               REWRITE tamp_fajustements
               END-REWRITE
           END-IF
           CLOSE fajustements
           IF Wtrouver = 0 THEN
               MOVE "AJ" TO WhiEntite
               MOVE WidAjustement TO WhiCle
               MOVE "validation" TO WhiChamp
               MOVE "A" TO WhiAncien
               MOVE WstatutAjustement TO WhiNouveau
               PERFORM Journaliser_historique
               IF WstatutAjustement = "V" THEN
                   DISPLAY "Ajustement validé."
               ELSE
                   DISPLAY "Ajustement rejeté."
               END-IF
           END-IF.
