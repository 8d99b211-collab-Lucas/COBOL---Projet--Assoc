       Evaluation_eligibilite.
           DISPLAY "Évaluation d'éligibilité d'un foyer"
           MOVE 0 TO Wtrouver
           PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
               DISPLAY "Entrez l'ID du bénéficiaire : "
               ACCEPT WidBeneficiaire
               PERFORM Valider_beneficiaire
           END-PERFORM
           PERFORM Saisir_evaluation.

       Saisir_evaluation.
           MOVE 0 TO Wressources
           MOVE 0 TO Wcharges
           INITIALIZE tamp_fevaluations
           DISPLAY "Ressources mensuelles du foyer (euros) :"
           DISPLAY "Salaires et revenus d'activité : "
           ACCEPT WmontantSaisi
           MOVE WmontantSaisi TO fev_salaires
           ADD WmontantSaisi TO Wressources
           DISPLAY "Prestations CAF, RSA, AAH : "
           ACCEPT WmontantSaisi
           MOVE WmontantSaisi TO fev_prestations
           ADD WmontantSaisi TO Wressources
           DISPLAY "Allocations chômage : "
           ACCEPT WmontantSaisi
           MOVE WmontantSaisi TO fev_chomage
           ADD WmontantSaisi TO Wressources
           DISPLAY "Pensions et retraites : "
           ACCEPT WmontantSaisi
           MOVE WmontantSaisi TO fev_pensions
           ADD WmontantSaisi TO Wressources
           DISPLAY "Autres ressources : "
           ACCEPT WmontantSaisi
           MOVE WmontantSaisi TO fev_autresRes
           ADD WmontantSaisi TO Wressources

           DISPLAY "Charges fixes mensuelles (euros) :"
           DISPLAY "Loyer ou crédit immobilier (hors APL) : "
           ACCEPT WmontantSaisi
           MOVE WmontantSaisi TO fev_loyer
           ADD WmontantSaisi TO Wcharges
           DISPLAY "Énergie et eau : "
           ACCEPT WmontantSaisi
           MOVE WmontantSaisi TO fev_energie
           ADD WmontantSaisi TO Wcharges
           DISPLAY "Assurances et mutuelle : "
           ACCEPT WmontantSaisi
           MOVE WmontantSaisi TO fev_assurances
           ADD WmontantSaisi TO Wcharges
           DISPLAY "Remboursements de crédits et dettes : "
           ACCEPT WmontantSaisi
           MOVE WmontantSaisi TO fev_credits
           ADD WmontantSaisi TO Wcharges
           DISPLAY "Autres charges fixes : "
           ACCEPT WmontantSaisi
           MOVE WmontantSaisi TO fev_autresCh
           ADD WmontantSaisi TO Wcharges

           PERFORM Calculer_parts_foyer
           COMPUTE WresteVivre ROUNDED =
               ((Wressources - Wcharges) * 10) / (WpartsFoyer * 30)
           PERFORM Determiner_duree_acces
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateEvaluation
           PERFORM Calculer_fin_droit

           MOVE WidBeneficiaire TO fev_beneficiaire
           MOVE WdateEvaluation TO fev_date
           MOVE WpartsFoyer TO fev_parts
           MOVE WresteVivre TO fev_resteVivre
           MOVE WdureeAcces TO fev_dureeMois
           MOVE WdateFinDroit TO fev_dateFinDroit
           MOVE WidUtilisateurConnecte TO fev_evaluePar
           OPEN I-O fevaluations
           WRITE tamp_fevaluations
               INVALID KEY
                   REWRITE tamp_fevaluations
                   END-REWRITE
           END-WRITE
           CLOSE fevaluations

           DISPLAY "Ressources : " Wressources " charges : " Wcharges
           DISPLAY "Parts du foyer (x10) : " WpartsFoyer
           DISPLAY "Reste à vivre par personne et par jour : "
               WresteVivre
           IF WdureeAcces = 0 THEN
               DISPLAY "⚠️ Reste à vivre au-dessus des seuils, "
                   "accès non accordé. ⚠️"
           ELSE
               DISPLAY "Accès accordé pour " WdureeAcces
                   " mois, jusqu'au " WdateFinDroit
               OPEN I-O fbeneficiaires
               MOVE WidBeneficiaire TO fbn_id
               READ fbeneficiaires
                   NOT INVALID KEY
                       MOVE "BF" TO WhiEntite
                       MOVE fbn_id TO WhiCle
                       MOVE "renouvelle" TO WhiChamp
                       MOVE fbn_dateRenouvellement TO WhiAncien
                       MOVE WdateEvaluation TO WhiNouveau
                       PERFORM Journaliser_historique
                       MOVE WdateEvaluation TO fbn_dateRenouvellement
                       MOVE WidUtilisateurConnecte TO fbn_modifPar
                       MOVE Wdt(1:8) TO fbn_modifDate
                       MOVE Wdt(9:6) TO fbn_modifHeure
                       REWRITE tamp_fbeneficiaires
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_beneficiaire
               END-READ
               CLOSE fbeneficiaires
           END-IF.

       Lire_seuils_reste_vivre.
           MOVE "RAVSEUL1" TO WcodeParam
           PERFORM Lire_parametre
           IF WvaleurParam = 0 THEN
               MOVE 5 TO WvaleurParam
           END-IF
           MOVE WvaleurParam TO WseuilRav1
           MOVE "RAVSEUL2" TO WcodeParam
           PERFORM Lire_parametre
           IF WvaleurParam = 0 THEN
               MOVE 8 TO WvaleurParam
           END-IF
           MOVE WvaleurParam TO WseuilRav2
           MOVE "RAVSEUL3" TO WcodeParam
           PERFORM Lire_parametre
           IF WvaleurParam = 0 THEN
               MOVE 12 TO WvaleurParam
           END-IF
           MOVE WvaleurParam TO WseuilRav3.

       Determiner_duree_acces.
           PERFORM Lire_seuils_reste_vivre
           MOVE 0 TO WdureeAcces
           MOVE SPACES TO WcodeParam
           IF WresteVivre < WseuilRav3 THEN
               MOVE "RAVDUR3" TO WcodeParam
           END-IF
           IF WresteVivre < WseuilRav2 THEN
               MOVE "RAVDUR2" TO WcodeParam
           END-IF
           IF WresteVivre < WseuilRav1 THEN
               MOVE "RAVDUR1" TO WcodeParam
           END-IF
           IF WcodeParam NOT = SPACES THEN
               PERFORM Lire_parametre
               IF WvaleurParam = 0 THEN
                   MOVE 3 TO WvaleurParam
               END-IF
               MOVE WvaleurParam TO WdureeAcces
           END-IF.

       Calculer_fin_droit.
           MOVE WdateEvaluation TO WdateFinDroit
           IF WdureeAcces > 0 THEN
               MOVE WdateEvaluation TO Wdate
               PERFORM Valider_date
               MOVE WanneeV TO WanneeFin
               MOVE WjourV TO WjourFin
               COMPUTE WmoisFin = WmoisV + WdureeAcces
               PERFORM UNTIL WmoisFin < 13
                   SUBTRACT 12 FROM WmoisFin
                   ADD 1 TO WanneeFin
               END-PERFORM
               COMPUTE Wdate = (WanneeFin * 10000)
                   + (WmoisFin * 100) + 1
               PERFORM Valider_date
               IF WjourFin > WmaxJour THEN
                   MOVE WmaxJour TO WjourFin
               END-IF
               COMPUTE WdateFinDroit = (WanneeFin * 10000)
                   + (WmoisFin * 100) + WjourFin
           END-IF.

       Chercher_evaluation_recente.
           MOVE 0 TO WdateEvaluation
           MOVE 0 TO WdateFinDroit
           MOVE 0 TO WresteVivre
           OPEN INPUT fevaluations
           MOVE 0 TO WfinEval
           MOVE WidBeneficiaire TO fev_beneficiaire
           MOVE 0 TO fev_date
           START fevaluations KEY IS NOT LESS THAN fev_cle
               INVALID KEY MOVE 1 TO WfinEval
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinEval = 1
               READ fevaluations NEXT
                   AT END MOVE 1 TO WfinEval
                   NOT AT END
                       IF fev_beneficiaire NOT = WidBeneficiaire THEN
                           MOVE 1 TO WfinEval
                       ELSE
                           MOVE fev_date TO WdateEvaluation
                           MOVE fev_dateFinDroit TO WdateFinDroit
                           MOVE fev_resteVivre TO WresteVivre
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fevaluations.

       Controler_droit_evaluation.
           IF WdateJour >= WdateFinDroit THEN
               IF WdateFinDroit = WdateEvaluation THEN
                   DISPLAY "⚠️ Évaluation du " WdateEvaluation
                       " : accès non accordé. ⚠️"
               ELSE
                   DISPLAY "⚠️ Accès accordé jusqu'au "
                       WdateFinDroit " expiré, nouvelle "
                       "évaluation nécessaire. ⚠️"
               END-IF
               PERFORM Demander_derogation
               IF Wreponse = "O" OR Wreponse = "o" THEN
                   PERFORM Deroger_droit_beneficiaire
               ELSE
                   DISPLAY "Distribution refusée "
                       "(droit d'accès expiré)."
                   MOVE 1 TO Wtrouver
               END-IF
           END-IF.

       Historique_evaluations.
           DISPLAY "Entrez l'ID du bénéficiaire : "
           ACCEPT WidBeneficiaire
           MOVE 0 TO Wtrouve
           OPEN INPUT fevaluations
           MOVE 0 TO WfinEval
           MOVE WidBeneficiaire TO fev_beneficiaire
           MOVE 0 TO fev_date
           START fevaluations KEY IS NOT LESS THAN fev_cle
               INVALID KEY MOVE 1 TO WfinEval
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinEval = 1
               READ fevaluations NEXT
                   AT END MOVE 1 TO WfinEval
                   NOT AT END
                       IF fev_beneficiaire NOT = WidBeneficiaire THEN
                           MOVE 1 TO WfinEval
                       ELSE
                           COMPUTE Wressources = fev_salaires
                               + fev_prestations + fev_chomage
                               + fev_pensions + fev_autresRes
                           COMPUTE Wcharges = fev_loyer
                               + fev_energie + fev_assurances
                               + fev_credits + fev_autresCh
                           DISPLAY fev_date " ressources "
                               Wressources " charges " Wcharges
                               " parts " fev_parts
                           DISPLAY "    reste à vivre/pers/j "
                               fev_resteVivre " accès "
                               fev_dureeMois " mois jusqu'au "
                               fev_dateFinDroit " par "
                               fev_evaluePar
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fevaluations
           IF Wtrouve = 0 THEN
               DISPLAY "Aucune évaluation pour ce foyer."
           END-IF.

       Rapport_tranches_reste_vivre.
           PERFORM Lire_seuils_reste_vivre
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           INITIALIZE Wtab-tranches-rav
           MOVE 0 TO WnbFoyersRav
           MOVE 0 TO WnbDroitsExpires
           OPEN INPUT fbeneficiaires
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fbeneficiaires NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fbn_statut = "A" THEN
                           MOVE fbn_id TO WidBeneficiaire
                           PERFORM Chercher_evaluation_recente
                           PERFORM Classer_tranche_reste_vivre
                           ADD 1 TO Wtr-nbFoyers(WtrancheRav)
                           ADD 1 TO WnbFoyersRav
                           IF WdateEvaluation NOT = 0 AND
                                   WdateJour >= WdateFinDroit THEN
                               ADD 1 TO WnbDroitsExpires
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fbeneficiaires

           MOVE "RAVTRANC" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Répartition des foyers actifs par reste à "
               "vivre (EUR/pers/jour)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           PERFORM VARYING WtrancheRav FROM 1 BY 1
                   UNTIL WtrancheRav > 6
               MOVE 0 TO WpctTranche
               IF WnbFoyersRav > 0 THEN
                   COMPUTE WpctTranche ROUNDED =
                       (Wtr-nbFoyers(WtrancheRav) * 100)
                       / WnbFoyersRav
               END-IF
               PERFORM Libeller_tranche_reste_vivre
               MOVE SPACES TO WligneEtat
               STRING WlibelleTranche Wtr-nbFoyers(WtrancheRav)
                   " foyers (" WpctTranche " %)"
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
           END-PERFORM
           MOVE SPACES TO WligneEtat
           STRING "Droits d'accès expirés : " WnbDroitsExpires
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE WnbFoyersRav TO WtotalEtat
           PERFORM Spool_fin.

       Classer_tranche_reste_vivre.
           IF WdateEvaluation = 0 THEN
               MOVE 6 TO WtrancheRav
           ELSE IF WresteVivre < 0 THEN
               MOVE 1 TO WtrancheRav
           ELSE IF WresteVivre < WseuilRav1 THEN
               MOVE 2 TO WtrancheRav
           ELSE IF WresteVivre < WseuilRav2 THEN
               MOVE 3 TO WtrancheRav
           ELSE IF WresteVivre < WseuilRav3 THEN
               MOVE 4 TO WtrancheRav
           ELSE
               MOVE 5 TO WtrancheRav
           END-IF.

       Libeller_tranche_reste_vivre.
           MOVE SPACES TO WlibelleTranche
           IF WtrancheRav = 1 THEN
               MOVE "négatif" TO WlibelleTranche
           ELSE IF WtrancheRav = 2 THEN
               STRING "0 à " WseuilRav1
                   DELIMITED BY SIZE INTO WlibelleTranche
           ELSE IF WtrancheRav = 3 THEN
               STRING WseuilRav1 " à " WseuilRav2
                   DELIMITED BY SIZE INTO WlibelleTranche
           ELSE IF WtrancheRav = 4 THEN
               STRING WseuilRav2 " à " WseuilRav3
                   DELIMITED BY SIZE INTO WlibelleTranche
           ELSE IF WtrancheRav = 5 THEN
               STRING WseuilRav3 " et plus"
                   DELIMITED BY SIZE INTO WlibelleTranche
           ELSE
               MOVE "non évalué" TO WlibelleTranche
           END-IF.

       GERE_EVALUATIONS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 5 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Nouvelle évaluation d'éligibilité "
           DISPLAY  "2. Historique des évaluations d'un foyer "
           DISPLAY  "3. Répartition par reste à vivre "
           DISPLAY  "4.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Evaluation_eligibilite
           ELSE IF Wchoix = 2 THEN
               PERFORM Historique_evaluations
           ELSE IF Wchoix = 3 THEN
               PERFORM Rapport_tranches_reste_vivre
           ELSE IF Wchoix = 4 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
