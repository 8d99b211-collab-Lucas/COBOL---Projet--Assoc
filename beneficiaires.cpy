               MOVE Wdt(9:6) TO fbn_modifHeure
               WRITE tamp_fbeneficiaires
               END-WRITE
               MOVE "W" TO WimageOperation
               PERFORM Journaliser_image_beneficiaire
               CLOSE fbeneficiaires
               DISPLAY "Bénéficiaire enregistré."
               DISPLAY "Évaluer l'éligibilité maintenant ? (O/N) : "
               ACCEPT Wreponse
               IF Wreponse = "O" OR Wreponse = "o" THEN
                   MOVE autoinc_num TO WidBeneficiaire
                   PERFORM Saisir_evaluation
               END-IF
           END-IF.

       Verifier_doublon_beneficiaire.
                           MOVE Wdt(9:6) TO fbn_modifHeure
                           REWRITE tamp_fbeneficiaires
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_beneficiaire
                   END-READ
               END-IF
               CLOSE fbeneficiaires
                               TO fdi_beneficiaire
                           REWRITE tamp_fdistributions
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_distribution
                       END-IF
               END-READ
           END-PERFORM
                   MOVE Wdt(9:6) TO fbn_modifHeure
                   REWRITE tamp_fbeneficiaires
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_beneficiaire
                   DISPLAY "Bénéficiaire modifié"
               END-READ
           END-PERFORM
                   MOVE "I" TO fbn_statut
                   REWRITE tamp_fbeneficiaires
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_beneficiaire
                   MOVE 1 TO Wtrouver
               END-READ
           END-PERFORM
                   MOVE "A" TO fbn_statut
                   REWRITE tamp_fbeneficiaires
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_beneficiaire
                   DISPLAY "Le bénéficiaire a été restauré."
                   MOVE 1 TO Wtrouver
               END-READ
                       MOVE WnbPersonnes TO fbn_nbPersonnes
                       REWRITE tamp_fbeneficiaires
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_beneficiaire
               END-READ
               CLOSE fbeneficiaires
           END-IF.
               ACCEPT WidBeneficiaire
               PERFORM Valider_beneficiaire
           END-PERFORM
           MOVE 0 TO WdetailJustif
           PERFORM Controler_justificatifs_foyer
           IF WnbJustifKo > 0 THEN
               DISPLAY "Renouvellement refusé : " WnbJustifKo
                   " justificatif(s) obligatoire(s) manquant(s) "
                   "ou expiré(s)."
           ELSE
           OPEN I-O fbeneficiaires
           MOVE WidBeneficiaire TO fbn_id
           READ fbeneficiaires
                   MOVE Wdt(9:6) TO fbn_modifHeure
                   REWRITE tamp_fbeneficiaires
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_beneficiaire
                   DISPLAY "Foyer réinscrit pour l'année en cours."
           END-READ
           CLOSE fbeneficiaires
           END-IF.

       Campagne_reinscription.
           DISPLAY "Foyers actifs non réinscrits cette année :"
           MOVE Wdt(1:8) TO WdateJour
           MOVE Wdt(1:4) TO WanneeJour
           MOVE 0 TO WdateRenouv
           MOVE SPACES TO WstatutBn
           OPEN INPUT fbeneficiaires
           MOVE WidBeneficiaire TO fbn_id
           READ fbeneficiaires
               NOT INVALID KEY
                   MOVE fbn_dateRenouvellement TO WdateRenouv
                   MOVE fbn_statut TO WstatutBn
           END-READ
           CLOSE fbeneficiaires
           PERFORM Chercher_evaluation_recente
           IF WstatutBn = "P" THEN
               DISPLAY "⚠️ Orientation en attente de validation, "
                   "distribution refusée. ⚠️"
               MOVE 1 TO Wtrouver
           ELSE IF WdateEvaluation NOT = 0 THEN
               PERFORM Controler_droit_evaluation
           ELSE IF WdateRenouv / 10000 < WanneeJour THEN
               MOVE "REINSGRC" TO WcodeParam
               PERFORM Lire_parametre
               IF WvaleurParam = 0 THEN
               IF WdateJour >= WdateLimite THEN
                   DISPLAY "⚠️ Foyer non réinscrit pour l'année "
                       WanneeJour ", service suspendu. ⚠️"
                   PERFORM Demander_derogation
                   IF Wreponse = "O" OR Wreponse = "o" THEN
                       PERFORM Deroger_droit_beneficiaire
                   ELSE
           END-PERFORM
           CLOSE fdistributions.

       Validation_orientations.
           DISPLAY "Orientations importées en attente de validation"
           MOVE 0 TO Wtrouve
           OPEN I-O fbeneficiaires
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fbeneficiaires NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fbn_statut = "P" THEN
                           MOVE 1 TO Wtrouve
                           DISPLAY "foyer " fbn_id " " fbn_nom
                               " - " fbn_adresse
                           DISPLAY "    " fbn_nbPersonnes
                               " personne(s), prescripteur "
                               fbn_prescripteur " orienté le "
                               fbn_dateOrientation
                           DISPLAY "Valider (V), refuser (R) ou "
                               "laisser en attente (autre) : "
                           ACCEPT Wreponse
                           IF Wreponse = "V" OR Wreponse = "v" THEN
                               MOVE "A" TO fbn_statut
                           END-IF
                           IF Wreponse = "R" OR Wreponse = "r" THEN
                               MOVE "I" TO fbn_statut
                           END-IF
                           IF fbn_statut NOT = "P" THEN
                               MOVE "BF" TO WhiEntite
                               MOVE fbn_id TO WhiCle
                               MOVE "statut" TO WhiChamp
                               MOVE "P" TO WhiAncien
                               MOVE fbn_statut TO WhiNouveau
                               PERFORM Journaliser_historique
                               MOVE FUNCTION CURRENT-DATE TO Wdt
                               MOVE WidUtilisateurConnecte
                                   TO fbn_modifPar
                               MOVE Wdt(1:8) TO fbn_modifDate
                               MOVE Wdt(9:6) TO fbn_modifHeure
                               REWRITE tamp_fbeneficiaires
                               END-REWRITE
                               MOVE "R" TO WimageOperation
                               PERFORM Journaliser_image_beneficiaire
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fbeneficiaires
           IF Wtrouve = 0 THEN
               DISPLAY "Aucune orientation en attente."
           END-IF.

       GERE_PRESCRIPTEURS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 6 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter un prescripteur "
           DISPLAY  "2. Afficher les prescripteurs "
           DISPLAY  "3. État de retour d'un prescripteur "
           DISPLAY  "4. Orientations importées à valider "
           DISPLAY  "5.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Ajout_prescripteurs
           ELSE IF Wchoix = 3 THEN
               PERFORM Etat_prescripteur
           ELSE IF Wchoix = 4 THEN
               PERFORM Validation_orientations
           ELSE IF Wchoix = 5 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.

       GERE_BENEFICIAIRES.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 22 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter Bénéficiaires "
           DISPLAY  "2. Supprimer Bénéficiaires "
           DISPLAY  "3. Modifier Bénéficiaires "
           DISPLAY  "12. Rechercher les doublons "
           DISPLAY  "13. Fusionner des doublons "
           DISPLAY  "14. Prescripteurs "
           DISPLAY  "15. Cartes bénéficiaires "
           DISPLAY  "16. Évaluation d'éligibilité "
           DISPLAY  "17. Justificatifs "
           DISPLAY  "18. Orientations vers d'autres services "
           DISPLAY  "19. Chèques services "
           DISPLAY  "20. Livraison à domicile "
           DISPLAY  "21.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Ajout_beneficiaires
           ELSE IF Wchoix2= 14 THEN
               PERFORM GERE_PRESCRIPTEURS
           ELSE IF Wchoix2= 15 THEN
               PERFORM GERE_CARTES
           ELSE IF Wchoix2= 16 THEN
               PERFORM GERE_EVALUATIONS
           ELSE IF Wchoix2= 17 THEN
               PERFORM GERE_JUSTIFICATIFS
           ELSE IF Wchoix2= 18 THEN
               PERFORM GERE_ORIENTATIONS
           ELSE IF Wchoix2= 19 THEN
               PERFORM GERE_CHEQUES
           ELSE IF Wchoix2= 20 THEN
               PERFORM Livraison_domicile_beneficiaire
           ELSE IF Wchoix2= 21 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.

       Journaliser_image_beneficiaire.
           MOVE "BN" TO WimageFichier
           MOVE cr_fbeneficiaires TO WimageStatut
           MOVE tamp_fbeneficiaires TO WimageContenu
           PERFORM Journaliser_apres_image.
