           MOVE 0 TO fbe_centre
           WRITE tamp_fbe
           END-WRITE
           MOVE "W" TO WimageOperation
           PERFORM Journaliser_image_benevole
           CLOSE fbe
           CLOSE fgroupes.

                MOVE "I" TO fbe_statut
                REWRITE tamp_fbe
                END-REWRITE
                MOVE "R" TO WimageOperation
                PERFORM Journaliser_image_benevole
                 MOVE 1 TO Wtrouver
              END-READ
           END-PERFORM
                MOVE "A" TO fbe_statut
                REWRITE tamp_fbe
                END-REWRITE
                MOVE "R" TO WimageOperation
                PERFORM Journaliser_image_benevole
                 MOVE 1 TO Wtrouver
              END-READ
           END-PERFORM
                       END-IF
                       MOVE WsaisieLng TO fbe_adresse
                   END-IF
                   MOVE Wid TO WidMdp
                   MOVE fbe_mdp TO WmdpActuel
                   MOVE 0 TO WmdpValide
                   PERFORM WITH TEST AFTER UNTIL WmdpValide = 1
                       DISPLAY  "Nouveau mot de passe "
                           MOVE 1 TO WmdpValide
                       ELSE
                           PERFORM Valider_complexite_mdp
                           IF WmdpValide = 1 THEN
                               PERFORM Verifier_reutilisation_mdp
                           END-IF
                       END-IF
                   END-PERFORM
                   IF Wmdp = SPACES THEN
                       MOVE "******" TO WhiAncien
                       MOVE "******" TO WhiNouveau
                       PERFORM Journaliser_historique
                       PERFORM Enregistrer_changement_mdp
                   END-IF
                   MOVE Wid TO fbe_id
                   MOVE WidGroupe TO fbe_idGroupe
                   MOVE Wdt(9:6) TO fbe_modifHeure
                   REWRITE tamp_fbe
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_benevole
                   DISPLAY  "Bénévole modifié "
               END-READ
               IF cr_fbe = 51 OR cr_fbe = 99 THEN
                          MOVE 1 TO Wtrouve
                      END-IF
                   END-PERFORM
                   MOVE WidUtilisateurConnecte TO WidMdp
                   MOVE fbe_mdp TO WmdpActuel
                   MOVE 0 TO WmdpValide
                   PERFORM WITH TEST AFTER UNTIL WmdpValide = 1
                       DISPLAY  "Entrez le nouveau mot de passe :  "
                       ACCEPT Wmdp
                       PERFORM Valider_complexite_mdp
                       IF WmdpValide = 1 THEN
                           MOVE Wmdp TO Wmdp-clair
                           PERFORM Hacher_mdp
                           IF Wmdp-hache NOT = WmdpActuel THEN
                               PERFORM Verifier_reutilisation_mdp
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE Wmdp TO Wmdp-clair
                   PERFORM Hacher_mdp
                   IF Wmdp-hache NOT = WmdpActuel THEN
                       PERFORM Enregistrer_changement_mdp
                   END-IF
                   MOVE Wnom TO fbe_nom
                   MOVE Wprenom TO fbe_prenom
                   MOVE Wage TO fbe_age
                   MOVE Wdt(9:6) TO fbe_modifHeure
                   REWRITE tamp_fbe
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_benevole
                   DISPLAY  "Profil modifié "
                   MOVE 1 TO Wtrouver
               END-READ
                   MOVE 0 TO fbe_verrouille
                   REWRITE tamp_fbe
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_benevole
                   DISPLAY  "Compte déverrouillé. "
                   MOVE 1 TO Wtrouver
               END-READ
           END-PERFORM
           CLOSE fbe.

       Reinitialiser_mdp_benevole.
           OPEN I-O fbe
           DISPLAY  "Entrez l ID du benevole a reinitialiser :  "
           ACCEPT Wid
           MOVE Wid TO fbe_id
           READ fbe
           INVALID KEY
               DISPLAY  "Le bénévole n existe pas. "
           NOT INVALID KEY
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE Wdt(9:8) TO WgraineMdp
               COMPUTE WaleaMdp = FUNCTION RANDOM(WgraineMdp + Wid)
                   * 999999
               MOVE SPACES TO WmdpTemp
               STRING "Kt" WaleaMdp "x" DELIMITED BY SIZE
                   INTO WmdpTemp
               END-STRING
               MOVE Wid TO WidMdp
               MOVE fbe_mdp TO WmdpActuel
               MOVE WmdpTemp TO Wmdp-clair
               PERFORM Hacher_mdp
               MOVE Wmdp-hache TO fbe_mdp
               MOVE 0 TO fbe_tentatives
               MOVE 0 TO fbe_verrouille
               MOVE WidUtilisateurConnecte TO fbe_modifPar
               MOVE Wdt(1:8) TO fbe_modifDate
               MOVE Wdt(9:6) TO fbe_modifHeure
               REWRITE tamp_fbe
               END-REWRITE
               MOVE "R" TO WimageOperation
               PERFORM Journaliser_image_benevole
               PERFORM Enregistrer_changement_mdp
               OPEN I-O fmotsdepasse
               MOVE Wid TO fmp_benevole
               READ fmotsdepasse
                   NOT INVALID KEY
                       MOVE "T" TO fmp_etat
                       MOVE Wdt(1:8) TO WdateJour
                       COMPUTE fmp_tempDate = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WdateJour) + 2)
                       MOVE Wdt(9:6) TO fmp_tempHeure
                       REWRITE tamp_fmotsdepasse
                       END-REWRITE
               END-READ
               CLOSE fmotsdepasse
               MOVE WidUtilisateur TO WidSauveMdp
               MOVE Wid TO WidUtilisateur
               MOVE WidUtilisateurConnecte TO WadminJournal
               MOVE "R" TO WresultatConnexion
               PERFORM Journaliser_connexion
               MOVE WidSauveMdp TO WidUtilisateur
               MOVE "BE" TO WhiEntite
               MOVE Wid TO WhiCle
               MOVE "mdp" TO WhiChamp
               MOVE "******" TO WhiAncien
               MOVE "temporaire" TO WhiNouveau
               PERFORM Journaliser_historique
               DISPLAY  "Mot de passe temporaire : "
                   FUNCTION TRIM(WmdpTemp)
               DISPLAY  "Valable 48 h, changement exigé à la "
                   "prochaine connexion."
           END-READ
           CLOSE fbe.

       Validation_inscriptions.
           DISPLAY "Inscriptions en attente de validation :"
           OPEN INPUT fbe
                           MOVE Wdt(9:6) TO fbe_modifHeure
                           REWRITE tamp_fbe
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_benevole
                           DISPLAY "Compte activé."
                       ELSE
                           MOVE "I" TO fbe_statut
                           MOVE Wdt(9:6) TO fbe_modifHeure
                           REWRITE tamp_fbe
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_benevole
                           DISPLAY "Inscription refusée, compte "
                               "désactivé."
                       END-IF
                           MOVE Wdt(9:6) TO fbe_modifHeure
                           REWRITE tamp_fbe
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_benevole
                   END-READ
               END-IF
               IF Wtrouver = 0 THEN
                           MOVE WdateJour TO fbe_dateInscription
                           REWRITE tamp_fbe
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_benevole
                   END-READ
               END-IF
               CLOSE fbe

       GERE_BENEVOLES.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 21 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter Bénévoles "
           DISPLAY  "2. Supprimer Bénévoles "
		   DISPLAY  "3. Modifier Bénévoles "
           DISPLAY  "13. Consentements des mineurs "
           DISPLAY  "14. Valider les inscriptions "
           DISPLAY  "15. Certifications des bénévoles "
           DISPLAY  "16. Notes de frais "
           DISPLAY  "17. Attestation de bénévolat "
           DISPLAY  "18. Registre des attestations "
           DISPLAY  "19. Réinitialiser un mot de passe "
           DISPLAY  "20.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Ajout_BEN
           ELSE IF Wchoix2= 15 THEN
               PERFORM GERE_CERTIFICATIONS
           ELSE IF Wchoix2= 16 THEN
               PERFORM GERE_FRAIS
           ELSE IF Wchoix2= 17 THEN
               PERFORM Attestation_benevolat
           ELSE IF Wchoix2= 18 THEN
               PERFORM Registre_attestations
           ELSE IF Wchoix2= 19 THEN
               PERFORM Reinitialiser_mdp_benevole
           ELSE IF Wchoix2= 20 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
       GERE_GROUPES.
        MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 12 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter Groupes "
           DISPLAY  "2. Supprimer Groupes "
		   DISPLAY  "3. Modifier Groupes "

       GERE_CENTRES.
        MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 28 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter Centres "
           DISPLAY  "2. Supprimer Centres "
           DISPLAY  "3. Modifier Centres "
           DISPLAY  "20. Inventaire par scan "
           DISPLAY  "21. Relevés de température "
           DISPLAY  "22. Cahier de liaison "
           DISPLAY  "23. Comptages tournants "
           DISPLAY  "24. Stock projeté (8 semaines) "
           DISPLAY  "25. Équipements froids et maintenance "
           DISPLAY  "26. Fermeture / déménagement d'un centre "
           DISPLAY  "27.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Ajout_centres
           ELSE IF Wchoix2= 22 THEN
               PERFORM GERE_CAHIER
           ELSE IF Wchoix2= 23 THEN
               PERFORM GERE_COMPTAGES
           ELSE IF Wchoix2= 24 THEN
               PERFORM Projection_stock_centre
           ELSE IF Wchoix2= 25 THEN
               PERFORM GERE_EQUIPEMENTS
           ELSE IF Wchoix2= 26 THEN
               PERFORM Fermeture_centre
           ELSE IF Wchoix2= 27 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.

       GERE_DISTRI.
        MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 26 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter distribution "
           DISPLAY  "2. Annuler distribution "
           DISPLAY  "3. Modifier distribution "
           DISPLAY  "19. Pointage arrivée / départ "
           DISPLAY  "20. Déclarer un incident "
           DISPLAY  "21. Paniers types "
           DISPLAY  "22. Accueil d'urgence sans inscription "
           DISPLAY  "23. Préparation des commandes "
           DISPLAY  "24. Fusion d'une saisie terrain "
           DISPLAY  "25.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Ajout_distributions
           ELSE IF Wchoix2= 21 THEN
               PERFORM GERE_PANIERS
           ELSE IF Wchoix2= 22 THEN
               PERFORM Accueil_urgence
           ELSE IF Wchoix2= 23 THEN
               PERFORM GERE_PREPARATION
           ELSE IF Wchoix2= 24 THEN
               PERFORM Fusion_saisie_terrain
           ELSE IF Wchoix2= 25 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.

       GERE_PRODUIT.
        MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 21 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter produit "
           DISPLAY  "2. Supprimer produit "
           DISPLAY  "3. Modifier produit "
           DISPLAY  "13. Codes-barres EAN "
           DISPLAY  "14. Destructions de lots périmés "
           DISPLAY  "15. Traçabilité d'un lot "
           DISPLAY  "16. Valeurs nutritionnelles "
           DISPLAY  "17. Quarantaines de lots "
           DISPLAY  "18. Étiquettes de lots (réimpression) "
           DISPLAY  "19. Fusionner des doublons "
           DISPLAY  "20.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Ajout_produits
           ELSE IF Wchoix2= 15 THEN
               PERFORM Trace_lot
           ELSE IF Wchoix2= 16 THEN
               PERFORM GERE_NUTRITION
           ELSE IF Wchoix2= 17 THEN
               PERFORM GERE_QUARANTAINE
           ELSE IF Wchoix2= 18 THEN
               PERFORM Reimpression_etiquettes
           ELSE IF Wchoix2= 19 THEN
               PERFORM Fusion_produits
           ELSE IF Wchoix2= 20 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.

       Journaliser_image_benevole.
           MOVE "BE" TO WimageFichier
           MOVE cr_fbe TO WimageStatut
           MOVE tamp_fbe TO WimageContenu
           PERFORM Journaliser_apres_image.
