       Fusion_saisie_terrain.
           DISPLAY "Fusion d'une saisie terrain hors connexion"
           MOVE 0 TO WnbTer
           OPEN INPUT fterrain
           IF cr_fterrain = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fterrain
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF WnbTer < 2000 THEN
                               ADD 1 TO WnbTer
                               MOVE fst_type TO Wter-type(WnbTer)
                               MOVE fst_donnees
                                   TO Wter-contenu(WnbTer)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fterrain
           END-IF
           MOVE 0 TO Wtrouver
           IF WnbTer = 0 THEN
               DISPLAY "Fichier saisie_terrain.dat absent ou vide."
               MOVE 1 TO Wtrouver
           ELSE
               MOVE Wter-type(1) TO fst_type
               MOVE Wter-contenu(1) TO fst_donnees
               IF fst_type NOT = "E" THEN
                   DISPLAY "Fichier saisie_terrain.dat invalide."
                   MOVE 1 TO Wtrouver
               ELSE
                   IF fst_eStatut = "F" THEN
                       DISPLAY "Saisie déjà fusionnée le "
                           fst_eFusionDate "."
                       MOVE 1 TO Wtrouver
                   ELSE
                       IF fst_eStatut NOT = "S" THEN
                           DISPLAY "Aucune saisie terrain dans ce "
                               "fichier."
                           MOVE 1 TO Wtrouver
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF Wtrouver = 0 THEN
               MOVE fst_eCentre TO WidC
               MOVE fst_eDate TO Wdate
               MOVE WidC TO WcentreTer
               PERFORM Controler_centre_connecte
               IF WidC NOT = WcentreTer THEN
                   DISPLAY "Saisie d'un autre centre, fusion refusée."
                   MOVE 1 TO Wtrouver
               ELSE
                   PERFORM Tester_journee_cloturee
                   IF WjourCloture = 1 THEN
                       DISPLAY "⚠️ Journée " Wdate " du centre "
                           WidC
                           " clôturée : la rouvrir avant la "
                           "fusion. ⚠️"
                       MOVE 1 TO Wtrouver
                   END-IF
               END-IF
           END-IF
           IF Wtrouver = 0 THEN
               MOVE Wdate TO WdateTer
               MOVE 0 TO WnbDistAppTer
               MOVE 0 TO WnbDistRejTer
               MOVE 0 TO WnbDistNonTer
               MOVE 0 TO WnbLigAppTer
               MOVE 0 TO WnbPtgAppTer
               MOVE 0 TO WnbPtgRejTer
               MOVE 0 TO WnbRdvAppTer
               MOVE 0 TO WnbRdvRejTer
               MOVE "TERRAIN" TO WcodeEtat
               MOVE 1 TO WspoolForce
               PERFORM Spool_debut
               MOVE SPACES TO WligneEtat
               STRING "=== Fusion saisie terrain centre " WidC
                   " journée " WdateTer " (saisie du "
                   fst_eSaisieDate " " fst_eSaisieHeure ") ==="
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE 1 TO WidxTer
               PERFORM WITH TEST AFTER UNTIL WidxTer > WnbTer
                   IF Wter-type(WidxTer) = "D" THEN
                       PERFORM Fusionner_distribution_terrain
                   END-IF
                   ADD 1 TO WidxTer
               END-PERFORM
               MOVE 1 TO WidxTer
               PERFORM WITH TEST AFTER UNTIL WidxTer > WnbTer
                   IF Wter-type(WidxTer) = "A" THEN
                       PERFORM Fusionner_pointage_terrain
                   END-IF
                   IF Wter-type(WidxTer) = "R" THEN
                       PERFORM Fusionner_rendezvous_terrain
                   END-IF
                   ADD 1 TO WidxTer
               END-PERFORM

               MOVE SPACES TO WligneEtat
               STRING "Distributions servies appliquées : "
                   WnbDistAppTer " (" WnbLigAppTer " ligne(s)), "
                   "rejetées : " WnbDistRejTer ", non servies : "
                   WnbDistNonTer
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE SPACES TO WligneEtat
               STRING "Pointages appliqués : " WnbPtgAppTer
                   ", rejetés : " WnbPtgRejTer
                   " - rendez-vous appliqués : " WnbRdvAppTer
                   ", rejetés : " WnbRdvRejTer
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               COMPUTE WtotalEtat = WnbDistRejTer + WnbPtgRejTer
                   + WnbRdvRejTer
               PERFORM Spool_fin

               MOVE Wter-contenu(1) TO fst_donnees
               MOVE "E" TO fst_type
               MOVE "F" TO fst_eStatut
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE Wdt(1:8) TO fst_eFusionDate
               MOVE Wdt(9:6) TO fst_eFusionHeure
               MOVE fst_donnees TO Wter-contenu(1)
               OPEN OUTPUT fterrain
               MOVE 1 TO WidxTer
               PERFORM WITH TEST AFTER UNTIL WidxTer > WnbTer
                   MOVE Wter-type(WidxTer) TO fst_type
                   MOVE Wter-contenu(WidxTer) TO fst_donnees
                   WRITE tamp_fterrain
                   END-WRITE
                   ADD 1 TO WidxTer
               END-PERFORM
               CLOSE fterrain

               MOVE "TR" TO WhiEntite
               MOVE WidC TO WhiCle
               MOVE "fusion terrain" TO WhiChamp
               MOVE SPACES TO WhiAncien
               MOVE WdateTer TO WhiNouveau
               PERFORM Journaliser_historique
               DISPLAY "Fusion terminée, les rejets sont à revoir "
                   "sur l'état TERRAIN."
           END-IF.

       Fusionner_distribution_terrain.
           MOVE Wter-contenu(WidxTer) TO fst_donnees
           MOVE fst_dId TO WidD
           MOVE fst_dMontant TO WmontantTer
           MOVE fst_dNom TO WnomTer
           IF fst_dSaisie = "N" THEN
               ADD 1 TO WnbDistNonTer
               MOVE SPACES TO WligneEtat
               STRING "distribution " WidD " : foyer absent, "
                   "laissée planifiée"
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
           END-IF
           IF fst_dSaisie = SPACE THEN
               ADD 1 TO WnbDistNonTer
               MOVE SPACES TO WligneEtat
               STRING "distribution " WidD " : non saisie sur le "
                   "terrain"
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
           END-IF
           IF fst_dSaisie = "S" THEN
               MOVE SPACES TO WmotifTer
               OPEN I-O fdistributions
               MOVE WidD TO fdi_id
               READ fdistributions
                   INVALID KEY
                       MOVE "supprimée au centre" TO WmotifTer
                   NOT INVALID KEY
                       IF fdi_statut NOT = fst_dStatut OR
                               fdi_modifDate NOT = fst_dModifDate OR
                               fdi_modifHeure NOT = fst_dModifHeure
                               THEN
                           MOVE "modifiée au centre depuis l'export"
                               TO WmotifTer
                       END-IF
               END-READ
               IF cr_fdistributions = 51 OR
                       cr_fdistributions = 99 THEN
                   MOVE "fiche verrouillée par un autre poste"
                       TO WmotifTer
               END-IF
               IF WmotifTer = SPACES THEN
                   PERFORM Controler_lignes_terrain
               END-IF
               IF WmotifTer = SPACES THEN
                   PERFORM Appliquer_distribution_terrain
               ELSE
                   ADD 1 TO WnbDistRejTer
                   MOVE SPACES TO WligneEtat
                   STRING "REJET distribution " WidD " ("
                       FUNCTION TRIM(WnomTer) ") : "
                       FUNCTION TRIM(WmotifTer)
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
               END-IF
               CLOSE fdistributions
           END-IF.

       Controler_lignes_terrain.
           MOVE 0 TO WnbLigTer
           MOVE 1 TO WidxLigTer
           PERFORM WITH TEST AFTER UNTIL WidxLigTer > WnbTer
               IF Wter-type(WidxLigTer) = "L" THEN
                   MOVE Wter-contenu(WidxLigTer) TO fst_donnees
                   IF fst_lDistribution = WidD THEN
                       ADD 1 TO WnbLigTer
                       OPEN INPUT fdistribution-lignes
                       MOVE WidD TO fdl_distribution
                       MOVE fst_lProduit TO fdl_produit
                       READ fdistribution-lignes
                           INVALID KEY
                               MOVE "ligne supprimée au centre"
                                   TO WmotifTer
                           NOT INVALID KEY
                               IF fdl_quantite NOT =
                                       fst_lQteReservee THEN
                                   MOVE "quantité modifiée au centre"
                                       TO WmotifTer
                               END-IF
                       END-READ
                       CLOSE fdistribution-lignes
                   END-IF
               END-IF
               ADD 1 TO WidxLigTer
           END-PERFORM
           IF WmotifTer = SPACES THEN
               PERFORM Compter_lignes_distribution
               IF WnbLignesDist NOT = WnbLigTer THEN
                   MOVE "lignes ajoutées au centre depuis l'export"
                       TO WmotifTer
               END-IF
           END-IF.

       Appliquer_distribution_terrain.
           MOVE fdi_centre TO WidC
           MOVE fdi_beneficiaire TO WidBeneficiaire
           MOVE 1 TO WidxLigTer
           PERFORM WITH TEST AFTER UNTIL WidxLigTer > WnbTer
               IF Wter-type(WidxLigTer) = "L" THEN
                   MOVE Wter-contenu(WidxLigTer) TO fst_donnees
                   IF fst_lDistribution = WidD AND
                           fst_lSaisie = "O" THEN
                       PERFORM Appliquer_ligne_terrain
                   END-IF
               END-IF
               ADD 1 TO WidxLigTer
           END-PERFORM
           IF WmontantTer > 0 THEN
               MOVE WmontantTer TO WmontantPart
               MOVE fdi_date TO WdateEncaissement
               PERFORM Enregistrer_encaissement
           END-IF
           MOVE "S" TO fdi_statut
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE WidUtilisateurConnecte TO fdi_modifPar
           MOVE Wdt(1:8) TO fdi_modifDate
           MOVE Wdt(9:6) TO fdi_modifHeure
           REWRITE tamp_fdistributions
           END-REWRITE
           MOVE "R" TO WimageOperation
           PERFORM Journaliser_image_distribution
           ADD 1 TO WnbDistAppTer
           MOVE SPACES TO WligneEtat
           STRING "distribution " WidD " servie (saisie terrain)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       Appliquer_ligne_terrain.
           MOVE fst_lProduit TO Wproduit
           MOVE fst_lQteReservee TO WqtePrevueLigne
           MOVE fst_lQteServie TO WqteServieLigne
           MOVE fst_lMotif TO WmotifEcart
           IF WmotifEcart = SPACES THEN
               MOVE "AUTRE" TO WmotifEcart
           END-IF
           ADD 1 TO WnbLigAppTer
           IF WqteServieLigne < WqtePrevueLigne THEN
               COMPUTE Wquantite = WqtePrevueLigne - WqteServieLigne
               PERFORM Restituer_stock_distribution
               PERFORM Ecrire_ecart_service
               PERFORM Mettre_a_jour_ligne_servie
           END-IF
           IF WqteServieLigne > WqtePrevueLigne THEN
               COMPUTE Wquantite = WqteServieLigne - WqtePrevueLigne
               PERFORM Controler_stock_distribution
               IF Wtrouver = 0 THEN
                   PERFORM Prelever_stock_distribution
                   PERFORM Ecrire_ecart_service
                   PERFORM Mettre_a_jour_ligne_servie
               ELSE
                   MOVE 0 TO Wtrouver
                   MOVE SPACES TO WligneEtat
                   STRING "REJET surplus distribution " WidD
                       " produit " Wproduit " : stock insuffisant, "
                       "quantité réservée " WqtePrevueLigne
                       " conservée"
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
               END-IF
           END-IF.

       Fusionner_pointage_terrain.
           MOVE Wter-contenu(WidxTer) TO fst_donnees
           IF fst_aArrivee NOT = 0 THEN
               MOVE SPACES TO WmotifTer
               MOVE fst_aBenevole TO Wid
               MOVE fst_aDistribution TO WidD
               MOVE fst_aArrivee TO WarriveeTer
               MOVE fst_aDepart TO WdepartTer
               OPEN INPUT faffectations
               MOVE fst_aId TO faf_id
               READ faffectations
                   INVALID KEY
                       MOVE "affectation supprimée au centre"
                           TO WmotifTer
                   NOT INVALID KEY
                       IF faf_benevole NOT = Wid OR
                               faf_distribution NOT = WidD OR
                               faf_statut NOT = "A" THEN
                           MOVE "affectation modifiée au centre"
                               TO WmotifTer
                       END-IF
               END-READ
               CLOSE faffectations
               IF WmotifTer = SPACES THEN
                   OPEN INPUT fpointages
                   MOVE 0 TO Wfin2
                   MOVE Wid TO fpg_benevole
                   START fpointages KEY IS EQUAL TO fpg_benevole
                       INVALID KEY MOVE 1 TO Wfin2
                   END-START
                   PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                       READ fpointages NEXT
                           AT END MOVE 1 TO Wfin2
                           NOT AT END
                               IF fpg_benevole NOT = Wid THEN
                                   MOVE 1 TO Wfin2
                               ELSE
                                   IF fpg_distribution = WidD THEN
                                       MOVE "déjà pointé au centre"
                                           TO WmotifTer
                                       MOVE 1 TO Wfin2
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fpointages
               END-IF
               IF WmotifTer = SPACES THEN
                   OPEN I-O increment
                   MOVE "PG" TO autoinc_entite
                   READ increment
                       INVALID KEY
                           MOVE "PG" TO autoinc_entite
                           MOVE 00001 TO autoinc_num
                           WRITE autoinc
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO autoinc_num
                           REWRITE autoinc
                           END-REWRITE
                   END-READ
                   CLOSE increment
                   MOVE autoinc_num TO WidPointage

                   OPEN I-O fpointages
                   MOVE WidPointage TO fpg_id
                   MOVE Wid TO fpg_benevole
                   MOVE WidD TO fpg_distribution
                   MOVE WdateTer TO fpg_date
                   MOVE WarriveeTer TO fpg_heureArrivee
                   MOVE WdepartTer TO fpg_heureDepart
                   WRITE tamp_fpointages
                   END-WRITE
                   CLOSE fpointages
                   IF WdepartTer NOT = 0 THEN
                       PERFORM Deriver_heures_pointage
                   END-IF
                   ADD 1 TO WnbPtgAppTer
               ELSE
                   ADD 1 TO WnbPtgRejTer
                   MOVE SPACES TO WligneEtat
                   STRING "REJET pointage bénévole " Wid
                       " distribution " WidD " (" WarriveeTer "-"
                       WdepartTer ") : " FUNCTION TRIM(WmotifTer)
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
               END-IF
           END-IF.

       Fusionner_rendezvous_terrain.
           MOVE Wter-contenu(WidxTer) TO fst_donnees
           IF fst_rPresence NOT = SPACE THEN
               MOVE SPACES TO WmotifTer
               OPEN I-O frendezvous
               MOVE fst_rId TO frv_id
               READ frendezvous
                   INVALID KEY
                       MOVE "rendez-vous supprimé au centre"
                           TO WmotifTer
                   NOT INVALID KEY
                       IF frv_statut NOT = fst_rStatut THEN
                           MOVE "rendez-vous modifié au centre"
                               TO WmotifTer
                       ELSE
                           MOVE fst_rPresence TO frv_statut
                           REWRITE tamp_frendezvous
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE frendezvous
               IF WmotifTer = SPACES THEN
                   ADD 1 TO WnbRdvAppTer
               ELSE
                   ADD 1 TO WnbRdvRejTer
                   MOVE SPACES TO WligneEtat
                   STRING "REJET rendez-vous " fst_rId " ("
                       FUNCTION TRIM(fst_rNom) ") présence "
                       fst_rPresence " : " FUNCTION TRIM(WmotifTer)
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
               END-IF
           END-IF.
