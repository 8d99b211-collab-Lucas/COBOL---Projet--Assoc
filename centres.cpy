          MOVE Wdt(9:6) TO fce_modifHeure
          WRITE tamp_fcentres
          END-WRITE
          MOVE "W" TO WimageOperation
          PERFORM Journaliser_image_centre
          CLOSE fcentres.

              Affichage_centres.
                    SUBTRACT Wquantite FROM fce_quantite
                    REWRITE tamp_fcentres
                    END-REWRITE
                    MOVE "R" TO WimageOperation
                    PERFORM Journaliser_image_centre
            END-READ
            MOVE WidCDest TO fce_id
            READ fcentres
                    ADD Wquantite TO fce_quantite
                    REWRITE tamp_fcentres
                    END-REWRITE
                    MOVE "R" TO WimageOperation
                    PERFORM Journaliser_image_centre
            END-READ
            CLOSE fcentres
            PERFORM Journaliser_mouvement
            SUBTRACT Wquantite FROM fce_quantite
            REWRITE tamp_fcentres
            END-REWRITE
            MOVE "R" TO WimageOperation
            PERFORM Journaliser_image_centre
            MOVE WidCDest TO fce_id
            READ fcentres
                NOT INVALID KEY
                    ADD Wquantite TO fce_quantite
                    REWRITE tamp_fcentres
                    END-REWRITE
                    MOVE "R" TO WimageOperation
                    PERFORM Journaliser_image_centre
            END-READ
            CLOSE fcentres
            MOVE "V" TO fmv_statut
                    INVALID KEY
                        REWRITE tamp_fcentre_produits
                        END-REWRITE
                        MOVE "R" TO WimageOperation
                        PERFORM Journaliser_image_stock
                    NOT INVALID KEY
                        MOVE "W" TO WimageOperation
                        PERFORM Journaliser_image_stock
                END-WRITE
                CLOSE fcentre_produits
                DISPLAY "Produit additionnel enregistré."
                       MOVE WidC TO fbe_centre
                       REWRITE tamp_fbe
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_benevole
                       DISPLAY "Utilisateur rattaché au centre "
                           WidC "."
               END-READ

       Tester_centre_ferme.
           MOVE 0 TO WcentreFerme
           MOVE 0 TO WjourCrise
           MOVE 0 TO WantenneCrise
           OPEN INPUT fcentres
           MOVE WidC TO fce_id
           READ fcentres
               NOT INVALID KEY
                   MOVE fce_joursOuverture TO WjoursOuverture
                   MOVE fce_antenne TO WantenneCrise
           END-READ
           CLOSE fcentres
           COMPUTE WjourSemaine = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(Wdate) - 1, 7) + 1
           IF WjoursOuverture(WjourSemaine:1) = "F" THEN
               MOVE 1 TO WcentreFerme
               PERFORM Rechercher_crise_active
               IF WidCrise > 0 AND
                       WjoursCrise(WjourSemaine:1) = "O" THEN
                   MOVE 0 TO WcentreFerme
                   MOVE 1 TO WjourCrise
               END-IF
           END-IF
           OPEN INPUT ffermetures
           MOVE WidC TO ffe_centre
                   DISPLAY "Distribution refusée (centre fermé)."
                   MOVE 1 TO Wtrouver
               END-IF
           ELSE
               IF WjourCrise = 1 THEN
                   DISPLAY "Jour d'ouverture supplémentaire "
                       "(période de crise " WidCrise ")."
               END-IF
           END-IF.

         Modification_centres.
             MOVE Wdt(9:6) TO fce_modifHeure
             REWRITE tamp_fcentres
             END-REWRITE
             MOVE "R" TO WimageOperation
             PERFORM Journaliser_image_centre
             DISPLAY "Centre modifié"
         END-READ
         IF cr_fcentres = 51 OR cr_fcentres = 99 THEN
        END-PERFORM
        CLOSE fcentre_produits
        PERFORM Spool_fin.

       Fermeture_centre.
           DISPLAY "Fermeture ou déménagement d'un centre"
           MOVE "FERMCTR" TO WfonctionCode
           PERFORM Verifier_droit
           IF Wautorise = 0 THEN
               DISPLAY "⚠️ Procédure réservée aux "
                   "administrateurs. ⚠️"
           ELSE
               PERFORM Saisir_fermeture_centre
               IF Wtrouver = 0 THEN
                   PERFORM Executer_fermeture_centre
               END-IF
           END-IF.

       Saisir_fermeture_centre.
           MOVE 0 TO Wtrouver
           DISPLAY "Entrez l'ID du centre à fermer : "
           ACCEPT WidCSource
           DISPLAY "Entrez l'ID du centre qui reprend l'activité : "
           ACCEPT WidCDest
           IF WidCSource = WidCDest THEN
               DISPLAY "Les deux centres sont identiques, abandon."
               MOVE 1 TO Wtrouver
           END-IF
           IF Wtrouver = 0 THEN
               OPEN INPUT fcentres
               MOVE WidCSource TO fce_id
               READ fcentres
                   INVALID KEY
                       DISPLAY "Le centre à fermer n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       IF fce_statut = "I" THEN
                           DISPLAY "Ce centre est déjà inactif."
                           MOVE 1 TO Wtrouver
                       END-IF
               END-READ
               MOVE WidCDest TO fce_id
               READ fcentres
                   INVALID KEY
                       DISPLAY "Le centre destination n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       IF fce_statut = "I" THEN
                           DISPLAY "Le centre destination est "
                               "inactif."
                           MOVE 1 TO Wtrouver
                       END-IF
               END-READ
               CLOSE fcentres
           END-IF
           IF Wtrouver = 0 THEN
               MOVE WidCSource TO WidC
               PERFORM Calculer_occupation_centre
               MOVE WoccupationCentre TO Wquantite
               DISPLAY "Stock restant au centre " WidCSource " : "
                   Wquantite
               MOVE WidCDest TO WidC
               PERFORM Controler_capacite_centre
           END-IF
           IF Wtrouver = 0 THEN
               MOVE SPACE TO WchoixFerm
               PERFORM WITH TEST AFTER
                       UNTIL WchoixFerm = "D" OR WchoixFerm = "A"
                   DISPLAY "Distributions, planifications et "
                       "rendez-vous à venir :"
                   DISPLAY "D=déplacer vers le nouveau centre, "
                       "A=annuler : "
                   ACCEPT WchoixFerm
                   IF WchoixFerm = "d" THEN
                       MOVE "D" TO WchoixFerm
                   END-IF
                   IF WchoixFerm = "a" THEN
                       MOVE "A" TO WchoixFerm
                   END-IF
               END-PERFORM
               DISPLAY "Confirmer la fermeture du centre "
                   WidCSource " ? (O/N) : "
               ACCEPT Wreponse
               IF Wreponse NOT = "O" AND Wreponse NOT = "o" THEN
                   DISPLAY "Fermeture abandonnée."
                   MOVE 1 TO Wtrouver
               END-IF
           END-IF.

       Executer_fermeture_centre.
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE "FERMCTR" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Fermeture du centre " WidCSource
               " - reprise par le centre " WidCDest
               " le " WdateJour(7:2) "/" WdateJour(5:2) "/"
               WdateJour(1:4)
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne

           PERFORM Fermer_distributions_centre
           PERFORM Fermer_planifications_centre
           PERFORM Fermer_rendezvous_centre
           PERFORM Transferer_stock_fermeture
           PERFORM Transferer_lots_fermeture
           PERFORM Reaffecter_benevoles_fermeture
           PERFORM Reaffecter_lecteurs_cahier

           OPEN I-O fcentres
           MOVE WidCSource TO fce_id
           READ fcentres
               NOT INVALID KEY
                   MOVE "I" TO fce_statut
                   MOVE WidUtilisateurConnecte TO fce_modifPar
                   MOVE Wdt(1:8) TO fce_modifDate
                   MOVE Wdt(9:6) TO fce_modifHeure
                   REWRITE tamp_fcentres
                   END-REWRITE
           END-READ
           CLOSE fcentres
           MOVE "CE" TO WhiEntite
           MOVE WidCSource TO WhiCle
           MOVE "fermeture" TO WhiChamp
           MOVE WidCSource TO WhiAncien
           MOVE WidCDest TO WhiNouveau
           PERFORM Journaliser_historique

           MOVE "---- Synthèse ----" TO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Produits transférés : " WnbStockFerm
               "   lots : " WnbLotsFerm
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           IF WchoixFerm = "D" THEN
               STRING "Déplacés : " WnbDistFerm " distribution(s), "
                   WnbPlanFerm " planification(s), "
                   WnbRdvFerm " rendez-vous"
                   DELIMITED BY SIZE INTO WligneEtat
           ELSE
               STRING "Annulés : " WnbDistFerm " distribution(s), "
                   WnbPlanFerm " planification(s), "
                   WnbRdvFerm " rendez-vous"
                   DELIMITED BY SIZE INTO WligneEtat
           END-IF
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Bénévoles réaffectés : " WnbBenFerm
               "   lecteurs du cahier : " WnbLecFerm
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Centre " WidCSource " marqué inactif."
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           PERFORM Spool_fin.

       Fermer_distributions_centre.
           MOVE 0 TO WnbDistFerm
           MOVE "---- Distributions à venir ----" TO WligneEtat
           PERFORM Spool_ligne
           OPEN I-O fdistributions
           MOVE 0 TO WfinFerm
           PERFORM WITH TEST AFTER UNTIL WfinFerm = 1
               READ fdistributions NEXT
                   AT END MOVE 1 TO WfinFerm
                   NOT AT END
                       IF fdi_centre = WidCSource AND
                               fdi_date >= WdateJour AND
                               (fdi_statut = "P" OR
                               fdi_statut = "A") THEN
                           PERFORM Fermer_une_distribution
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdistributions.

       Fermer_une_distribution.
           MOVE SPACES TO WligneEtat
           IF WchoixFerm = "D" THEN
               MOVE WidCDest TO fdi_centre
               STRING "  distribution " fdi_id " du " fdi_date
                   " déplacée au centre " WidCDest
                   DELIMITED BY SIZE INTO WligneEtat
           ELSE
               MOVE "X" TO fdi_statut
               STRING "  distribution " fdi_id " du " fdi_date
                   " annulée, stock restitué"
                   DELIMITED BY SIZE INTO WligneEtat
           END-IF
           MOVE WidUtilisateurConnecte TO fdi_modifPar
           MOVE Wdt(1:8) TO fdi_modifDate
           MOVE Wdt(9:6) TO fdi_modifHeure
           REWRITE tamp_fdistributions
           END-REWRITE
           MOVE "R" TO WimageOperation
           PERFORM Journaliser_image_distribution
           IF WchoixFerm = "A" THEN
               MOVE fdi_id TO WidD
               MOVE WidCSource TO WidC
               MOVE fdi_produit TO Wproduit
               MOVE fdi_quantite TO Wquantite
               PERFORM Restituer_lignes_distribution
               IF WnbLignesDist = 0 THEN
                   PERFORM Restituer_stock_distribution
               END-IF
           END-IF
           PERFORM Spool_ligne
           ADD 1 TO WnbDistFerm.

       Fermer_planifications_centre.
           MOVE 0 TO WnbPlanFerm
           OPEN I-O fplanifications
           IF cr_fplanifications = 00 THEN
               MOVE 0 TO WfinFerm
               PERFORM WITH TEST AFTER UNTIL WfinFerm = 1
                   READ fplanifications NEXT
                       AT END MOVE 1 TO WfinFerm
                       NOT AT END
                           IF fpl_centre = WidCSource AND
                                   fpl_statut NOT = "I" THEN
                               MOVE SPACES TO WligneEtat
                               IF WchoixFerm = "D" THEN
                                   MOVE WidCDest TO fpl_centre
                                   STRING "  planification " fpl_id
                                       " déplacée"
                                       DELIMITED BY SIZE
                                       INTO WligneEtat
                               ELSE
                                   MOVE "I" TO fpl_statut
                                   STRING "  planification " fpl_id
                                       " désactivée"
                                       DELIMITED BY SIZE
                                       INTO WligneEtat
                               END-IF
                               REWRITE tamp_fplanifications
                               END-REWRITE
                               PERFORM Spool_ligne
                               ADD 1 TO WnbPlanFerm
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fplanifications
           END-IF.

       Fermer_rendezvous_centre.
           MOVE 0 TO WnbRdvFerm
           OPEN I-O frendezvous
           IF cr_frendezvous = 00 THEN
               MOVE 0 TO WfinFerm
               PERFORM WITH TEST AFTER UNTIL WfinFerm = 1
                   READ frendezvous NEXT
                       AT END MOVE 1 TO WfinFerm
                       NOT AT END
                           IF frv_centre = WidCSource AND
                                   frv_statut = "R" AND
                                   frv_date >= WdateJour THEN
                               MOVE SPACES TO WligneEtat
                               IF WchoixFerm = "D" THEN
                                   MOVE WidCDest TO frv_centre
                                   STRING "  rendez-vous " frv_id
                                       " du " frv_date " déplacé"
                                       DELIMITED BY SIZE
                                       INTO WligneEtat
                               ELSE
                                   MOVE "A" TO frv_statut
                                   STRING "  rendez-vous " frv_id
                                       " du " frv_date " annulé"
                                       DELIMITED BY SIZE
                                       INTO WligneEtat
                               END-IF
                               REWRITE tamp_frendezvous
                               END-REWRITE
                               PERFORM Spool_ligne
                               ADD 1 TO WnbRdvFerm
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE frendezvous
           END-IF.

       Transferer_stock_fermeture.
           MOVE 0 TO WnbStockFerm
           MOVE 0 TO WnbFm
           MOVE "---- Stock transféré ----" TO WligneEtat
           PERFORM Spool_ligne
           OPEN I-O fcentres
           MOVE WidCSource TO fce_id
           READ fcentres
               NOT INVALID KEY
                   IF fce_quantite > 0 THEN
                       ADD 1 TO WnbFm
                       MOVE fce_produit TO Wfm-produit(WnbFm)
                       MOVE fce_quantite TO Wfm-quantite(WnbFm)
                       MOVE 0 TO fce_quantite
                       REWRITE tamp_fcentres
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_centre
                   END-IF
           END-READ
           CLOSE fcentres
           OPEN I-O fcentre_produits
           MOVE 0 TO WfinFerm
           MOVE WidCSource TO fcp_centre
           START fcentre_produits KEY IS EQUAL TO fcp_centre
               INVALID KEY MOVE 1 TO WfinFerm
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinFerm = 1
               READ fcentre_produits NEXT
                   AT END MOVE 1 TO WfinFerm
                   NOT AT END
                       IF fcp_centre NOT = WidCSource THEN
                           MOVE 1 TO WfinFerm
                       ELSE
                           IF fcp_quantite > 0 AND WnbFm < 500 THEN
                               ADD 1 TO WnbFm
                               MOVE fcp_produit TO Wfm-produit(WnbFm)
                               MOVE fcp_quantite
                                   TO Wfm-quantite(WnbFm)
                               MOVE 0 TO fcp_quantite
                               REWRITE tamp_fcentre_produits
                               END-REWRITE
                               MOVE "R" TO WimageOperation
                               PERFORM Journaliser_image_stock
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fcentre_produits

           MOVE 1 TO WidxFm
           PERFORM WITH TEST BEFORE UNTIL WidxFm > WnbFm
               MOVE Wfm-produit(WidxFm) TO WproduitFerm
               MOVE Wfm-quantite(WidxFm) TO WqteFerm
               PERFORM Ajouter_stock_destination
               PERFORM Ecrire_mouvement_fermeture
               MOVE WproduitFerm TO WkxProduit
               MOVE WidCSource TO WkxCentre
               MOVE "T" TO WkxType
               MOVE "-" TO WkxSens
               MOVE WqteFerm TO WkxQuantite
               MOVE WidMouvementFerm TO WkxReference
               PERFORM Ecrire_kardex
               MOVE WidCDest TO WkxCentre
               MOVE "+" TO WkxSens
               PERFORM Ecrire_kardex
               MOVE SPACES TO WligneEtat
               STRING "  produit " WproduitFerm " x " WqteFerm
                   " (mouvement " WidMouvementFerm ")"
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               ADD 1 TO WnbStockFerm
               ADD 1 TO WidxFm
           END-PERFORM.

       Ajouter_stock_destination.
           MOVE 0 TO WusingCP
           OPEN I-O fcentres
           MOVE WidCDest TO fce_id
           READ fcentres
               NOT INVALID KEY
                   IF fce_produit = WproduitFerm THEN
                       ADD WqteFerm TO fce_quantite
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
               MOVE WidCDest TO fcp_centre
               MOVE WproduitFerm TO fcp_produit
               READ fcentre_produits
                   INVALID KEY
                       MOVE WidCDest TO fcp_centre
                       MOVE WproduitFerm TO fcp_produit
                       MOVE WqteFerm TO fcp_quantite
                       MOVE 0 TO fcp_seuil
                       WRITE tamp_fcentre_produits
                       END-WRITE
                       MOVE "W" TO WimageOperation
                       PERFORM Journaliser_image_stock
                   NOT INVALID KEY
                       ADD WqteFerm TO fcp_quantite
                       REWRITE tamp_fcentre_produits
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_stock
               END-READ
               CLOSE fcentre_produits
           END-IF.

       Ecrire_mouvement_fermeture.
           OPEN I-O increment
           MOVE "MV" TO autoinc_entite
           READ increment
               ADD 1 TO autoinc_num
               REWRITE autoinc
               END-REWRITE
           CLOSE increment
           MOVE autoinc_num TO WidMouvementFerm

           OPEN I-O fmouvements
           MOVE WidMouvementFerm TO fmv_id
           MOVE WidCSource TO fmv_centreSource
           MOVE WidCDest TO fmv_centreDest
           MOVE WproduitFerm TO fmv_produit
           MOVE WqteFerm TO fmv_quantite
           MOVE WdateJour TO fmv_date
           MOVE "V" TO fmv_statut
           MOVE WidUtilisateurConnecte TO fmv_demandePar
           MOVE WidUtilisateurConnecte TO fmv_validePar
           MOVE SPACES TO fmv_motif
           STRING "Fermeture du centre " WidCSource
               DELIMITED BY SIZE INTO fmv_motif
           WRITE tamp_fmouvements
           END-WRITE
           CLOSE fmouvements.

       Transferer_lots_fermeture.
           MOVE 0 TO WnbLotsFerm
           OPEN I-O flots
           MOVE 0 TO WfinFerm
           MOVE WidCSource TO flo_centre
           MOVE 0 TO flo_produit
           MOVE LOW-VALUES TO flo_numero
           PERFORM WITH TEST AFTER UNTIL WfinFerm = 1
               START flots KEY IS NOT LESS THAN flo_cle
                   INVALID KEY MOVE 1 TO WfinFerm
               END-START
               IF WfinFerm = 0 THEN
                   READ flots NEXT
                       AT END MOVE 1 TO WfinFerm
                       NOT AT END
                           IF flo_centre NOT = WidCSource THEN
                               MOVE 1 TO WfinFerm
                           ELSE
                               PERFORM Transferer_un_lot
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE flots.

       Transferer_un_lot.
           MOVE tamp_flots TO WlotFu
           DELETE flots
           END-DELETE
           MOVE "D" TO WimageOperation
           PERFORM Journaliser_image_lot
           MOVE WlotFu TO tamp_flots
           MOVE WidCDest TO flo_centre
           READ flots
               INVALID KEY
                   MOVE WlotFu TO tamp_flots
                   MOVE WidCDest TO flo_centre
                   MOVE SPACES TO flo_emplacement
                   WRITE tamp_flots
                   END-WRITE
                   MOVE "W" TO WimageOperation
                   PERFORM Journaliser_image_lot
               NOT INVALID KEY
                   ADD Wlfu-quantite TO flo_quantite
                   IF Wlfu-dlc < flo_dlc THEN
                       MOVE Wlfu-dlc TO flo_dlc
                   END-IF
                   IF Wlfu-statut = "Q" THEN
                       MOVE "Q" TO flo_statut
                   END-IF
                   REWRITE tamp_flots
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_lot
           END-READ
           MOVE WlotFu TO tamp_flots
           MOVE SPACES TO WligneEtat
           STRING "  lot " flo_numero " produit " flo_produit
               " x " Wlfu-quantite " statut " Wlfu-statut
               " (à réimplanter)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           ADD 1 TO WnbLotsFerm.

       Reaffecter_benevoles_fermeture.
           MOVE 0 TO WnbBenFerm
           MOVE "---- Bénévoles réaffectés ----" TO WligneEtat
           PERFORM Spool_ligne
           OPEN I-O fbe
           MOVE 0 TO WfinFerm
           PERFORM WITH TEST AFTER UNTIL WfinFerm = 1
               READ fbe NEXT
                   AT END MOVE 1 TO WfinFerm
                   NOT AT END
                       IF fbe_centre = WidCSource THEN
                           MOVE WidCDest TO fbe_centre
                           REWRITE tamp_fbe
                           END-REWRITE
                           MOVE "R" TO WimageOperation
                           PERFORM Journaliser_image_benevole
                           MOVE SPACES TO WligneEtat
                           STRING "  bénévole " fbe_id " "
                               fbe_nom
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                           ADD 1 TO WnbBenFerm
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fbe.

       Reaffecter_lecteurs_cahier.
           MOVE 0 TO WnbLecFerm
           OPEN I-O fcahier-lus
           IF cr_fcahier-lus = 00 THEN
               MOVE 0 TO WfinFerm
               MOVE LOW-VALUES TO fcu_cle
               PERFORM WITH TEST AFTER UNTIL WfinFerm = 1
                   START fcahier-lus KEY IS NOT LESS THAN fcu_cle
                       INVALID KEY MOVE 1 TO WfinFerm
                   END-START
                   MOVE 0 TO WtrouveFu
                   PERFORM WITH TEST AFTER
                           UNTIL WfinFerm = 1 OR WtrouveFu = 1
                       READ fcahier-lus NEXT
                           AT END MOVE 1 TO WfinFerm
                           NOT AT END
                               IF fcu_centre = WidCSource THEN
                                   MOVE 1 TO WtrouveFu
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WtrouveFu = 1 THEN
                       PERFORM Reaffecter_un_lecteur
                   END-IF
               END-PERFORM
               CLOSE fcahier-lus
           END-IF.

       Reaffecter_un_lecteur.
           MOVE tamp_fcahier-lus TO WlecteurFerm
           DELETE fcahier-lus
           END-DELETE
           MOVE WlecteurFerm TO tamp_fcahier-lus
           MOVE WidCDest TO fcu_centre
           READ fcahier-lus
               INVALID KEY
                   MOVE WlecteurFerm TO tamp_fcahier-lus
                   MOVE WidCDest TO fcu_centre
                   WRITE tamp_fcahier-lus
                   END-WRITE
           END-READ
           MOVE WlecteurFerm TO tamp_fcahier-lus
           ADD 1 TO WnbLecFerm.

       Journaliser_image_stock.
           MOVE "CP" TO WimageFichier
           MOVE cr_fcentre_produits TO WimageStatut
           MOVE tamp_fcentre_produits TO WimageContenu
           PERFORM Journaliser_apres_image.

       Journaliser_image_centre.
           MOVE "CE" TO WimageFichier
           MOVE cr_fcentres TO WimageStatut
           MOVE tamp_fcentres TO WimageContenu
           PERFORM Journaliser_apres_image.
