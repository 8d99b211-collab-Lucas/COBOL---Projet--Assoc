       Bon_preparation_distribution.
           DISPLAY "Entrez l'ID de la distribution : "
           ACCEPT WidD
           MOVE 0 TO WnbPk
           MOVE 0 TO WnbDistPrep
           OPEN INPUT fdistributions
           MOVE WidD TO fdi_id
           READ fdistributions
               INVALID KEY
                   DISPLAY "La distribution n'existe pas."
               NOT INVALID KEY
                   IF fdi_statut = "P" OR fdi_statut = "A" THEN
                       MOVE fdi_centre TO WcentrePrep
                       MOVE fdi_date TO WdatePrep
                       MOVE fdi_horaire TO WhorairePrep
                       PERFORM Charger_preparation_distribution
                   ELSE
                       DISPLAY "Seule une distribution planifiée "
                           "se prépare."
                   END-IF
           END-READ
           CLOSE fdistributions
           IF WnbDistPrep > 0 THEN
               PERFORM Imprimer_bon_preparation
           END-IF.

       Bon_preparation_centre.
           DISPLAY "Entrez l'ID du centre : "
           ACCEPT WcentrePrep
           MOVE "Date des distributions (AAAAMMJJ) : " TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO WdatePrep
           DISPLAY "Horaire (AM/PM) : "
           ACCEPT WhorairePrep
           MOVE 0 TO WnbPk
           MOVE 0 TO WnbDistPrep
           OPEN INPUT fdistributions
           MOVE 0 TO WfinPrep
           MOVE WcentrePrep TO fdi_centre
           START fdistributions KEY IS EQUAL TO fdi_centre
               INVALID KEY MOVE 1 TO WfinPrep
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinPrep = 1
               READ fdistributions NEXT
                   AT END MOVE 1 TO WfinPrep
                   NOT AT END
                       IF fdi_centre NOT = WcentrePrep THEN
                           MOVE 1 TO WfinPrep
                       ELSE
                           IF fdi_date = WdatePrep AND
                                   fdi_horaire = WhorairePrep AND
                                   (fdi_statut = "P" OR
                                   fdi_statut = "A") THEN
                               PERFORM Charger_preparation_distribution
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdistributions
           IF WnbDistPrep = 0 THEN
               DISPLAY "Aucune distribution à préparer pour ce "
                   "créneau."
           ELSE
               PERFORM Imprimer_bon_preparation
           END-IF.

       Charger_preparation_distribution.
           ADD 1 TO WnbDistPrep
           PERFORM Charger_lignes_cumul
           MOVE 1 TO WidxLgc
           PERFORM WITH TEST AFTER UNTIL WidxLgc > WnbLgc
               MOVE Wlgc-produit(WidxLgc) TO Wproduit
               MOVE Wlgc-quantite(WidxLgc) TO WrestePrep
               PERFORM Charger_lots_ligne_preparation
               IF WrestePrep > 0 THEN
                   MOVE SPACES TO WpkNouvEmplacement
                   MOVE SPACES TO WpkNouvLot
                   MOVE 0 TO WpkNouvDlc
                   MOVE WrestePrep TO WpkNouvQuantite
                   PERFORM Inserer_ligne_preparation
               END-IF
               ADD 1 TO WidxLgc
           END-PERFORM.

       Charger_lots_ligne_preparation.
           OPEN INPUT fconsommations
           MOVE 0 TO WfinPrep2
           PERFORM WITH TEST AFTER UNTIL WfinPrep2 = 1
                   OR WrestePrep = 0
               READ fconsommations NEXT
                   AT END MOVE 1 TO WfinPrep2
                   NOT AT END
                       IF fcs_distribution = fdi_id AND
                               fcs_produit = Wproduit AND
                               fcs_centre = fdi_centre THEN
                           MOVE fcs_emplacement TO WpkNouvEmplacement
                           MOVE fcs_numero TO WpkNouvLot
                           MOVE fcs_dlc TO WpkNouvDlc
                           IF fcs_quantite > WrestePrep THEN
                               MOVE WrestePrep TO WpkNouvQuantite
                           ELSE
                               MOVE fcs_quantite TO WpkNouvQuantite
                           END-IF
                           SUBTRACT WpkNouvQuantite FROM WrestePrep
                           PERFORM Inserer_ligne_preparation
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fconsommations.

       Inserer_ligne_preparation.
           IF WnbPk < 200 THEN
               MOVE WnbPk TO WidxPk
               ADD 1 TO WidxPk
               MOVE 0 TO WposPkTrouvee
               PERFORM WITH TEST BEFORE
                       UNTIL WidxPk = 1 OR WposPkTrouvee = 1
                   SUBTRACT 1 FROM WidxPk GIVING WidxPk2
                   IF Wpk-emplacement(WidxPk2) > WpkNouvEmplacement
                           THEN
                       MOVE Wpk-ligne(WidxPk2) TO Wpk-ligne(WidxPk)
                       MOVE WidxPk2 TO WidxPk
                   ELSE
                       MOVE 1 TO WposPkTrouvee
                   END-IF
               END-PERFORM
               MOVE WpkNouvEmplacement TO Wpk-emplacement(WidxPk)
               MOVE fdi_id TO Wpk-distribution(WidxPk)
               MOVE Wproduit TO Wpk-produit(WidxPk)
               MOVE WpkNouvLot TO Wpk-lot(WidxPk)
               MOVE WpkNouvDlc TO Wpk-dlc(WidxPk)
               MOVE WpkNouvQuantite TO Wpk-quantite(WidxPk)
               ADD 1 TO WnbPk
           END-IF.

       Imprimer_bon_preparation.
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           COMPUTE WdateAlertePrep = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WdateJour) + 3)
           MOVE "PREPA" TO WcodeEtat
           PERFORM Spool_debut
           MOVE "============ BON DE PRÉPARATION ============"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Centre " WcentrePrep " - le " WdatePrep
               " " WhorairePrep " - " WnbDistPrep
               " distribution(s)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE "[ ] emplacement  distrib produit lot        DLC"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE 1 TO WidxPk
           PERFORM WITH TEST BEFORE UNTIL WidxPk > WnbPk
               PERFORM Imprimer_ligne_preparation
               ADD 1 TO WidxPk
           END-PERFORM
           MOVE "(!) = DLC dans les 3 jours, servir en priorité"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE "Manquants : à ressaisir avant le service."
               TO WligneEtat
           PERFORM Spool_ligne
           PERFORM Spool_fin.

       Imprimer_ligne_preparation.
           MOVE SPACES TO WnomProduitPrep
           OPEN INPUT fproduits
           MOVE Wpk-produit(WidxPk) TO fpr_id
           READ fproduits
               NOT INVALID KEY
                   MOVE fpr_nom TO WnomProduitPrep
           END-READ
           CLOSE fproduits
           MOVE SPACES TO WalertePrep
           IF Wpk-lot(WidxPk) = SPACES THEN
               MOVE "hors lot" TO Wpk-lot(WidxPk)
           ELSE
               IF Wpk-dlc(WidxPk) > 0 AND
                       Wpk-dlc(WidxPk) <= WdateAlertePrep THEN
                   MOVE "(!)" TO WalertePrep
               END-IF
           END-IF
           MOVE SPACES TO WligneEtat
           STRING "[ ] " Wpk-emplacement(WidxPk) " "
               Wpk-distribution(WidxPk) " "
               Wpk-produit(WidxPk) " " Wpk-lot(WidxPk) " "
               Wpk-dlc(WidxPk) " " WalertePrep
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "      " WnomProduitPrep " x " Wpk-quantite(WidxPk)
               "   trouvé : ______"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           ADD Wpk-quantite(WidxPk) TO WtotalEtat.

       Saisie_manquants_preparation.
           DISPLAY "Manquants constatés à la préparation"
           DISPLAY "Entrez l'ID de la distribution : "
           ACCEPT WidD
           OPEN I-O fdistributions
           MOVE WidD TO fdi_id
           READ fdistributions
               INVALID KEY
                   DISPLAY "La distribution n'existe pas."
               NOT INVALID KEY
                   IF fdi_statut = "P" OR fdi_statut = "A" THEN
                       PERFORM Saisir_manquants_lignes
                       MOVE FUNCTION CURRENT-DATE TO Wdt
                       MOVE WidUtilisateurConnecte TO fdi_modifPar
                       MOVE Wdt(1:8) TO fdi_modifDate
                       MOVE Wdt(9:6) TO fdi_modifHeure
                       REWRITE tamp_fdistributions
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_distribution
                   ELSE
                       DISPLAY "Distribution déjà servie ou "
                           "annulée."
                   END-IF
           END-READ
           CLOSE fdistributions.

       Saisir_manquants_lignes.
           MOVE 0 TO WnbManquantsPrep
           PERFORM Charger_lignes_cumul
           MOVE 1 TO WidxLgc
           PERFORM WITH TEST AFTER UNTIL WidxLgc > WnbLgc
               MOVE Wlgc-produit(WidxLgc) TO Wproduit
               MOVE Wlgc-quantite(WidxLgc) TO WqtePrevueLigne
               DISPLAY "Produit " Wproduit " - à préparer "
                   WqtePrevueLigne
               DISPLAY "Quantité trouvée en rayon "
                   "(vide = complète) : "
               ACCEPT Wsaisie
               IF Wsaisie NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(Wsaisie)
                       TO WqteServieLigne
                   IF WqteServieLigne < WqtePrevueLigne THEN
                       PERFORM Enregistrer_manquant_preparation
                       ADD 1 TO WnbManquantsPrep
                   END-IF
               END-IF
               ADD 1 TO WidxLgc
           END-PERFORM
           DISPLAY WnbManquantsPrep " manquant(s) enregistré(s).".

       Enregistrer_manquant_preparation.
           OPEN I-O fecarts
           MOVE WidD TO fec_distribution
           MOVE Wproduit TO fec_produit
           READ fecarts
               INVALID KEY
                   MOVE WidD TO fec_distribution
                   MOVE Wproduit TO fec_produit
                   MOVE WqtePrevueLigne TO fec_qtePrevue
                   MOVE WqteServieLigne TO fec_qteServie
                   MOVE "MANQUANT" TO fec_motif
                   MOVE FUNCTION CURRENT-DATE TO Wdt
                   MOVE Wdt(1:8) TO fec_date
                   WRITE tamp_fecarts
                   END-WRITE
               NOT INVALID KEY
                   MOVE WqteServieLigne TO fec_qteServie
                   MOVE "MANQUANT" TO fec_motif
                   REWRITE tamp_fecarts
                   END-REWRITE
           END-READ
           CLOSE fecarts
           PERFORM Mettre_a_jour_ligne_servie
           DISPLAY "Produit " Wproduit " ramené à " WqteServieLigne
               " pour le service.".

       GERE_PREPARATION.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 5 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Bon de préparation d'une distribution "
           DISPLAY  "2. Bons de préparation d'un centre (créneau) "
           DISPLAY  "3. Saisir les manquants constatés "
           DISPLAY  "4.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Bon_preparation_distribution
           ELSE IF Wchoix = 2 THEN
               PERFORM Bon_preparation_centre
           ELSE IF Wchoix = 3 THEN
               PERFORM Saisie_manquants_preparation
           ELSE IF Wchoix = 4 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
