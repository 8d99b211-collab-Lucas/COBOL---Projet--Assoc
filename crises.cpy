       Rechercher_crise_active.
           MOVE 0 TO WidCrise
           MOVE 1 TO WmultQteCrise
           MOVE 1 TO WmultFreqCrise
           MOVE "NNNNNNN" TO WjoursCrise
           OPEN INPUT fcrises
           IF cr_fcrises = 00 THEN
               MOVE 0 TO WfinCrise
               PERFORM WITH TEST AFTER UNTIL WfinCrise = 1
                   READ fcrises NEXT
                       AT END MOVE 1 TO WfinCrise
                       NOT AT END
                           IF fkr_statut = "A" AND
                                   Wdate >= fkr_dateDebut AND
                                   Wdate <= fkr_dateFin AND
                                   (fkr_antenne = 0 OR
                                    fkr_antenne = WantenneCrise) THEN
                               MOVE fkr_id TO WidCrise
                               MOVE fkr_multQte TO WmultQteCrise
                               MOVE fkr_multFreq TO WmultFreqCrise
                               MOVE fkr_joursSupp TO WjoursCrise
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcrises
           END-IF.

       Chercher_crise_centre.
           MOVE 0 TO WantenneCrise
           MOVE "OOOOOOO" TO WjoursOuverture
           OPEN INPUT fcentres
           MOVE WidC TO fce_id
           READ fcentres
               NOT INVALID KEY
                   MOVE fce_antenne TO WantenneCrise
                   MOVE fce_joursOuverture TO WjoursOuverture
           END-READ
           CLOSE fcentres
           PERFORM Rechercher_crise_active.

       Appliquer_crise_droit.
           PERFORM Chercher_crise_centre
           IF WidCrise > 0 AND WlimQuantite > 0 AND WlimJours > 0
                   THEN
               COMPUTE WlimQuantite ROUNDED =
                   WlimQuantite * WmultQteCrise
               COMPUTE WlimJours ROUNDED = WlimJours / WmultFreqCrise
               IF WlimJours = 0 THEN
                   MOVE 1 TO WlimJours
               END-IF
               DISPLAY "Période de crise " WidCrise " : plafond "
                   "porté à " WlimQuantite " sur " WlimJours
                   " jour(s)."
           END-IF.

       Cumuler_supplement_crise.
           MOVE 0 TO WsuppCrise
           IF WlimNormale > 0 AND
                   WtotalServi + Wquantite > WlimNormale THEN
               IF WtotalServi > WlimNormale THEN
                   MOVE Wquantite TO WsuppCrise
               ELSE
                   COMPUTE WsuppCrise =
                       WtotalServi + Wquantite - WlimNormale
               END-IF
           END-IF
           ADD WsuppCrise TO WquantiteCrise.

       Marquer_distribution_crise.
           PERFORM Chercher_crise_centre
           IF WidCrise > 0 THEN
               OPEN I-O fdistcrises
               MOVE WidD TO fdk_distribution
               MOVE WidCrise TO fdk_crise
               MOVE Wdate TO fdk_date
               MOVE WidC TO fdk_centre
               MOVE WquantiteCrise TO fdk_quantiteSupp
               MOVE "N" TO fdk_jourSupp
               COMPUTE WjourSemaine = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(Wdate) - 1, 7) + 1
               IF WjoursOuverture(WjourSemaine:1) = "F" AND
                       WjoursCrise(WjourSemaine:1) = "O" THEN
                   MOVE "O" TO fdk_jourSupp
               END-IF
               WRITE tamp_fdistcrises
                   INVALID KEY
                       REWRITE tamp_fdistcrises
                       END-REWRITE
               END-WRITE
               CLOSE fdistcrises
               DISPLAY "Distribution " WidD " rattachée à la "
                   "période de crise " WidCrise "."
           END-IF
           MOVE 0 TO WquantiteCrise.

       Declaration_crise.
           DISPLAY "Déclaration d'une période de crise"
           MOVE 0 TO Wtrouver
           DISPLAY "Entrez le code antenne (0 = toutes) : "
           ACCEPT WantenneCrise
           IF WantenneCrise NOT = 0 THEN
               OPEN INPUT fantennes
               MOVE WantenneCrise TO fan_code
               READ fantennes
                   INVALID KEY
                       DISPLAY "L'antenne n'existe pas."
                       MOVE 1 TO Wtrouver
               END-READ
               CLOSE fantennes
           END-IF
           IF Wtrouver = 0 THEN
               MOVE "Date de début (AAAAMMJJ) : " TO WinviteDate
               PERFORM Saisir_date
               MOVE Wdate TO WdebutCrise
               PERFORM WITH TEST AFTER UNTIL Wdate >= WdebutCrise
                   MOVE "Date de fin (AAAAMMJJ) : " TO WinviteDate
                   PERFORM Saisir_date
                   IF Wdate < WdebutCrise THEN
                       DISPLAY "⚠️ La fin doit suivre le "
                           "début ⚠️"
                   END-IF
               END-PERFORM
               DISPLAY "Motif (vague de froid, inondation...) : "
               MOVE SPACES TO WmotifCrise
               ACCEPT WmotifCrise
               MOVE 0 TO WmultQteCrise
               PERFORM WITH TEST AFTER UNTIL WmultQteCrise >= 1
                   DISPLAY "Multiplicateur du plafond de quantité "
                       "(1.0 à 9.9) : "
                   ACCEPT WmultQteCrise
               END-PERFORM
               MOVE 0 TO WmultFreqCrise
               PERFORM WITH TEST AFTER UNTIL WmultFreqCrise >= 1
                   DISPLAY "Multiplicateur de fréquence des passages "
                       "(1.0 à 9.9) : "
                   ACCEPT WmultFreqCrise
               END-PERFORM
               DISPLAY "Jours d'ouverture supplémentaires (LMMJVSD, "
                   "O = ouvert en plus, vide = aucun) : "
               MOVE SPACES TO Wsaisie
               ACCEPT Wsaisie
               MOVE Wsaisie(1:7) TO WjoursCrise
               INSPECT WjoursCrise REPLACING ALL SPACE BY "N"

               OPEN I-O increment
               MOVE "KR" TO autoinc_entite
               READ increment
                   INVALID KEY
                       MOVE "KR" TO autoinc_entite
                       MOVE 00001 TO autoinc_num
                       WRITE autoinc
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
               END-READ
               CLOSE increment
               MOVE autoinc_num TO WidCrise

               OPEN I-O fcrises
               MOVE WidCrise TO fkr_id
               MOVE WantenneCrise TO fkr_antenne
               MOVE WdebutCrise TO fkr_dateDebut
               MOVE Wdate TO fkr_dateFin
               MOVE WmotifCrise TO fkr_motif
               MOVE WmultQteCrise TO fkr_multQte
               MOVE WmultFreqCrise TO fkr_multFreq
               MOVE WjoursCrise TO fkr_joursSupp
               MOVE "A" TO fkr_statut
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE WidUtilisateurConnecte TO fkr_modifPar
               MOVE Wdt(1:8) TO fkr_modifDate
               MOVE Wdt(9:6) TO fkr_modifHeure
               WRITE tamp_fcrises
               END-WRITE
               CLOSE fcrises

               MOVE "KR" TO WhiEntite
               MOVE WidCrise TO WhiCle
               MOVE "declaration" TO WhiChamp
               MOVE SPACES TO WhiAncien
               MOVE WmotifCrise TO WhiNouveau
               PERFORM Journaliser_historique
               DISPLAY "Période de crise " WidCrise " déclarée du "
                   WdebutCrise " au " Wdate "."
           END-IF.

       Cloture_crise.
           DISPLAY "Entrez l'ID de la période de crise : "
           ACCEPT WidCrise
           OPEN I-O fcrises
           MOVE WidCrise TO fkr_id
           READ fcrises
               INVALID KEY
                   DISPLAY "Période de crise inconnue."
               NOT INVALID KEY
                   DISPLAY "Période du " fkr_dateDebut " au "
                       fkr_dateFin " statut " fkr_statut
                   MOVE "Fin (AAAAMMJJ, < début = annulation) : "
                       TO WinviteDate
                   PERFORM Saisir_date
                   MOVE "KR" TO WhiEntite
                   MOVE fkr_id TO WhiCle
                   MOVE fkr_dateFin TO WhiAncien
                   IF Wdate < fkr_dateDebut THEN
                       MOVE "X" TO fkr_statut
                       MOVE "statut" TO WhiChamp
                       MOVE "X" TO WhiNouveau
                       DISPLAY "Période de crise annulée."
                   ELSE
                       MOVE Wdate TO fkr_dateFin
                       MOVE "dateFin" TO WhiChamp
                       MOVE Wdate TO WhiNouveau
                       DISPLAY "Période de crise close le " Wdate "."
                   END-IF
                   PERFORM Journaliser_historique
                   MOVE FUNCTION CURRENT-DATE TO Wdt
                   MOVE WidUtilisateurConnecte TO fkr_modifPar
                   MOVE Wdt(1:8) TO fkr_modifDate
                   MOVE Wdt(9:6) TO fkr_modifHeure
                   REWRITE tamp_fcrises
                   END-REWRITE
           END-READ
           CLOSE fcrises.

       Affichage_crises.
           MOVE 0 TO Wtrouve
           OPEN INPUT fcrises
           IF cr_fcrises = 00 THEN
               MOVE 0 TO WfinCrise
               PERFORM WITH TEST AFTER UNTIL WfinCrise = 1
                   READ fcrises NEXT
                       AT END MOVE 1 TO WfinCrise
                       NOT AT END
                           MOVE fkr_multQte TO WqteEditCrise
                           MOVE fkr_multFreq TO WfreqEditCrise
                           DISPLAY "crise " fkr_id " antenne "
                               fkr_antenne " du " fkr_dateDebut
                               " au " fkr_dateFin " statut "
                               fkr_statut " " fkr_motif
                           DISPLAY "   quantité x" WqteEditCrise
                               ", fréquence x" WfreqEditCrise
                               ", jours en plus " fkr_joursSupp
                           MOVE 1 TO Wtrouve
                   END-READ
               END-PERFORM
               CLOSE fcrises
           END-IF
           IF Wtrouve = 0 THEN
               DISPLAY "Aucune période de crise déclarée."
           END-IF.

       Rapport_crise.
           DISPLAY "Entrez l'ID de la période de crise : "
           ACCEPT WidCrise
           MOVE 0 TO Wtrouve
           OPEN INPUT fcrises
           IF cr_fcrises = 00 THEN
               MOVE WidCrise TO fkr_id
               READ fcrises
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
               CLOSE fcrises
           END-IF
           IF Wtrouve = 0 THEN
               DISPLAY "Période de crise inconnue."
           ELSE
               MOVE 0 TO WnbDistCrise
               MOVE 0 TO WvolumeCrise
               MOVE 0 TO WtotalSuppCrise
               MOVE 0 TO WvaleurCrise
               MOVE 0 TO WnbCri
               MOVE "CRISE" TO WcodeEtat
               PERFORM Spool_debut
               MOVE fkr_multQte TO WqteEditCrise
               MOVE fkr_multFreq TO WfreqEditCrise
               MOVE SPACES TO WligneEtat
               STRING "Crise " fkr_id " antenne " fkr_antenne
                   " du " fkr_dateDebut " au " fkr_dateFin " : "
                   fkr_motif
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE SPACES TO WligneEtat
               STRING "Plafond quantite x" WqteEditCrise
                   ", frequence x" WfreqEditCrise
                   ", jours supplementaires " fkr_joursSupp
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE SPACES TO WligneEtat
               STRING "Distri Date     Centre Volume Supplement "
                   "Jour supp."
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               OPEN INPUT fdistcrises
               IF cr_fdistcrises = 00 THEN
                   OPEN INPUT fdistributions
                   MOVE 0 TO WfinCrise
                   MOVE WidCrise TO fdk_crise
                   START fdistcrises KEY IS EQUAL TO fdk_crise
                       INVALID KEY MOVE 1 TO WfinCrise
                   END-START
                   PERFORM WITH TEST AFTER UNTIL WfinCrise = 1
                       READ fdistcrises NEXT
                           AT END MOVE 1 TO WfinCrise
                           NOT AT END
                               IF fdk_crise NOT = WidCrise THEN
                                   MOVE 1 TO WfinCrise
                               ELSE
                                   PERFORM Imprimer_distribution_crise
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fdistributions
                   CLOSE fdistcrises
               END-IF
               MOVE SPACES TO WligneEtat
               MOVE "Stock utilise par produit :" TO WligneEtat
               PERFORM Spool_ligne
               MOVE 1 TO WidxCri
               PERFORM WITH TEST AFTER UNTIL WidxCri > WnbCri
                       OR WnbCri = 0
                   MOVE Wcri-produit(WidxCri) TO Wproduit
                   PERFORM Lire_cout_produit
                   COMPUTE Wvaleur =
                       Wcri-quantite(WidxCri) * Wcout
                   ADD Wvaleur TO WvaleurCrise
                   MOVE Wvaleur TO WvaleurEditCrise
                   MOVE SPACES TO WligneEtat
                   STRING "  produit " Wproduit " quantite "
                       Wcri-quantite(WidxCri) " valeur "
                       WvaleurEditCrise " euros"
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   ADD 1 TO WidxCri
               END-PERFORM
               MOVE WvaleurCrise TO WvaleurEditCrise
               MOVE SPACES TO WligneEtat
               STRING "Distributions : " WnbDistCrise
                   "  volume servi : " WvolumeCrise
                   "  dont supplement crise : " WtotalSuppCrise
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE SPACES TO WligneEtat
               STRING "Valeur du stock utilise : " WvaleurEditCrise
                   " euros"
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE WnbDistCrise TO WtotalEtat
               PERFORM Spool_fin
           END-IF.

       Imprimer_distribution_crise.
           MOVE fdk_distribution TO fdi_id
           READ fdistributions
               INVALID KEY
                   MOVE "I" TO fdi_statut
           END-READ
           IF fdi_statut NOT = "I" AND fdi_statut NOT = "X" THEN
               PERFORM Charger_lignes_cumul
               MOVE 0 TO Wquantite
               MOVE 1 TO WidxLgc
               PERFORM WITH TEST AFTER UNTIL WidxLgc > WnbLgc
                   ADD Wlgc-quantite(WidxLgc) TO Wquantite
                   PERFORM Cumuler_produit_crise
                   ADD 1 TO WidxLgc
               END-PERFORM
               ADD 1 TO WnbDistCrise
               ADD Wquantite TO WvolumeCrise
               ADD fdk_quantiteSupp TO WtotalSuppCrise
               MOVE SPACES TO WligneEtat
               STRING fdk_distribution "  " fdk_date " " fdk_centre
                   "     " Wquantite " " fdk_quantiteSupp "     "
                   fdk_jourSupp
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
           END-IF.

       Cumuler_produit_crise.
           MOVE 0 TO Wtrouve
           MOVE 1 TO WidxCri
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR
                   WidxCri > WnbCri
               IF Wcri-produit(WidxCri) = Wlgc-produit(WidxLgc) THEN
                   MOVE 1 TO Wtrouve
               ELSE
                   ADD 1 TO WidxCri
               END-IF
           END-PERFORM
           IF Wtrouve = 0 AND WnbCri < 50 THEN
               ADD 1 TO WnbCri
               MOVE WnbCri TO WidxCri
               MOVE Wlgc-produit(WidxLgc) TO Wcri-produit(WidxCri)
               MOVE 0 TO Wcri-quantite(WidxCri)
               MOVE 1 TO Wtrouve
           END-IF
           IF Wtrouve = 1 THEN
               ADD Wlgc-quantite(WidxLgc) TO Wcri-quantite(WidxCri)
           END-IF.

       GERE_CRISES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 6 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Déclarer une période de crise "
           DISPLAY  "2. Clore ou annuler une période de crise "
           DISPLAY  "3. Afficher les périodes de crise "
           DISPLAY  "4. Rapport de crise (volume et stock) "
           DISPLAY  "5.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Declaration_crise
           ELSE IF Wchoix = 2 THEN
               PERFORM Cloture_crise
           ELSE IF Wchoix = 3 THEN
               PERFORM Affichage_crises
           ELSE IF Wchoix = 4 THEN
               PERFORM Rapport_crise
           ELSE IF Wchoix = 5 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
