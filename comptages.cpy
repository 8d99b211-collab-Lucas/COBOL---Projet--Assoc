       Saisir_journee_comptage.
           DISPLAY "Entrez l'ID du centre : "
           ACCEPT WidC
           PERFORM Controler_centre_connecte
           DISPLAY "Date du comptage (AAAAMMJJ, 0 = aujourd'hui) : "
           ACCEPT WdateCpt
           IF WdateCpt = 0 THEN
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE Wdt(1:8) TO WdateCpt
           END-IF.

       Feuille_comptage_jour.
           DISPLAY "Feuille de comptage tournant du jour"
           PERFORM Saisir_journee_comptage
           MOVE "CPTJOUR" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Feuille de comptage du centre " WidC " du "
               WdateCpt(7:2) "/" WdateCpt(5:2) "/" WdateCpt(1:4)
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE "Classe Produit Nom                            "
               TO WligneEtat
           MOVE "Compté" TO WligneEtat(49:)
           PERFORM Spool_ligne
           OPEN INPUT fcomptages
           IF cr_fcomptages = 00 THEN
               PERFORM Positionner_comptages_jour
               PERFORM WITH TEST AFTER UNTIL WfinCpt = 1
                   READ fcomptages NEXT
                       AT END MOVE 1 TO WfinCpt
                       NOT AT END
                           IF fpc_centre NOT = WidC OR
                                   fpc_date NOT = WdateCpt THEN
                               MOVE 1 TO WfinCpt
                           ELSE
                               PERFORM Imprimer_ligne_comptage
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcomptages
           END-IF
           IF WtotalEtat = 0 THEN
               MOVE "Aucun comptage planifié ce jour." TO WligneEtat
               PERFORM Spool_ligne
           END-IF
           PERFORM Spool_fin.

       Positionner_comptages_jour.
           MOVE 0 TO WfinCpt
           MOVE WidC TO fpc_centre
           MOVE WdateCpt TO fpc_date
           MOVE 0 TO fpc_produit
           START fcomptages KEY IS NOT LESS THAN fpc_cle
               INVALID KEY MOVE 1 TO WfinCpt
           END-START.

       Imprimer_ligne_comptage.
           MOVE SPACES TO WnomCptProduit
           OPEN INPUT fproduits
           MOVE fpc_produit TO fpr_id
           READ fproduits
               NOT INVALID KEY
                   MOVE fpr_nom TO WnomCptProduit
           END-READ
           CLOSE fproduits
           MOVE SPACES TO WligneEtat
           IF fpc_statut = "F" THEN
               STRING "  " fpc_classe "    " fpc_produit "  "
                   WnomCptProduit "  fait : " fpc_qteComptee
                   DELIMITED BY SIZE INTO WligneEtat
           ELSE
               STRING "  " fpc_classe "    " fpc_produit "  "
                   WnomCptProduit "  [__________]"
                   DELIMITED BY SIZE INTO WligneEtat
           END-IF
           PERFORM Spool_ligne
           ADD 1 TO WtotalEtat.

       Session_comptage_jour.
           DISPLAY "Saisie des comptages tournants du jour"
           PERFORM Saisir_journee_comptage
           MOVE 0 TO WnbCptFaits
           OPEN I-O fcomptages
           IF cr_fcomptages NOT = 00 THEN
               DISPLAY "Aucun plan de comptage n'a été généré."
           ELSE
               PERFORM Positionner_comptages_jour
               PERFORM WITH TEST AFTER UNTIL WfinCpt = 1
                   READ fcomptages NEXT
                       AT END MOVE 1 TO WfinCpt
                       NOT AT END
                           IF fpc_centre NOT = WidC OR
                                   fpc_date NOT = WdateCpt THEN
                               MOVE 1 TO WfinCpt
                           ELSE
                               IF fpc_statut = "P" THEN
                                   PERFORM Compter_produit_plan
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcomptages
               DISPLAY WnbCptFaits " comptage(s) enregistré(s)."
           END-IF.

       Compter_produit_plan.
           MOVE fpc_produit TO Wproduit
           PERFORM Lire_stock_livre_comptage
           DISPLAY "Classe " fpc_classe
           PERFORM Compter_produit_inventaire
           IF WqteComptee NOT = 999999 THEN
               MOVE "F" TO fpc_statut
               MOVE WqteLivre TO fpc_qteLivre
               MOVE WqteComptee TO fpc_qteComptee
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE Wdt(1:8) TO fpc_dateComptage
               MOVE WidUtilisateurConnecte TO fpc_utilisateur
               REWRITE tamp_fcomptages
               END-REWRITE
               ADD 1 TO WnbCptFaits
           END-IF.

       Lire_stock_livre_comptage.
           MOVE 0 TO WqteLivre
           MOVE 0 TO WusingCP
           OPEN INPUT fcentres
           MOVE WidC TO fce_id
           READ fcentres
               NOT INVALID KEY
                   IF fce_produit = Wproduit THEN
                       MOVE fce_quantite TO WqteLivre
                   ELSE
                       MOVE 1 TO WusingCP
                   END-IF
           END-READ
           CLOSE fcentres
           IF WusingCP = 1 THEN
               OPEN INPUT fcentre_produits
               MOVE WidC TO fcp_centre
               MOVE Wproduit TO fcp_produit
               READ fcentre_produits
                   NOT INVALID KEY
                       MOVE fcp_quantite TO WqteLivre
               END-READ
               CLOSE fcentre_produits
           END-IF.

       Etat_suivi_comptages.
           DISPLAY "Suivi des comptages tournants"
           DISPLAY "Entrez l'ID du centre (0 = tous) : "
           ACCEPT WcentreCpt
           DISPLAY "Entrez le mois (AAAAMM) : "
           ACCEPT WmoisCpt
           MOVE 1 TO WidxCpt
           PERFORM WITH TEST AFTER UNTIL WidxCpt > 3
               MOVE 0 TO Wcpt-planifies(WidxCpt)
               MOVE 0 TO Wcpt-faits(WidxCpt)
               MOVE 0 TO Wcpt-justes(WidxCpt)
               ADD 1 TO WidxCpt
           END-PERFORM
           MOVE "A" TO Wcpt-classe(1)
           MOVE "B" TO Wcpt-classe(2)
           MOVE "C" TO Wcpt-classe(3)
           OPEN INPUT fcomptages
           IF cr_fcomptages = 00 THEN
               MOVE 0 TO WfinCpt
               PERFORM WITH TEST AFTER UNTIL WfinCpt = 1
                   READ fcomptages NEXT
                       AT END MOVE 1 TO WfinCpt
                       NOT AT END
                           IF fpc_date(1:6) = WmoisCpt AND
                                   (WcentreCpt = 0 OR
                                   fpc_centre = WcentreCpt) THEN
                               PERFORM Cumuler_suivi_comptage
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcomptages
           END-IF

           MOVE "SUIVICPT" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           IF WcentreCpt = 0 THEN
               STRING "Suivi des comptages tournants du mois "
                   WmoisCpt " - tous centres"
                   DELIMITED BY SIZE INTO WligneEtat
           ELSE
               STRING "Suivi des comptages tournants du mois "
                   WmoisCpt " - centre " WcentreCpt
                   DELIMITED BY SIZE INTO WligneEtat
           END-IF
           PERFORM Spool_ligne
           MOVE "Classe  Planifiés  Réalisés  Sans écart  Taux %"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE 1 TO WidxCpt
           PERFORM WITH TEST AFTER UNTIL WidxCpt > 3
               IF Wcpt-faits(WidxCpt) = 0 THEN
                   MOVE 0 TO WtauxCpt
               ELSE
                   COMPUTE WtauxCpt ROUNDED =
                       Wcpt-justes(WidxCpt) * 100 / Wcpt-faits(WidxCpt)
               END-IF
               MOVE SPACES TO WligneEtat
               STRING "  " Wcpt-classe(WidxCpt) "     "
                   Wcpt-planifies(WidxCpt) "      "
                   Wcpt-faits(WidxCpt) "     "
                   Wcpt-justes(WidxCpt) "        " WtauxCpt
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               ADD Wcpt-planifies(WidxCpt) TO WtotalEtat
               ADD 1 TO WidxCpt
           END-PERFORM
           IF WtotalEtat = 0 THEN
               MOVE "Aucun comptage planifié ce mois." TO WligneEtat
               PERFORM Spool_ligne
           END-IF
           PERFORM Spool_fin.

       Cumuler_suivi_comptage.
           IF fpc_classe = "A" THEN
               MOVE 1 TO WidxCpt
           ELSE
               IF fpc_classe = "B" THEN
                   MOVE 2 TO WidxCpt
               ELSE
                   MOVE 3 TO WidxCpt
               END-IF
           END-IF
           ADD 1 TO Wcpt-planifies(WidxCpt)
           IF fpc_statut = "F" THEN
               ADD 1 TO Wcpt-faits(WidxCpt)
               IF fpc_qteComptee = fpc_qteLivre THEN
                   ADD 1 TO Wcpt-justes(WidxCpt)
               END-IF
           END-IF.

       GERE_COMPTAGES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 5 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Feuille de comptage du jour "
           DISPLAY  "2. Saisir les comptages du jour "
           DISPLAY  "3. Suivi des comptages (planifiés / réalisés) "
           DISPLAY  "4.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Feuille_comptage_jour
           ELSE IF Wchoix = 2 THEN
               PERFORM Session_comptage_jour
           ELSE IF Wchoix = 3 THEN
               PERFORM Etat_suivi_comptages
           ELSE IF Wchoix = 4 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
