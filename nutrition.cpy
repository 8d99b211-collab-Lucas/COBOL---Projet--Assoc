       Saisie_nutrition_produit.
           DISPLAY "Valeurs nutritionnelles d'un produit"
           DISPLAY "Entrez l'ID du produit : "
           ACCEPT WidProduit
           MOVE 0 TO Wtrouver
           OPEN INPUT fproduits
           MOVE WidProduit TO fpr_id
           READ fproduits
               INVALID KEY
                   DISPLAY "Le produit n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   DISPLAY "Produit : " fpr_nom " (" fpr_unite ")"
           END-READ
           CLOSE fproduits

           IF Wtrouver = 0 THEN
               OPEN I-O fnutrition
               MOVE WidProduit TO fnu_produit
               MOVE 1 TO Wtrouve
               READ fnutrition
                   INVALID KEY
                       MOVE 0 TO Wtrouve
                   NOT INVALID KEY
                       DISPLAY "Fiche actuelle : " fnu_poidsUnite
                           " g/unité, " fnu_energie " kcal, "
                           "groupe " fnu_groupe
               END-READ
               DISPLAY "Poids d'une unité de stock en grammes "
                   "(ex 1000 pour 1 KG) : "
               ACCEPT WnuPoids
               DISPLAY "Valeurs pour 100 g :"
               DISPLAY "Énergie (kcal) : "
               ACCEPT WnuEnergie
               DISPLAY "Protéines (g) : "
               ACCEPT WnuProteines
               DISPLAY "Lipides (g) : "
               ACCEPT WnuLipides
               DISPLAY "Sucres (g) : "
               ACCEPT WnuSucres
               DISPLAY "Fibres (g) : "
               ACCEPT WnuFibres
               MOVE 0 TO WgroupeValide
               PERFORM WITH TEST AFTER UNTIL WgroupeValide = 1
                   DISPLAY "Groupe (FL=fruits-légumes, FE=féculents, "
                       "PR=protéines, PL=produits laitiers, "
                       "AU=autres) : "
                   ACCEPT WgroupeNutri
                   PERFORM Valider_groupe_nutrition
               END-PERFORM

               MOVE WidProduit TO fnu_produit
               MOVE WnuPoids TO fnu_poidsUnite
               MOVE WnuEnergie TO fnu_energie
               MOVE WnuProteines TO fnu_proteines
               MOVE WnuLipides TO fnu_lipides
               MOVE WnuSucres TO fnu_sucres
               MOVE WnuFibres TO fnu_fibres
               MOVE WgroupeNutri TO fnu_groupe
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE WidUtilisateurConnecte TO fnu_modifPar
               MOVE Wdt(1:8) TO fnu_modifDate
               IF Wtrouve = 1 THEN
                   REWRITE tamp_fnutrition
                   END-REWRITE
               ELSE
                   WRITE tamp_fnutrition
                   END-WRITE
               END-IF
               CLOSE fnutrition
               DISPLAY "Valeurs nutritionnelles enregistrées."
           END-IF.

       Valider_groupe_nutrition.
           MOVE 0 TO WgroupeValide
           MOVE 0 TO WidxGroupe
           IF WgroupeNutri = "FL" THEN
               MOVE 1 TO WidxGroupe
           END-IF
           IF WgroupeNutri = "FE" THEN
               MOVE 2 TO WidxGroupe
           END-IF
           IF WgroupeNutri = "PR" THEN
               MOVE 3 TO WidxGroupe
           END-IF
           IF WgroupeNutri = "PL" THEN
               MOVE 4 TO WidxGroupe
           END-IF
           IF WgroupeNutri = "AU" THEN
               MOVE 5 TO WidxGroupe
           END-IF
           IF WidxGroupe > 0 THEN
               MOVE 1 TO WgroupeValide
           END-IF.

       Affichage_nutrition.
           OPEN INPUT fnutrition
           OPEN INPUT fproduits
           MOVE 0 TO Wfin
           MOVE 0 TO WpageCompteur
           DISPLAY "Produit Nom                  g/unité kcal prot "
               "lip  suc  fib  groupe"
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fnutrition NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       MOVE SPACES TO fpr_nom
                       MOVE fnu_produit TO fpr_id
                       READ fproduits
                           INVALID KEY
                               MOVE SPACES TO fpr_nom
                       END-READ
                       DISPLAY fnu_produit " " fpr_nom(1:20) " "
                           fnu_poidsUnite " " fnu_energie " "
                           fnu_proteines " " fnu_lipides " "
                           fnu_sucres " " fnu_fibres " " fnu_groupe
                       IF Wfin NOT = 1 THEN
                           PERFORM Pagination_controle
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fproduits
           CLOSE fnutrition.

       Bilan_nutritionnel_foyers.
           DISPLAY "Bilan nutritionnel des paniers servis"
           MOVE "Entrez la date de début (AAAAMMJJ) : "
               TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO WdateDebut
           MOVE "Entrez la date de fin (AAAAMMJJ) : "
               TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO WdateFin
           MOVE "NUTFLPCT" TO WcodeParam
           PERFORM Lire_parametre
           MOVE WvaleurParam TO WseuilFL
           MOVE "NUTPRPCT" TO WcodeParam
           PERFORM Lire_parametre
           MOVE WvaleurParam TO WseuilProt

           MOVE 0 TO WnbNf
           MOVE 0 TO WnbHorsNf
           MOVE 0 TO WnbSansFiche
           INITIALIZE Wtab-nutri-centres
           OPEN INPUT fdistributions
           OPEN INPUT fnutrition
           OPEN INPUT fecarts
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fdistributions NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fdi_statut = "S" AND
                               fdi_beneficiaire NOT = 0 AND
                               fdi_date >= WdateDebut AND
                               fdi_date <= WdateFin THEN
                           PERFORM Cumuler_nutrition_distribution
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fecarts
           CLOSE fnutrition
           CLOSE fdistributions

           MOVE "NUTRIFOY" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "=== Bilan nutritionnel du " WdateDebut " au "
               WdateFin " ==="
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Cibles : fruits-légumes >= " WseuilFL
               " % du poids, protéines >= " WseuilProt
               " % de l'énergie"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE 0 TO WnbFoyersAlerte
           IF WnbNf = 0 THEN
               MOVE "Aucune distribution servie sur la période."
                   TO WligneEtat
               PERFORM Spool_ligne
           ELSE
               MOVE "---- Apports par personne et par foyer ----"
                   TO WligneEtat
               PERFORM Spool_ligne
               MOVE 1 TO WidxNf
               PERFORM WITH TEST AFTER UNTIL WidxNf > WnbNf
                   PERFORM Imprimer_nutrition_foyer
                   ADD 1 TO WidxNf
               END-PERFORM
               PERFORM Imprimer_nutrition_centres
           END-IF
           IF WnbSansFiche > 0 THEN
               MOVE SPACES TO WligneEtat
               STRING WnbSansFiche " ligne(s) servie(s) sur des "
                   "produits sans fiche nutritionnelle (ignorées)"
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
           END-IF
           IF WnbHorsNf > 0 THEN
               MOVE SPACES TO WligneEtat
               STRING WnbHorsNf " distribution(s) ignorée(s), "
                   "table des foyers pleine"
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
           END-IF
           MOVE WnbFoyersAlerte TO WtotalEtat
           PERFORM Spool_fin.

       Cumuler_nutrition_distribution.
           MOVE 0 TO Wtrouve
           MOVE 1 TO WidxNf
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   OR WidxNf > WnbNf OR WnbNf = 0
               IF Wnf-beneficiaire(WidxNf) = fdi_beneficiaire THEN
                   MOVE 1 TO Wtrouve
               ELSE
                   ADD 1 TO WidxNf
               END-IF
           END-PERFORM
           IF Wtrouve = 0 THEN
               IF WnbNf < 200 THEN
                   ADD 1 TO WnbNf
                   MOVE WnbNf TO WidxNf
                   INITIALIZE Wnf-ligne(WidxNf)
                   MOVE fdi_beneficiaire TO Wnf-beneficiaire(WidxNf)
                   MOVE 1 TO Wtrouve
               ELSE
                   ADD 1 TO WnbHorsNf
               END-IF
           END-IF
           IF Wtrouve = 1 THEN
               MOVE fdi_centre TO Wnf-centre(WidxNf)
               PERFORM Charger_lignes_cumul
               MOVE 1 TO WidxLgc
               PERFORM WITH TEST AFTER UNTIL WidxLgc > WnbLgc
                   PERFORM Cumuler_ligne_nutrition
                   ADD 1 TO WidxLgc
               END-PERFORM
           END-IF.

       Cumuler_ligne_nutrition.
           MOVE Wlgc-quantite(WidxLgc) TO WqteNutri
           MOVE fdi_id TO fec_distribution
           MOVE Wlgc-produit(WidxLgc) TO fec_produit
           READ fecarts
               NOT INVALID KEY
                   MOVE fec_qteServie TO WqteNutri
           END-READ
           MOVE Wlgc-produit(WidxLgc) TO fnu_produit
           READ fnutrition
               INVALID KEY
                   ADD 1 TO WnbSansFiche
               NOT INVALID KEY
                   MOVE fnu_groupe TO WgroupeNutri
                   PERFORM Valider_groupe_nutrition
                   IF WidxGroupe = 0 THEN
                       MOVE 5 TO WidxGroupe
                   END-IF
                   COMPUTE WgrammesNutri = WqteNutri * fnu_poidsUnite
                   ADD WgrammesNutri TO Wnf-poids(WidxNf)
                   ADD WgrammesNutri
                       TO Wnf-groupe(WidxNf, WidxGroupe)
                   COMPUTE Wnf-energie(WidxNf) = Wnf-energie(WidxNf)
                       + (WgrammesNutri * fnu_energie / 100)
                   COMPUTE Wnf-proteines(WidxNf) =
                       Wnf-proteines(WidxNf)
                       + (WgrammesNutri * fnu_proteines / 100)
                   COMPUTE Wnf-lipides(WidxNf) = Wnf-lipides(WidxNf)
                       + (WgrammesNutri * fnu_lipides / 100)
                   COMPUTE Wnf-sucres(WidxNf) = Wnf-sucres(WidxNf)
                       + (WgrammesNutri * fnu_sucres / 100)
                   COMPUTE Wnf-fibres(WidxNf) = Wnf-fibres(WidxNf)
                       + (WgrammesNutri * fnu_fibres / 100)
           END-READ.

       Imprimer_nutrition_foyer.
           MOVE Wnf-beneficiaire(WidxNf) TO WidBeneficiaire
           PERFORM Calculer_parts_foyer
           COMPUTE WenergiePers ROUNDED =
               Wnf-energie(WidxNf) * 10 / WpartsFoyer
           COMPUTE WproteinesPers ROUNDED =
               Wnf-proteines(WidxNf) * 10 / WpartsFoyer
           COMPUTE WlipidesPers ROUNDED =
               Wnf-lipides(WidxNf) * 10 / WpartsFoyer
           COMPUTE WsucresPers ROUNDED =
               Wnf-sucres(WidxNf) * 10 / WpartsFoyer
           COMPUTE WfibresPers ROUNDED =
               Wnf-fibres(WidxNf) * 10 / WpartsFoyer
           MOVE 1 TO WidxGroupe
           PERFORM WITH TEST AFTER UNTIL WidxGroupe > 5
               MOVE 0 TO Wnp-pct(WidxGroupe)
               IF Wnf-poids(WidxNf) > 0 THEN
                   COMPUTE Wnp-pct(WidxGroupe) ROUNDED =
                       Wnf-groupe(WidxNf, WidxGroupe) * 100
                       / Wnf-poids(WidxNf)
               END-IF
               ADD 1 TO WidxGroupe
           END-PERFORM
           MOVE 0 TO WpartProt
           IF Wnf-energie(WidxNf) > 0 THEN
               COMPUTE WpartProt ROUNDED =
                   Wnf-proteines(WidxNf) * 400 / Wnf-energie(WidxNf)
           END-IF

           MOVE SPACES TO WligneEtat
           STRING "foyer " Wnf-beneficiaire(WidxNf)
               " centre " Wnf-centre(WidxNf)
               " parts " WpartsFoyer
               " /pers : " WenergiePers " kcal "
               WproteinesPers " g prot " WlipidesPers " g lip "
               WsucresPers " g suc " WfibresPers " g fib"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "   FL " Wnp-pct(1) "% FE " Wnp-pct(2)
               "% PR " Wnp-pct(3) "% PL " Wnp-pct(4)
               "% AU " Wnp-pct(5) "% - énergie protéines "
               WpartProt "%"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE 0 TO Wtrouve
           IF WseuilFL > 0 AND Wnp-pct(1) < WseuilFL THEN
               MOVE "   ⚠️ Sous la cible fruits-légumes"
                   TO WligneEtat
               PERFORM Spool_ligne
               MOVE 1 TO Wtrouve
           END-IF
           IF WseuilProt > 0 AND WpartProt < WseuilProt THEN
               MOVE "   ⚠️ Sous la cible protéines" TO WligneEtat
               PERFORM Spool_ligne
               MOVE 1 TO Wtrouve
           END-IF

           MOVE Wnf-centre(WidxNf) TO WidC
           IF WidC > 0 THEN
               ADD 1 TO Wnc-nbFoyers(WidC)
               ADD Wnf-poids(WidxNf) TO Wnc-poids(WidC)
               ADD Wnf-groupe(WidxNf, 1) TO Wnc-poidsFL(WidC)
               ADD Wnf-energie(WidxNf) TO Wnc-energie(WidC)
               ADD Wnf-proteines(WidxNf) TO Wnc-proteines(WidC)
           END-IF
           IF Wtrouve = 1 THEN
               ADD 1 TO WnbFoyersAlerte
               IF WidC > 0 THEN
                   ADD 1 TO Wnc-nbAlertes(WidC)
               END-IF
           END-IF.

       Imprimer_nutrition_centres.
           MOVE "---- Synthèse par centre ----" TO WligneEtat
           PERFORM Spool_ligne
           MOVE 1 TO WidxCentreNu
           PERFORM WITH TEST AFTER UNTIL WidxCentreNu > 99
               MOVE WidxCentreNu TO WidC
               IF Wnc-nbFoyers(WidC) > 0 THEN
                   MOVE 0 TO Wnp-pct(1)
                   IF Wnc-poids(WidC) > 0 THEN
                       COMPUTE Wnp-pct(1) ROUNDED =
                           Wnc-poidsFL(WidC) * 100 / Wnc-poids(WidC)
                   END-IF
                   MOVE 0 TO WpartProt
                   IF Wnc-energie(WidC) > 0 THEN
                       COMPUTE WpartProt ROUNDED =
                           Wnc-proteines(WidC) * 400
                           / Wnc-energie(WidC)
                   END-IF
                   MOVE SPACES TO WligneEtat
                   STRING "centre " WidC " : " Wnc-nbFoyers(WidC)
                       " foyer(s), FL " Wnp-pct(1)
                       "%, énergie protéines " WpartProt "%, "
                       Wnc-nbAlertes(WidC) " foyer(s) sous cible"
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   IF (WseuilFL > 0 AND Wnp-pct(1) < WseuilFL) OR
                           (WseuilProt > 0 AND
                            WpartProt < WseuilProt) THEN
                       MOVE SPACES TO WligneEtat
                       STRING "   ⚠️ Centre sous la cible "
                           "nutritionnelle"
                           DELIMITED BY SIZE INTO WligneEtat
                       PERFORM Spool_ligne
                   END-IF
               END-IF
               ADD 1 TO WidxCentreNu
           END-PERFORM.

       GERE_NUTRITION.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 5 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Saisir les valeurs d'un produit "
           DISPLAY  "2. Afficher les fiches nutritionnelles "
           DISPLAY  "3. Bilan nutritionnel des foyers "
           DISPLAY  "4.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Saisie_nutrition_produit
           ELSE IF Wchoix = 2 THEN
               PERFORM Affichage_nutrition
           ELSE IF Wchoix = 3 THEN
               PERFORM Bilan_nutritionnel_foyers
           ELSE IF Wchoix = 4 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
