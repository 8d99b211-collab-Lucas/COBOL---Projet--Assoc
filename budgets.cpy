       Saisie_budget.
           DISPLAY "Saisie du budget annuel"
           MOVE 0 TO Wtrouver
           DISPLAY "Entrez l'année (AAAA) : "
           ACCEPT Wannee
           DISPLAY "Entrez le code antenne (00 = siège) : "
           ACCEPT WcodeAntenne
           IF WcodeAntenne NOT = 0 THEN
               OPEN INPUT fantennes
               MOVE WcodeAntenne TO fan_code
               READ fantennes
                   INVALID KEY
                       DISPLAY "L'antenne n'existe pas."
                       MOVE 1 TO Wtrouver
               END-READ
               CLOSE fantennes
           END-IF

           IF Wtrouver = 0 THEN
               DISPLAY "Entrez la catégorie de produits "
                   "(vide = toutes catégories) : "
               MOVE SPACES TO Wcategorie
               ACCEPT Wcategorie
               MOVE SPACES TO WtypeBudget
               PERFORM WITH TEST AFTER
                       UNTIL WtypeBudget = "A" OR WtypeBudget = "P"
                           OR WtypeBudget = "D"
                   DISPLAY "Poste (A=achats, P=participations, "
                       "D=dons monétaires) : "
                   ACCEPT WtypeBudget
               END-PERFORM

               OPEN I-O fbudgets
               MOVE Wannee TO fbg_annee
               MOVE WcodeAntenne TO fbg_antenne
               MOVE Wcategorie TO fbg_categorie
               MOVE 1 TO Wtrouve
               READ fbudgets
                   INVALID KEY
                       MOVE 0 TO Wtrouve
                       MOVE 1 TO WidxMois
                       PERFORM WITH TEST AFTER UNTIL WidxMois > 12
                           MOVE 0 TO fbg_achats(WidxMois)
                           MOVE 0 TO fbg_participations(WidxMois)
                           MOVE 0 TO fbg_dons(WidxMois)
                           ADD 1 TO WidxMois
                       END-PERFORM
               END-READ

               DISPLAY "Montant annuel à répartir sur 12 mois "
                   "(0 = saisie mois par mois) : "
               ACCEPT WmontantAnnuel
               IF WmontantAnnuel > 0 THEN
                   COMPUTE WmontantMois = WmontantAnnuel / 12
                   MOVE 1 TO WidxMois
                   PERFORM WITH TEST AFTER UNTIL WidxMois > 11
                       PERFORM Alimenter_mois_budget
                       ADD 1 TO WidxMois
                   END-PERFORM
                   COMPUTE WmontantMois =
                       WmontantAnnuel - (WmontantMois * 11)
                   PERFORM Alimenter_mois_budget
               ELSE
                   MOVE 1 TO WidxMois
                   PERFORM WITH TEST AFTER UNTIL WidxMois > 12
                       DISPLAY "Mois " WidxMois " : "
                       ACCEPT WmontantMois
                       PERFORM Alimenter_mois_budget
                       ADD 1 TO WidxMois
                   END-PERFORM
               END-IF

               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE WidUtilisateurConnecte TO fbg_modifPar
               MOVE Wdt(1:8) TO fbg_modifDate
               IF Wtrouve = 1 THEN
                   REWRITE tamp_fbudgets
                   END-REWRITE
               ELSE
                   WRITE tamp_fbudgets
                   END-WRITE
               END-IF
               CLOSE fbudgets
               DISPLAY "Budget enregistré."
           END-IF.

       Alimenter_mois_budget.
           IF WtypeBudget = "A" THEN
               MOVE WmontantMois TO fbg_achats(WidxMois)
           END-IF
           IF WtypeBudget = "P" THEN
               MOVE WmontantMois TO fbg_participations(WidxMois)
           END-IF
           IF WtypeBudget = "D" THEN
               MOVE WmontantMois TO fbg_dons(WidxMois)
           END-IF.

       Affichage_budget.
           DISPLAY "Entrez l'année (AAAA) : "
           ACCEPT Wannee
           DISPLAY "Ant. Catégorie        Achats     Particip.  Dons"
           OPEN INPUT fbudgets
           MOVE 0 TO Wfin
           MOVE 0 TO Wtrouve
           MOVE Wannee TO fbg_annee
           MOVE 0 TO fbg_antenne
           MOVE LOW-VALUES TO fbg_categorie
           START fbudgets KEY IS NOT LESS THAN fbg_cle
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fbudgets NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fbg_annee NOT = Wannee THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE 0 TO WtotalBudA
                           MOVE 0 TO WtotalBudP
                           MOVE 0 TO WtotalBudD
                           MOVE 1 TO WidxMois
                           PERFORM WITH TEST AFTER UNTIL WidxMois > 12
                               ADD fbg_achats(WidxMois) TO WtotalBudA
                               ADD fbg_participations(WidxMois)
                                   TO WtotalBudP
                               ADD fbg_dons(WidxMois) TO WtotalBudD
                               ADD 1 TO WidxMois
                           END-PERFORM
                           DISPLAY fbg_antenne "   " fbg_categorie " "
                               WtotalBudA " " WtotalBudP " "
                               WtotalBudD
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fbudgets
           IF Wtrouve = 0 THEN
               DISPLAY "Aucun budget pour cette année."
           END-IF.

       GERE_BUDGET.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 4 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Saisir un budget "
           DISPLAY  "2. Afficher les budgets d'une année "
           DISPLAY  "3.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Saisie_budget
           ELSE IF Wchoix = 2 THEN
               PERFORM Affichage_budget
           ELSE IF Wchoix = 3 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
