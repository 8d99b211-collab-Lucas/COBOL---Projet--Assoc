               ACCEPT WidC
               MOVE "Entrez la date (AAAAMMJJ) : " TO WinviteDate
               PERFORM Saisir_date
               MOVE Wdate TO WdateExercice
               PERFORM Tester_exercice_clos
               IF WexerciceClos = 1 THEN
                   DISPLAY "⚠️ Cette journée appartient à un "
                       "exercice clos. ⚠️"
               ELSE
                   OPEN I-O fclotures
                   MOVE WidC TO fcj_centre
                   MOVE Wdate TO fcj_date
                   READ fclotures
                       INVALID KEY
                           DISPLAY "Cette journée n'est pas "
                               "clôturée."
                       NOT INVALID KEY
                           IF fcj_statut NOT = "C" THEN
                               DISPLAY "Cette journée est déjà "
                                   "rouverte."
                           ELSE
                               MOVE "R" TO fcj_statut
                               MOVE WidUtilisateurConnecte TO fcj_par
                               REWRITE tamp_fclotures
                               END-REWRITE
                               MOVE "CJ" TO WhiEntite
                               MOVE WidC TO WhiCle
                               MOVE "reouverture" TO WhiChamp
                               MOVE Wdate TO WhiAncien
                               MOVE SPACES TO WhiNouveau
                               PERFORM Journaliser_historique
                               DISPLAY "Journée rouverte et "
                                   "journalisée."
                           END-IF
                   END-READ
                   CLOSE fclotures
               END-IF
           END-IF.

       Affichage_clotures.

       GERE_CLOTURES.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 11 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Clôturer une journée de centre "
           DISPLAY  "2. Rouvrir une journée (admin) "
           DISPLAY  "3. Afficher les clôtures "
           DISPLAY  "4. Clôturer un mois de stock "
           DISPLAY  "5. Afficher les périodes closes "
           DISPLAY  "6. Clôturer un exercice (admin) "
           DISPLAY  "7. Afficher les exercices et ajustements "
           DISPLAY  "8. Saisir un ajustement d'exercice clos "
           DISPLAY  "9. Valider les ajustements (admin) "
           DISPLAY  "10.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Cloture_journee_centre
           ELSE IF Wchoix2= 5 THEN
               PERFORM Affichage_periodes
           ELSE IF Wchoix2= 6 THEN
               PERFORM Cloture_exercice
           ELSE IF Wchoix2= 7 THEN
               PERFORM Affichage_exercices
           ELSE IF Wchoix2= 8 THEN
               PERFORM Saisie_ajustement_exercice
           ELSE IF Wchoix2= 9 THEN
               PERFORM Validation_ajustements_exercice
           ELSE IF Wchoix2= 10 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
