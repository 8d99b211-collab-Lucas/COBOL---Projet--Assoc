       Lancer_revue_habilitations.
           DISPLAY "Lancement d'une campagne de revue des "
               "habilitations"
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE WdateJour(1:4) TO WanneeJour
           MOVE WdateJour(5:2) TO WmoisRv
           IF WmoisRv <= 6 THEN
               COMPUTE WcampagneRv = WanneeJour * 10 + 1
           ELSE
               COMPUTE WcampagneRv = WanneeJour * 10 + 2
           END-IF
           DISPLAY "Campagne " WcampagneRv
               " (année et semestre)"

           PERFORM Chercher_campagne_revue
           IF Wtrouve = 1 THEN
               DISPLAY "Cette campagne a déjà été lancée."
           ELSE
               MOVE "REVUEJ" TO WcodeParam
               PERFORM Lire_parametre
               IF WvaleurParam = 0 THEN
                   MOVE 30 TO WvaleurParam
               END-IF
               COMPUTE WjoursInt =
                   FUNCTION INTEGER-OF-DATE(WdateJour) + WvaleurParam
               COMPUTE WecheanceRv =
                   FUNCTION DATE-OF-INTEGER(WjoursInt)
               PERFORM Charger_reviseurs
               MOVE 0 TO WnbRvLignes
               OPEN INPUT fbe
               OPEN I-O frevues
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbe NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fbe_statut = "A" THEN
                               PERFORM Ecrire_ligne_revue
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE frevues
               CLOSE fbe
               DISPLAY WnbRvLignes " compte(s) soumis à revue, "
                   "réponse attendue avant le " WecheanceRv "."
           END-IF.

       Chercher_campagne_revue.
           MOVE 0 TO Wtrouve
           OPEN INPUT frevues
           MOVE WcampagneRv TO frh_campagne
           MOVE 0 TO frh_benevole
           START frevues KEY IS NOT LESS THAN frh_cle
               NOT INVALID KEY
                   READ frevues NEXT
                       NOT AT END
                           IF frh_campagne = WcampagneRv THEN
                               MOVE 1 TO Wtrouve
                           END-IF
                   END-READ
           END-START
           CLOSE frevues.

       Charger_reviseurs.
           MOVE 0 TO WnbRvGrp
           MOVE 0 TO WnbRvCtr
           OPEN INPUT fbe
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fbe NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fbe_statut = "A" AND fbe_verrouille = 0 THEN
                           IF fbe_role = 3 AND fbe_idGroupe NOT = 0
                                   AND WnbRvGrp < 100 THEN
                               ADD 1 TO WnbRvGrp
                               MOVE fbe_idGroupe
                                   TO Wrvg-groupe(WnbRvGrp)
                               MOVE fbe_id TO Wrvg-chef(WnbRvGrp)
                           END-IF
                           IF fbe_role = 4 AND fbe_centre NOT = 0
                                   AND WnbRvCtr < 100 THEN
                               ADD 1 TO WnbRvCtr
                               MOVE fbe_centre TO Wrvc-centre(WnbRvCtr)
                               MOVE fbe_id TO Wrvc-resp(WnbRvCtr)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fbe.

       Ecrire_ligne_revue.
           MOVE 0 TO WreviseurRv
           IF fbe_idGroupe NOT = 0 AND WnbRvGrp > 0 THEN
               MOVE 1 TO WidxRv
               PERFORM WITH TEST AFTER UNTIL WidxRv > WnbRvGrp
                       OR WreviseurRv NOT = 0
                   IF Wrvg-groupe(WidxRv) = fbe_idGroupe AND
                           Wrvg-chef(WidxRv) NOT = fbe_id THEN
                       MOVE Wrvg-chef(WidxRv) TO WreviseurRv
                   END-IF
                   ADD 1 TO WidxRv
               END-PERFORM
           END-IF
           IF WreviseurRv = 0 AND fbe_centre NOT = 0 AND
                   WnbRvCtr > 0 THEN
               MOVE 1 TO WidxRv
               PERFORM WITH TEST AFTER UNTIL WidxRv > WnbRvCtr
                       OR WreviseurRv NOT = 0
                   IF Wrvc-centre(WidxRv) = fbe_centre AND
                           Wrvc-resp(WidxRv) NOT = fbe_id THEN
                       MOVE Wrvc-resp(WidxRv) TO WreviseurRv
                   END-IF
                   ADD 1 TO WidxRv
               END-PERFORM
           END-IF
           IF WreviseurRv = 0 THEN
               MOVE WidUtilisateurConnecte TO WreviseurRv
           END-IF

           MOVE fbe_id TO WidRv
           PERFORM Compter_delegations_revue
           PERFORM Lire_derniere_connexion

           MOVE WcampagneRv TO frh_campagne
           MOVE fbe_id TO frh_benevole
           MOVE WreviseurRv TO frh_reviseur
           MOVE fbe_role TO frh_role
           MOVE WnbDelegRv TO frh_nbDelegations
           MOVE WderniereCnxRv TO frh_derniereCnx
           MOVE WecheanceRv TO frh_echeance
           MOVE SPACE TO frh_decision
           MOVE fbe_role TO frh_nouveauRole
           MOVE 0 TO frh_dateDecision
           MOVE 0 TO frh_decidePar
           WRITE tamp_frevues
               NOT INVALID KEY
                   ADD 1 TO WnbRvLignes
           END-WRITE.

       Compter_delegations_revue.
           MOVE 0 TO WnbDelegRv
           OPEN INPUT fdelegations
           MOVE 0 TO Wfin2
           MOVE WidRv TO fdg_utilisateur
           MOVE LOW-VALUES TO fdg_fonction
           START fdelegations KEY IS NOT LESS THAN fdg_cle
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fdelegations NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fdg_utilisateur NOT = WidRv THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fdg_dateFin >= WdateJour THEN
                               ADD 1 TO WnbDelegRv
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdelegations.

       Lire_derniere_connexion.
           MOVE 0 TO WderniereCnxRv
           OPEN INPUT fjournal
           MOVE 0 TO Wfin2
           MOVE WidRv TO fja_idUtilisateur
           START fjournal KEY IS EQUAL TO fja_idUtilisateur
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fjournal NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fja_idUtilisateur NOT = WidRv THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fja_resultat = "S" AND
                                   fja_date > WderniereCnxRv THEN
                               MOVE fja_date TO WderniereCnxRv
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fjournal.

       Compter_revues_attente.
           MOVE 0 TO WnbRevuesAttente
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           OPEN INPUT frevues
           MOVE 0 TO Wfin2
           MOVE WidUtilisateurConnecte TO frh_reviseur
           START frevues KEY IS EQUAL TO frh_reviseur
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ frevues NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF frh_reviseur NOT = WidUtilisateurConnecte
                           THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF frh_decision = SPACE AND
                                   frh_echeance >= WdateJour THEN
                               ADD 1 TO WnbRevuesAttente
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE frevues.

       Revue_habilitations.
           DISPLAY "Revue des habilitations : comptes à réviser"
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 0 TO Wtrouve
           OPEN INPUT frevues
           MOVE 0 TO Wfin
           MOVE WidUtilisateurConnecte TO frh_reviseur
           START frevues KEY IS EQUAL TO frh_reviseur
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frevues NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF frh_reviseur NOT = WidUtilisateurConnecte
                           THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF frh_decision = SPACE AND
                                   frh_echeance >= WdateJour THEN
                               PERFORM Afficher_ligne_revue
                               MOVE 1 TO Wtrouve
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE frevues

           IF Wtrouve = 0 THEN
               DISPLAY "Aucun compte à réviser."
           ELSE
               PERFORM WITH TEST AFTER UNTIL WidRv = 0
                   DISPLAY "ID du compte à traiter "
                       "(0 pour terminer) : "
                   ACCEPT WidRv
                   IF WidRv NOT = 0 THEN
                       PERFORM Decider_revue
                   END-IF
               END-PERFORM
           END-IF.

       Afficher_ligne_revue.
           MOVE SPACES TO WnomAt
           MOVE SPACES TO WprenomAt
           OPEN INPUT fbe
           MOVE frh_benevole TO fbe_id
           READ fbe
               NOT INVALID KEY
                   MOVE fbe_nom TO WnomAt
                   MOVE fbe_prenom TO WprenomAt
           END-READ
           CLOSE fbe
           MOVE SPACES TO WlibelleAt
           OPEN INPUT froles
           MOVE frh_role TO fro_code
           READ froles
               NOT INVALID KEY
                   MOVE fro_libelle TO WlibelleAt
           END-READ
           CLOSE froles
           DISPLAY "  compte " frh_benevole " "
               FUNCTION TRIM(WnomAt) " " FUNCTION TRIM(WprenomAt)
               " - rôle " FUNCTION TRIM(WlibelleAt)
           DISPLAY "     délégations actives : " frh_nbDelegations
               " - dernière connexion : " frh_derniereCnx
               " - échéance " frh_echeance.

       Decider_revue.
           MOVE 0 TO Wtrouve
           OPEN INPUT frevues
           MOVE 0 TO Wfin2
           MOVE WidUtilisateurConnecte TO frh_reviseur
           START frevues KEY IS EQUAL TO frh_reviseur
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ frevues NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF frh_reviseur NOT = WidUtilisateurConnecte
                           THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF frh_benevole = WidRv AND
                                   frh_decision = SPACE AND
                                   frh_echeance >= WdateJour THEN
                               MOVE frh_campagne TO WcampagneRv
                               MOVE frh_role TO WroleRv
                               MOVE frh_nbDelegations TO WnbDelegRv
                               MOVE 1 TO Wtrouve
                               MOVE 1 TO Wfin2
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE frevues

           IF Wtrouve = 0 THEN
               DISPLAY "Ce compte n'est pas à réviser par vous."
           ELSE
               DISPLAY "Confirmer, rétrograder ou révoquer ? "
                   "(C/D/R) : "
               ACCEPT Wreponse
               MOVE SPACE TO WdecisionRv
               MOVE WroleRv TO WnouveauRoleRv
               IF Wreponse = "C" OR Wreponse = "c" THEN
                   MOVE "C" TO WdecisionRv
                   DISPLAY "Accès confirmé."
               ELSE IF Wreponse = "D" OR Wreponse = "d" THEN
                   IF WroleRv = 2 AND WnbDelegRv = 0 THEN
                       DISPLAY "Ce compte n'a aucun droit "
                           "au-delà du rôle bénévole."
                   ELSE
                       MOVE "D" TO WdecisionRv
                       MOVE 2 TO WnouveauRoleRv
                       PERFORM Appliquer_decision_revue
                       DISPLAY "Compte rétrogradé au rôle "
                           "bénévole, délégations retirées."
                   END-IF
               ELSE IF Wreponse = "R" OR Wreponse = "r" THEN
                   MOVE "R" TO WdecisionRv
                   MOVE 2 TO WnouveauRoleRv
                   PERFORM Appliquer_decision_revue
                   DISPLAY "Accès révoqué, compte verrouillé."
               END-IF
               END-IF
               END-IF
               IF WdecisionRv NOT = SPACE THEN
                   PERFORM Enregistrer_decision_revue
               END-IF
           END-IF.

       Appliquer_decision_revue.
           OPEN I-O fbe
           MOVE WidRv TO fbe_id
           READ fbe
               NOT INVALID KEY
                   MOVE fbe_role TO WroleRv
                   MOVE WnouveauRoleRv TO fbe_role
                   IF WdecisionRv = "R" OR WdecisionRv = "V" THEN
                       MOVE 1 TO fbe_verrouille
                   END-IF
                   MOVE WidUtilisateurConnecte TO fbe_modifPar
                   MOVE FUNCTION CURRENT-DATE TO Wdt
                   MOVE Wdt(1:8) TO fbe_modifDate
                   MOVE Wdt(9:6) TO fbe_modifHeure
                   REWRITE tamp_fbe
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_benevole
           END-READ
           CLOSE fbe

           IF WroleRv NOT = WnouveauRoleRv THEN
               MOVE "BE" TO WhiEntite
               MOVE WidRv TO WhiCle
               MOVE "fbe_role" TO WhiChamp
               MOVE WroleRv TO WhiAncien
               MOVE WnouveauRoleRv TO WhiNouveau
               PERFORM Journaliser_historique
           END-IF
           IF WdecisionRv = "R" OR WdecisionRv = "V" THEN
               MOVE "BE" TO WhiEntite
               MOVE WidRv TO WhiCle
               MOVE "fbe_verrouille" TO WhiChamp
               MOVE "0" TO WhiAncien
               MOVE "1" TO WhiNouveau
               PERFORM Journaliser_historique
           END-IF
           IF WdecisionRv = "D" OR WdecisionRv = "R" THEN
               PERFORM Retirer_delegations_revue
           END-IF.

       Retirer_delegations_revue.
           OPEN I-O fdelegations
           MOVE 0 TO Wfin2
           MOVE WidRv TO fdg_utilisateur
           MOVE LOW-VALUES TO fdg_fonction
           START fdelegations KEY IS NOT LESS THAN fdg_cle
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fdelegations NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fdg_utilisateur NOT = WidRv THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           MOVE fdg_fonction TO WfonctionCode
                           DELETE fdelegations
                           END-DELETE
                           MOVE "DG" TO WhiEntite
                           MOVE WidRv TO WhiCle
                           MOVE "revocation" TO WhiChamp
                           MOVE WfonctionCode TO WhiAncien
                           MOVE SPACES TO WhiNouveau
                           PERFORM Journaliser_historique
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdelegations.

       Enregistrer_decision_revue.
           OPEN I-O frevues
           MOVE WcampagneRv TO frh_campagne
           MOVE WidRv TO frh_benevole
           READ frevues
               NOT INVALID KEY
                   MOVE WdecisionRv TO frh_decision
                   MOVE WnouveauRoleRv TO frh_nouveauRole
                   MOVE FUNCTION CURRENT-DATE TO Wdt
                   MOVE Wdt(1:8) TO frh_dateDecision
                   MOVE WidUtilisateurConnecte TO frh_decidePar
                   REWRITE tamp_frevues
                   END-REWRITE
           END-READ
           CLOSE frevues.

       Cloturer_revue_habilitations.
           DISPLAY "Clôture d'une campagne de revue"
           DISPLAY "Entrez la campagne (AAAAS, ex 20261) : "
           ACCEPT WcampagneRv
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 0 TO WnbRvA
           MOVE 0 TO WecheanceRv
           OPEN INPUT frevues
           MOVE 0 TO Wfin
           MOVE WcampagneRv TO frh_campagne
           MOVE 0 TO frh_benevole
           START frevues KEY IS NOT LESS THAN frh_cle
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frevues NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF frh_campagne NOT = WcampagneRv THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF frh_decision = SPACE THEN
                               ADD 1 TO WnbRvA
                               IF frh_echeance > WecheanceRv THEN
                                   MOVE frh_echeance TO WecheanceRv
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE frevues

           IF WnbRvA = 0 THEN
               DISPLAY "Aucun compte sans réponse pour cette "
                   "campagne."
               PERFORM Resultat_revue_campagne
           ELSE IF WecheanceRv >= WdateJour THEN
               DISPLAY WnbRvA " compte(s) encore en attente, "
                   "échéance le " WecheanceRv "."
               DISPLAY "Clôture impossible avant l'échéance."
           ELSE
               OPEN I-O frevues
               MOVE 0 TO Wfin
               MOVE WcampagneRv TO frh_campagne
               MOVE 0 TO frh_benevole
               START frevues KEY IS NOT LESS THAN frh_cle
                   INVALID KEY MOVE 1 TO Wfin
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ frevues NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF frh_campagne NOT = WcampagneRv THEN
                               MOVE 1 TO Wfin
                           ELSE
                               IF frh_decision = SPACE THEN
                                   MOVE frh_benevole TO WidRv
                                   MOVE "V" TO WdecisionRv
                                   MOVE frh_role TO WnouveauRoleRv
                                   PERFORM Appliquer_decision_revue
                                   MOVE "V" TO frh_decision
                                   MOVE WdateJour TO frh_dateDecision
                                   MOVE WidUtilisateurConnecte
                                       TO frh_decidePar
                                   REWRITE tamp_frevues
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE frevues
               DISPLAY WnbRvA " compte(s) sans réponse verrouillé(s)."
               PERFORM Resultat_revue_campagne
           END-IF.

       Resultat_revue_habilitations.
           DISPLAY "Entrez la campagne (AAAAS, ex 20261) : "
           ACCEPT WcampagneRv
           PERFORM Resultat_revue_campagne.

       Resultat_revue_campagne.
           MOVE 0 TO WnbRvC
           MOVE 0 TO WnbRvD
           MOVE 0 TO WnbRvR
           MOVE 0 TO WnbRvV
           MOVE 0 TO WnbRvA
           MOVE "REVUEHAB" TO WcodeEtat
           MOVE 1 TO WspoolForce
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Revue des habilitations - campagne "
               WcampagneRv
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE "compte rôle délég. dern.cnx réviseur décision"
               TO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT frevues
           MOVE 0 TO Wfin
           MOVE WcampagneRv TO frh_campagne
           MOVE 0 TO frh_benevole
           START frevues KEY IS NOT LESS THAN frh_cle
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frevues NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF frh_campagne NOT = WcampagneRv THEN
                           MOVE 1 TO Wfin
                       ELSE
                           PERFORM Imprimer_ligne_revue
                       END-IF
               END-READ
           END-PERFORM
           CLOSE frevues
           MOVE SPACES TO WligneEtat
           STRING "Confirmés : " WnbRvC " - rétrogradés : " WnbRvD
               " - révoqués : " WnbRvR
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "Verrouillés sans réponse : " WnbRvV
               " - en attente : " WnbRvA
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           PERFORM Spool_fin.

       Imprimer_ligne_revue.
           IF frh_decision = "C" THEN
               MOVE "confirmé" TO WlibDecisionRv
               ADD 1 TO WnbRvC
           ELSE IF frh_decision = "D" THEN
               MOVE "rétrogradé" TO WlibDecisionRv
               ADD 1 TO WnbRvD
           ELSE IF frh_decision = "R" THEN
               MOVE "révoqué" TO WlibDecisionRv
               ADD 1 TO WnbRvR
           ELSE IF frh_decision = "V" THEN
               MOVE "verrouillé sans réponse" TO WlibDecisionRv
               ADD 1 TO WnbRvV
           ELSE
               MOVE "en attente" TO WlibDecisionRv
               ADD 1 TO WnbRvA
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE SPACES TO WligneEtat
           STRING frh_benevole " " frh_role "->" frh_nouveauRole
               " " frh_nbDelegations " " frh_derniereCnx
               " " frh_reviseur " " FUNCTION TRIM(WlibDecisionRv)
               " " frh_dateDecision " par " frh_decidePar
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           ADD 1 TO WtotalEtat.

       GERE_REVUES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 6 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Lancer la campagne du semestre "
           DISPLAY  "2. Comptes à réviser par moi "
           DISPLAY  "3. Clôturer une campagne "
           DISPLAY  "4. Résultat d'une campagne "
           DISPLAY  "5.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Lancer_revue_habilitations
           ELSE IF Wchoix = 2 THEN
               PERFORM Revue_habilitations
           ELSE IF Wchoix = 3 THEN
               PERFORM Cloturer_revue_habilitations
           ELSE IF Wchoix = 4 THEN
               PERFORM Resultat_revue_habilitations
           ELSE IF Wchoix = 5 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
