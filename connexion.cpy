           MOVE "I" TO WresultatConnexion
           PERFORM Journaliser_connexion
          NOT INVALID KEY
           PERFORM Lire_etat_mdp
           IF fbe_statut = "I" THEN
                DISPLAY "⚠️ Ce compte a ete desactive ⚠️"
                MOVE "I" TO WresultatConnexion
                DISPLAY "⚠️ Compte verrouille ⚠️"
                MOVE "V" TO WresultatConnexion
                PERFORM Journaliser_connexion
           ELSE IF fbe_mdp = Wmdp-hache AND WmdpTempExpire = 1 THEN
                DISPLAY "⚠️ Mot de passe temporaire expire, "
                    "contactez un administrateur ⚠️"
                MOVE "I" TO WresultatConnexion
                PERFORM Journaliser_connexion
           ELSE IF fbe_mdp = Wmdp-hache THEN
                MOVE 0 TO fbe_tentatives
                REWRITE tamp_fbe
                END-REWRITE
                MOVE "R" TO WimageOperation
                PERFORM Journaliser_image_benevole
                MOVE WidUtilisateur TO WidUtilisateurConnecte
                MOVE fbe_idGroupe TO WidGroupeUtili
                MOVE fbe_role TO WroleUtilisateurConnecte
                            "en attente de validation"
                    END-IF
                END-IF
                IF WroleUtilisateurConnecte NOT = 2 THEN
                    PERFORM Compter_revues_attente
                    IF WnbRevuesAttente > 0 THEN
                        DISPLAY "🔔 " WnbRevuesAttente " compte(s) "
                            "à réviser (revue des habilitations)"
                    END-IF
                END-IF
                IF WmdpAChanger = 1 THEN
                    PERFORM Changement_mdp_force
                ELSE IF WmdpAvertir = 1 THEN
                    DISPLAY "⚠️ Votre mot de passe expire dans "
                        WmdpJoursRestants " jour(s), pensez à le "
                        "changer (Modif profil) ⚠️"
                END-IF
           ELSE
                ADD 1 TO fbe_tentatives
                IF fbe_tentatives >= WseuilVerrouillage THEN
                END-IF
                REWRITE tamp_fbe
                END-REWRITE
                MOVE "R" TO WimageOperation
                PERFORM Journaliser_image_benevole
                MOVE "E" TO WresultatConnexion
                PERFORM Journaliser_connexion
           END-IF
           MOVE Wdt(1:8) TO fja_date
           MOVE Wdt(9:6) TO fja_heure
           MOVE WresultatConnexion TO fja_resultat
           MOVE WadminJournal TO fja_admin
           WRITE tamp_fjournal
           END-WRITE
           CLOSE fjournal
           MOVE 0 TO WadminJournal.

       Affichage_journal.
           OPEN INPUT fjournal
                       " date:" fja_date
                       " heure:" fja_heure
                       " resultat:" fja_resultat
                   IF fja_admin NOT = 0 THEN
                       DISPLAY "   réinitialisé par l'administrateur "
                           fja_admin
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fjournal.
                   ADD 1 TO WidxSec
               END-PERFORM
           END-IF.

       Lire_etat_mdp.
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 0 TO WmdpTempExpire
           MOVE 0 TO WmdpAChanger
           MOVE 0 TO WmdpAvertir
           MOVE 0 TO WmdpJoursRestants
           OPEN I-O fmotsdepasse
           MOVE WidUtilisateur TO fmp_benevole
           READ fmotsdepasse
               INVALID KEY
                   MOVE WidUtilisateur TO fmp_benevole
                   MOVE WdateJour TO fmp_dateChangement
                   MOVE "N" TO fmp_etat
                   MOVE 0 TO fmp_tempDate
                   MOVE 0 TO fmp_tempHeure
                   MOVE 0 TO fmp_nbAnciens
                   MOVE SPACES TO fmp_historique
                   WRITE tamp_fmotsdepasse
                   END-WRITE
           END-READ
           CLOSE fmotsdepasse

           IF fmp_etat = "T" THEN
               IF WdateJour > fmp_tempDate OR
                       (WdateJour = fmp_tempDate AND
                       Wdt(9:6) > fmp_tempHeure) THEN
                   MOVE 1 TO WmdpTempExpire
               ELSE
                   MOVE 1 TO WmdpAChanger
               END-IF
           ELSE IF fmp_etat = "C" THEN
               MOVE 1 TO WmdpAChanger
           ELSE
               MOVE "MDPAGE" TO WcodeParam
               PERFORM Lire_parametre
               IF WvaleurParam > 0 AND fmp_dateChangement > 0 THEN
                   COMPUTE WmdpAge =
                       FUNCTION INTEGER-OF-DATE(WdateJour)
                       - FUNCTION INTEGER-OF-DATE(fmp_dateChangement)
                   IF WmdpAge >= WvaleurParam THEN
                       MOVE 1 TO WmdpAChanger
                   ELSE
                       COMPUTE WmdpJoursRestants =
                           WvaleurParam - WmdpAge
                       MOVE "MDPAVERT" TO WcodeParam
                       PERFORM Lire_parametre
                       IF WmdpJoursRestants <= WvaleurParam THEN
                           MOVE 1 TO WmdpAvertir
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Changement_mdp_force.
           DISPLAY "⚠️ Votre mot de passe a expiré ou a été "
               "réinitialisé : choisissez-en un nouveau ⚠️"
           MOVE WidUtilisateur TO WidMdp
           MOVE WidMdp TO fbe_id
           READ fbe
               NOT INVALID KEY MOVE fbe_mdp TO WmdpActuel
           END-READ
           MOVE 0 TO WmdpValide
           PERFORM WITH TEST AFTER UNTIL WmdpValide = 1
               DISPLAY "Nouveau mot de passe : " WITH NO ADVANCING
               ACCEPT Wmdp
               PERFORM Valider_complexite_mdp
               IF WmdpValide = 1 THEN
                   PERFORM Verifier_reutilisation_mdp
               END-IF
           END-PERFORM
           MOVE Wmdp TO Wmdp-clair
           PERFORM Hacher_mdp
           MOVE WidMdp TO fbe_id
           READ fbe
               NOT INVALID KEY
                   MOVE Wmdp-hache TO fbe_mdp
                   REWRITE tamp_fbe
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_benevole
           END-READ
           PERFORM Enregistrer_changement_mdp
           DISPLAY "✅️ Mot de passe changé ✅️".

       Verifier_reutilisation_mdp.
           MOVE Wmdp TO Wmdp-clair
           PERFORM Hacher_mdp
           MOVE 0 TO WmdpReutilise
           IF Wmdp-hache = WmdpActuel THEN
               MOVE 1 TO WmdpReutilise
           END-IF
           MOVE "MDPHIST" TO WcodeParam
           PERFORM Lire_parametre
           IF WvaleurParam > 5 THEN
               MOVE 5 TO WvaleurParam
           END-IF
           MOVE WvaleurParam TO WnbHistMdp
           OPEN INPUT fmotsdepasse
           MOVE WidMdp TO fmp_benevole
           READ fmotsdepasse
               NOT INVALID KEY
                   IF fmp_nbAnciens < WnbHistMdp THEN
                       MOVE fmp_nbAnciens TO WnbHistMdp
                   END-IF
                   MOVE 1 TO WidxMdp
                   PERFORM WITH TEST BEFORE UNTIL WidxMdp > WnbHistMdp
                       IF fmp_ancien(WidxMdp) = Wmdp-hache(1:10) THEN
                           MOVE 1 TO WmdpReutilise
                       END-IF
                       ADD 1 TO WidxMdp
                   END-PERFORM
           END-READ
           CLOSE fmotsdepasse
           IF WmdpReutilise = 1 THEN
               DISPLAY "Mot de passe déjà utilisé récemment, "
                   "choisissez-en un autre."
               MOVE 0 TO WmdpValide
           END-IF.

       Enregistrer_changement_mdp.
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE 0 TO Wtrouve
           OPEN I-O fmotsdepasse
           MOVE WidMdp TO fmp_benevole
           READ fmotsdepasse
               INVALID KEY
                   MOVE WidMdp TO fmp_benevole
                   MOVE 0 TO fmp_nbAnciens
                   MOVE SPACES TO fmp_historique
               NOT INVALID KEY
                   MOVE 1 TO Wtrouve
           END-READ
           MOVE 5 TO WidxMdp
           PERFORM WITH TEST BEFORE UNTIL WidxMdp < 2
               MOVE fmp_ancien(WidxMdp - 1) TO fmp_ancien(WidxMdp)
               SUBTRACT 1 FROM WidxMdp
           END-PERFORM
           MOVE WmdpActuel(1:10) TO fmp_ancien(1)
           IF fmp_nbAnciens < 5 THEN
               ADD 1 TO fmp_nbAnciens
           END-IF
           MOVE Wdt(1:8) TO fmp_dateChangement
           MOVE "N" TO fmp_etat
           MOVE 0 TO fmp_tempDate
           MOVE 0 TO fmp_tempHeure
           IF Wtrouve = 1 THEN
               REWRITE tamp_fmotsdepasse
               END-REWRITE
           ELSE
               WRITE tamp_fmotsdepasse
               END-WRITE
           END-IF
           CLOSE fmotsdepasse.
