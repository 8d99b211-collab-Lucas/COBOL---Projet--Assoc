
       Compter_affectes_distribution.
           MOVE 0 TO WnbAffectes
           MOVE 0 TO Wfin2
           OPEN INPUT faffectations
           MOVE WidD TO faf_distribution
           START faffectations KEY IS EQUAL TO faf_distribution
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ faffectations NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF faf_distribution NOT = WidD THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF faf_statut NOT = "I" AND
                                   faf_statut NOT = "E" THEN
               "bénévoles :"
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           COMPUTE WjoursInt =
               FUNCTION INTEGER-OF-DATE(WdateJour) + 2
           COMPUTE WdateLimiteEch = FUNCTION DATE-OF-INTEGER(WjoursInt)
           MOVE 0 TO Wtrouve
           OPEN INPUT fdistributions
           MOVE 0 TO Wfin
                               fdi_nbBenevoles > 0 THEN
                           MOVE fdi_id TO WidD
                           PERFORM Compter_affectes_distribution
                           MOVE 0 TO WnbEchOuverts
                           IF fdi_date <= WdateLimiteEch THEN
                               PERFORM Compter_echanges_ouverts
                           END-IF
                           IF WnbAffectes < fdi_nbBenevoles OR
                                   WnbEchOuverts > 0 THEN
                               DISPLAY "  distribution " fdi_id
                                   " du " fdi_date
                                   " horaire " fdi_horaire
                                   " centre " fdi_centre
                                   " : " WnbAffectes " / "
                                   fdi_nbBenevoles " bénévole(s)"
                               IF WnbEchOuverts > 0 THEN
                                   DISPLAY "     ⚠️ " WnbEchOuverts
                                       " échange(s) encore ouvert(s)"
                                       " ⚠️"
                               END-IF
                               MOVE 1 TO Wtrouve
                           END-IF
                       END-IF
                   DISPLAY "   Signature : ......................"
           END-READ
           CLOSE fbe.

       Compter_echanges_ouverts.
           MOVE 0 TO WnbEchOuverts
           MOVE 0 TO Wfin2
           OPEN INPUT fechanges
           MOVE WidD TO fxa_distribution
           START fechanges KEY IS EQUAL TO fxa_distribution
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fechanges NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fxa_distribution NOT = WidD THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fxa_statut = "O" OR fxa_statut = "P" THEN
                               ADD 1 TO WnbEchOuverts
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fechanges.

       Proposer_echange.
           DISPLAY "Proposer un échange sur une de mes affectations"
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 0 TO Wtrouve
           MOVE 0 TO Wfin
           OPEN INPUT faffectations
           MOVE WidUtilisateurConnecte TO faf_benevole
           START faffectations KEY IS EQUAL TO faf_benevole
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ faffectations NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF faf_benevole NOT = WidUtilisateurConnecte THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF faf_statut = "A" THEN
                               PERFORM Afficher_affectation_echange
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE faffectations

           IF Wtrouve = 0 THEN
               DISPLAY "Aucune affectation à venir."
           ELSE
               DISPLAY "ID de l'affectation à céder "
                   "(0 pour sortir) : "
               ACCEPT WidAffectation
               IF WidAffectation NOT = 0 THEN
                   PERFORM Enregistrer_echange
               END-IF
           END-IF.

       Afficher_affectation_echange.
           OPEN INPUT fdistributions
           MOVE faf_distribution TO fdi_id
           READ fdistributions
               NOT INVALID KEY
                   IF fdi_statut = "P" AND fdi_date >= WdateJour THEN
                       DISPLAY "  affectation " faf_id
                           " : distribution " fdi_id
                           " du " fdi_date
                           " horaire " fdi_horaire
                           " centre " fdi_centre
                       MOVE 1 TO Wtrouve
                   END-IF
           END-READ
           CLOSE fdistributions.

       Enregistrer_echange.
           MOVE 0 TO Wtrouver
           OPEN INPUT faffectations
           MOVE WidAffectation TO faf_id
           READ faffectations
               INVALID KEY
                   DISPLAY "L'affectation n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF faf_benevole NOT = WidUtilisateurConnecte OR
                           faf_statut NOT = "A" THEN
                       DISPLAY "Cette affectation ne vous "
                           "appartient pas."
                       MOVE 1 TO Wtrouver
                   ELSE
                       MOVE faf_distribution TO WidD
                   END-IF
           END-READ
           CLOSE faffectations

           IF Wtrouver = 0 THEN
               PERFORM Lire_distribution_echange
           END-IF

           IF Wtrouver = 0 THEN
               MOVE 0 TO Wfin2
               OPEN INPUT fechanges
               MOVE WidD TO fxa_distribution
               START fechanges KEY IS EQUAL TO fxa_distribution
                   INVALID KEY MOVE 1 TO Wfin2
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fechanges NEXT
                       AT END MOVE 1 TO Wfin2
                       NOT AT END
                           IF fxa_distribution NOT = WidD THEN
                               MOVE 1 TO Wfin2
                           ELSE
                               IF fxa_affectation = WidAffectation AND
                                       (fxa_statut = "O" OR
                                       fxa_statut = "P") THEN
                                   MOVE 1 TO Wtrouver
                                   MOVE 1 TO Wfin2
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fechanges
               IF Wtrouver = 1 THEN
                   DISPLAY "Un échange est déjà en cours sur "
                       "cette affectation."
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               MOVE WidUtilisateurConnecte TO WcedantEch
               DISPLAY "ID du remplaçant proposé "
                   "(0 pour une offre ouverte) : "
               ACCEPT WremplacantEch
               IF WremplacantEch NOT = 0 THEN
                   MOVE WremplacantEch TO Wid
                   PERFORM Controler_remplacant
                   IF WremplacantOk = 0 THEN
                       DISPLAY "Échange non enregistré."
                       MOVE 1 TO Wtrouver
                   END-IF
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               OPEN I-O increment
               MOVE "XA" TO autoinc_entite
               READ increment
                   INVALID KEY
                       MOVE 1 TO autoinc_num
                       WRITE autoinc
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
               END-READ
               CLOSE increment

               OPEN I-O fechanges
               MOVE autoinc_num TO fxa_id
               MOVE WidAffectation TO fxa_affectation
               MOVE WidD TO fxa_distribution
               MOVE WcedantEch TO fxa_cedant
               MOVE WremplacantEch TO fxa_remplacant
               IF WremplacantEch = 0 THEN
                   MOVE "O" TO fxa_statut
               ELSE
                   MOVE "P" TO fxa_statut
               END-IF
               MOVE WdateJour TO fxa_dateDemande
               MOVE 0 TO fxa_validePar
               MOVE 0 TO fxa_dateValidation
               WRITE tamp_fechanges
               END-WRITE
               CLOSE fechanges
               IF WremplacantEch = 0 THEN
                   DISPLAY "Offre d'échange " fxa_id " publiée."
               ELSE
                   DISPLAY "Échange " fxa_id " proposé, en attente "
                       "de validation du chef de groupe."
               END-IF
           END-IF.

       Lire_distribution_echange.
           OPEN INPUT fdistributions
           MOVE WidD TO fdi_id
           READ fdistributions
               INVALID KEY
                   DISPLAY "La distribution n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF fdi_statut NOT = "P" OR
                           fdi_date < WdateJour THEN
                       DISPLAY "Cette distribution n'est plus "
                           "planifiée."
                       MOVE 1 TO Wtrouver
                   ELSE
                       MOVE fdi_date TO WdateDistribution
                       MOVE fdi_horaire TO WhoraireDistribution
                       PERFORM Lire_exigence_distribution
                   END-IF
           END-READ
           CLOSE fdistributions.

       Controler_remplacant.
           MOVE 1 TO WremplacantOk
           IF Wid = WcedantEch THEN
               DISPLAY "Le remplaçant doit être un autre bénévole."
               MOVE 0 TO WremplacantOk
           END-IF

           IF WremplacantOk = 1 THEN
               OPEN INPUT fbe
               MOVE Wid TO fbe_id
               READ fbe
                   INVALID KEY
                       DISPLAY "Le bénévole n'existe pas."
                       MOVE 0 TO WremplacantOk
                   NOT INVALID KEY
                       IF fbe_statut NOT = "A" THEN
                           DISPLAY "Ce bénévole n'est pas actif."
                           MOVE 0 TO WremplacantOk
                       END-IF
               END-READ
               CLOSE fbe
           END-IF

           IF WremplacantOk = 1 THEN
               MOVE 0 TO WdispoOk
               MOVE 0 TO Wfin2
               OPEN INPUT fdisponibilites
               MOVE Wid TO fdp_idBenevole
               START fdisponibilites KEY IS EQUAL TO fdp_idBenevole
                   INVALID KEY MOVE 1 TO Wfin2
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fdisponibilites NEXT
                       AT END MOVE 1 TO Wfin2
                       NOT AT END
                           IF fdp_idBenevole NOT = Wid THEN
                               MOVE 1 TO Wfin2
                           ELSE
                               IF fdp_horaire = WhoraireDistribution
                                   THEN
                                   MOVE 1 TO WdispoOk
                                   MOVE 1 TO Wfin2
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fdisponibilites
               IF WdispoOk = 0 THEN
                   DISPLAY "Ce bénévole n'est pas disponible sur "
                       "l'horaire " WhoraireDistribution "."
                   MOVE 0 TO WremplacantOk
               END-IF
           END-IF

           IF WremplacantOk = 1 THEN
               PERFORM Controler_certification_benevole
               IF WcertOk = 0 THEN
                   DISPLAY "⚠️ Certification " WcertRequise
                       " manquante ou expirée pour ce "
                       "bénévole. ⚠️"
                   MOVE 0 TO WremplacantOk
               END-IF
           END-IF

           IF WremplacantOk = 1 THEN
               PERFORM Verifier_affectation_meme_jour
               IF WdejaAffecte = 1 THEN
                   DISPLAY "Ce bénévole est déjà affecté ailleurs "
                       "ce jour-là."
                   MOVE 0 TO WremplacantOk
               END-IF
           END-IF

           IF WremplacantOk = 1 THEN
               MOVE 0 TO Wfin2
               OPEN INPUT faffectations
               MOVE WidD TO faf_distribution
               START faffectations KEY IS EQUAL TO faf_distribution
                   INVALID KEY MOVE 1 TO Wfin2
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ faffectations NEXT
                       AT END MOVE 1 TO Wfin2
                       NOT AT END
                           IF faf_distribution NOT = WidD THEN
                               MOVE 1 TO Wfin2
                           ELSE
                               IF faf_benevole = Wid AND
                                       faf_statut NOT = "I" THEN
                                   MOVE 0 TO WremplacantOk
                                   MOVE 1 TO Wfin2
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE faffectations
               IF WremplacantOk = 0 THEN
                   DISPLAY "Ce bénévole est déjà inscrit sur "
                       "cette distribution."
               END-IF
           END-IF.

       Reprendre_echange.
           DISPLAY "Offres d'échange ouvertes :"
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 0 TO Wtrouve
           MOVE 0 TO Wfin
           OPEN INPUT fechanges
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fechanges NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fxa_statut = "O" AND
                               fxa_cedant NOT = WidUtilisateurConnecte
                           THEN
                           PERFORM Afficher_offre_echange
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fechanges

           IF Wtrouve = 0 THEN
               DISPLAY "Aucune offre d'échange ouverte."
           ELSE
               DISPLAY "ID de l'offre à reprendre "
                   "(0 pour sortir) : "
               ACCEPT WidEchange
               IF WidEchange NOT = 0 THEN
                   PERFORM Enregistrer_reprise_echange
               END-IF
           END-IF.

       Afficher_offre_echange.
           OPEN INPUT fdistributions
           MOVE fxa_distribution TO fdi_id
           READ fdistributions
               NOT INVALID KEY
                   IF fdi_statut = "P" AND fdi_date >= WdateJour THEN
                       DISPLAY "  offre " fxa_id
                           " : distribution " fdi_id
                           " du " fdi_date
                           " horaire " fdi_horaire
                           " centre " fdi_centre
                           " (bénévole " fxa_cedant ")"
                       MOVE 1 TO Wtrouve
                   END-IF
           END-READ
           CLOSE fdistributions.

       Enregistrer_reprise_echange.
           MOVE 0 TO Wtrouver
           OPEN INPUT fechanges
           MOVE WidEchange TO fxa_id
           READ fechanges
               INVALID KEY
                   DISPLAY "L'offre n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF fxa_statut NOT = "O" THEN
                       DISPLAY "Cette offre n'est plus ouverte."
                       MOVE 1 TO Wtrouver
                   ELSE
                       MOVE fxa_distribution TO WidD
                       MOVE fxa_cedant TO WcedantEch
                   END-IF
           END-READ
           CLOSE fechanges

           IF Wtrouver = 0 THEN
               PERFORM Lire_distribution_echange
           END-IF

           IF Wtrouver = 0 THEN
               MOVE WidUtilisateurConnecte TO Wid
               PERFORM Controler_remplacant
               IF WremplacantOk = 0 THEN
                   DISPLAY "Reprise impossible."
                   MOVE 1 TO Wtrouver
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               OPEN I-O fechanges
               MOVE WidEchange TO fxa_id
               READ fechanges
                   NOT INVALID KEY
                       MOVE WidUtilisateurConnecte TO fxa_remplacant
                       MOVE "P" TO fxa_statut
                       REWRITE tamp_fechanges
                       END-REWRITE
               END-READ
               CLOSE fechanges
               DISPLAY "Reprise enregistrée, en attente de "
                   "validation du chef de groupe."
           END-IF.

       Valider_echanges.
           DISPLAY "Échanges d'affectation en attente :"
           OPEN INPUT fechanges
           MOVE 0 TO Wfin
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fechanges NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fxa_statut = "P" THEN
                           DISPLAY "  échange " fxa_id
                               " : distribution " fxa_distribution
                               " bénévole " fxa_cedant
                               " remplacé par " fxa_remplacant
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fechanges

           IF Wtrouve = 0 THEN
               DISPLAY "Aucun échange en attente."
           ELSE
               DISPLAY "Entrez l'ID de l'échange à traiter "
                   "(0 pour sortir) : "
               ACCEPT WidEchange
               IF WidEchange NOT = 0 THEN
                   PERFORM Traiter_echange
               END-IF
           END-IF.

       Traiter_echange.
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 0 TO Wtrouver
           OPEN INPUT fechanges
           MOVE WidEchange TO fxa_id
           READ fechanges
               INVALID KEY
                   DISPLAY "L'échange n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF fxa_statut NOT = "P" THEN
                       DISPLAY "Cet échange est déjà traité."
                       MOVE 1 TO Wtrouver
                   ELSE
                       MOVE fxa_distribution TO WidD
                       MOVE fxa_affectation TO WidAffectation
                       MOVE fxa_cedant TO WcedantEch
                       MOVE fxa_remplacant TO WremplacantEch
                   END-IF
           END-READ
           CLOSE fechanges

           IF Wtrouver = 0 THEN
               DISPLAY "Valider ou refuser ? (V/R) : "
               ACCEPT Wreponse
               IF Wreponse = "V" OR Wreponse = "v" THEN
                   MOVE "V" TO WstatutEch
                   PERFORM Lire_distribution_echange
                   IF Wtrouver = 0 THEN
                       MOVE WremplacantEch TO Wid
                       PERFORM Controler_remplacant
                       IF WremplacantOk = 0 THEN
                           MOVE 1 TO Wtrouver
                       END-IF
                   END-IF
                   IF Wtrouver = 0 THEN
                       PERFORM Basculer_affectation_echange
                   END-IF
                   IF Wtrouver = 1 THEN
                       DISPLAY "Échange refusé, l'affectation "
                           "reste inchangée."
                       MOVE "R" TO WstatutEch
                   END-IF
               ELSE
                   MOVE "R" TO WstatutEch
                   DISPLAY "Échange refusé."
               END-IF

               OPEN I-O fechanges
               MOVE WidEchange TO fxa_id
               READ fechanges
                   NOT INVALID KEY
                       MOVE WstatutEch TO fxa_statut
                       MOVE WidUtilisateurConnecte TO fxa_validePar
                       MOVE WdateJour TO fxa_dateValidation
                       REWRITE tamp_fechanges
                       END-REWRITE
               END-READ
               CLOSE fechanges
           END-IF.

       Basculer_affectation_echange.
           OPEN I-O faffectations
           MOVE WidAffectation TO faf_id
           READ faffectations
               INVALID KEY
                   DISPLAY "L'affectation n'existe plus."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF faf_benevole NOT = WcedantEch OR
                           faf_statut NOT = "A" THEN
                       DISPLAY "L'affectation a été modifiée "
                           "entre-temps."
                       MOVE 1 TO Wtrouver
                   ELSE
                       MOVE WremplacantEch TO faf_benevole
                       REWRITE tamp_faffectations
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE faffectations

           IF Wtrouver = 0 THEN
               MOVE "AF" TO WhiEntite
               MOVE WidAffectation TO WhiCle
               MOVE "faf_benevole" TO WhiChamp
               MOVE WcedantEch TO WhiAncien
               MOVE WremplacantEch TO WhiNouveau
               PERFORM Journaliser_historique
               DISPLAY "Échange validé : le bénévole " WcedantEch
                   " est remplacé par " WremplacantEch
                   " sur la distribution " WidD "."
           END-IF.
