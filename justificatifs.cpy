       Saisie_type_justificatif.
           DISPLAY "Code du type de justificatif (3 car.) : "
           ACCEPT WcodeJustif
           OPEN I-O ftypesjustif
           MOVE WcodeJustif TO ftj_code
           MOVE 1 TO Wtrouve
           READ ftypesjustif
               INVALID KEY
                   MOVE 0 TO Wtrouve
               NOT INVALID KEY
                   DISPLAY "Type actuel : " ftj_libelle
                       " obligatoire " ftj_obligatoire
                       " validité " ftj_validiteJours " jours"
           END-READ
           MOVE WcodeJustif TO ftj_code
           DISPLAY "Libellé : "
           ACCEPT ftj_libelle
           DISPLAY "Obligatoire pour la réinscription ? (O/N) : "
           ACCEPT Wreponse
           IF Wreponse = "O" OR Wreponse = "o" THEN
               MOVE "O" TO ftj_obligatoire
           ELSE
               MOVE "N" TO ftj_obligatoire
           END-IF
           DISPLAY "Durée de validité en jours (0 si la date "
               "d'expiration figure sur le document) : "
           ACCEPT ftj_validiteJours
           IF Wtrouve = 1 THEN
               REWRITE tamp_ftypesjustif
               END-REWRITE
           ELSE
               WRITE tamp_ftypesjustif
               END-WRITE
           END-IF
           CLOSE ftypesjustif
           DISPLAY "Type de justificatif enregistré.".

       Affichage_types_justificatifs.
           OPEN INPUT ftypesjustif
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ ftypesjustif NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       DISPLAY ftj_code " " ftj_libelle
                           " obligatoire " ftj_obligatoire
                           " validité " ftj_validiteJours " jours"
               END-READ
           END-PERFORM
           CLOSE ftypesjustif.

       Enregistrer_justificatif.
           DISPLAY "Réception d'un justificatif"
           MOVE 0 TO Wtrouver
           PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
               DISPLAY "Entrez l'ID du bénéficiaire : "
               ACCEPT WidBeneficiaire
               PERFORM Valider_beneficiaire
           END-PERFORM
           PERFORM Affichage_types_justificatifs
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Code du type de justificatif : "
               ACCEPT WcodeJustif
               OPEN INPUT ftypesjustif
               MOVE WcodeJustif TO ftj_code
               READ ftypesjustif
                   INVALID KEY
                       DISPLAY "Type de justificatif inconnu."
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
               CLOSE ftypesjustif
           END-PERFORM
           MOVE "Date de réception (AAAAMMJJ) : " TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO WdateReception
           IF ftj_validiteJours = 0 THEN
               MOVE "Date d'expiration portée sur le document "
                   TO WinviteDate
               PERFORM Saisir_date
               MOVE Wdate TO WdateExpiration
           ELSE
               COMPUTE WjoursInt =
                   FUNCTION INTEGER-OF-DATE(WdateReception)
                   + ftj_validiteJours
               COMPUTE WdateExpiration =
                   FUNCTION DATE-OF-INTEGER(WjoursInt)
           END-IF

           OPEN I-O fjustificatifs
           MOVE WidBeneficiaire TO fju_beneficiaire
           MOVE WcodeJustif TO fju_type
           MOVE 1 TO Wtrouve
           READ fjustificatifs
               INVALID KEY
                   MOVE 0 TO Wtrouve
           END-READ
           MOVE WidBeneficiaire TO fju_beneficiaire
           MOVE WcodeJustif TO fju_type
           MOVE WdateReception TO fju_dateReception
           MOVE WdateExpiration TO fju_dateExpiration
           MOVE WidUtilisateurConnecte TO fju_verifiePar
           IF Wtrouve = 1 THEN
               REWRITE tamp_fjustificatifs
               END-REWRITE
           ELSE
               WRITE tamp_fjustificatifs
               END-WRITE
           END-IF
           CLOSE fjustificatifs
           DISPLAY "Justificatif " WcodeJustif " enregistré, "
               "valable jusqu'au " WdateExpiration.

       Affichage_justificatifs_foyer.
           DISPLAY "Entrez l'ID du bénéficiaire : "
           ACCEPT WidBeneficiaire
           MOVE 1 TO WdetailJustif
           PERFORM Controler_justificatifs_foyer
           DISPLAY WnbJustifKo " justificatif(s) obligatoire(s) "
               "manquant(s) ou expiré(s).".

       Controler_justificatifs_foyer.
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 0 TO WnbJustifKo
           OPEN INPUT ftypesjustif
           OPEN INPUT fjustificatifs
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ ftypesjustif NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       PERFORM Controler_un_justificatif
               END-READ
           END-PERFORM
           CLOSE fjustificatifs
           CLOSE ftypesjustif.

       Controler_un_justificatif.
           MOVE WidBeneficiaire TO fju_beneficiaire
           MOVE ftj_code TO fju_type
           READ fjustificatifs
               INVALID KEY
                   IF ftj_obligatoire = "O" THEN
                       ADD 1 TO WnbJustifKo
                       DISPLAY "⚠️ " ftj_libelle
                           " : manquant ⚠️"
                   ELSE
                       IF WdetailJustif = 1 THEN
                           DISPLAY ftj_libelle " : non fourni"
                       END-IF
                   END-IF
               NOT INVALID KEY
                   IF fju_dateExpiration < WdateJour THEN
                       IF ftj_obligatoire = "O" THEN
                           ADD 1 TO WnbJustifKo
                       END-IF
                       DISPLAY "⚠️ " ftj_libelle " : expiré le "
                           fju_dateExpiration " ⚠️"
                   ELSE
                       IF WdetailJustif = 1 THEN
                           DISPLAY ftj_libelle " : valable "
                               "jusqu'au " fju_dateExpiration
                               " (reçu le " fju_dateReception
                               ", vérifié par " fju_verifiePar ")"
                       END-IF
                   END-IF
           END-READ.

       Determiner_centre_foyer.
           MOVE 0 TO WcentreFoyer
           MOVE 0 TO WdateVisite
           OPEN INPUT frendezvous
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ frendezvous NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF frv_beneficiaire = WidBeneficiaire AND
                               frv_statut = "R" AND
                               frv_date >= WdateJour THEN
                           IF WdateVisite = 0 OR
                                   frv_date < WdateVisite THEN
                               MOVE frv_date TO WdateVisite
                               MOVE frv_centre TO WcentreFoyer
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE frendezvous
           IF WcentreFoyer = 0 THEN
               MOVE 0 TO WdateDerniere
               OPEN INPUT fdistributions
               MOVE 0 TO Wfin2
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fdistributions NEXT
                       AT END MOVE 1 TO Wfin2
                       NOT AT END
                           IF fdi_beneficiaire = WidBeneficiaire AND
                                   fdi_statut NOT = "X" AND
                                   fdi_date >= WdateDerniere THEN
                               MOVE fdi_date TO WdateDerniere
                               MOVE fdi_centre TO WcentreFoyer
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fdistributions
           END-IF.

       Etat_justificatifs_echeance.
           DISPLAY "ID du centre (0 pour tous les centres) : "
           ACCEPT WidC
           MOVE WidC TO WcentreEtat
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           COMPUTE WjoursInt =
               FUNCTION INTEGER-OF-DATE(WdateJour) + 30
           COMPUTE WdateLimite = FUNCTION DATE-OF-INTEGER(WjoursInt)
           MOVE "JUSTIF30" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Justificatifs expirant du " WdateJour
               " au " WdateLimite
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT fcentres
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fcentres NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF WcentreEtat = 0 OR
                               fce_id = WcentreEtat THEN
                           PERFORM Echeances_justificatifs_centre
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fcentres
           PERFORM Spool_fin.

       Echeances_justificatifs_centre.
           MOVE SPACES TO WligneEtat
           STRING "---- Centre " fce_id " " fce_nom " ----"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE 0 TO WidBnPrec
           OPEN INPUT fjustificatifs
           MOVE 0 TO WfinJustif
           PERFORM WITH TEST AFTER UNTIL WfinJustif = 1
               READ fjustificatifs NEXT
                   AT END MOVE 1 TO WfinJustif
                   NOT AT END
                       IF fju_dateExpiration >= WdateJour AND
                               fju_dateExpiration <= WdateLimite THEN
                           IF fju_beneficiaire NOT = WidBnPrec THEN
                               MOVE fju_beneficiaire
                                   TO WidBeneficiaire
                               MOVE fju_beneficiaire TO WidBnPrec
                               PERFORM Determiner_centre_foyer
                           END-IF
                           IF WcentreFoyer = fce_id THEN
                               PERFORM Imprimer_echeance_justificatif
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fjustificatifs.

       Imprimer_echeance_justificatif.
           MOVE SPACES TO WnomBeneficiaire
           OPEN INPUT fbeneficiaires
           MOVE fju_beneficiaire TO fbn_id
           READ fbeneficiaires
               NOT INVALID KEY
                   MOVE fbn_nom TO WnomBeneficiaire
           END-READ
           CLOSE fbeneficiaires
           MOVE SPACES TO WligneEtat
           IF WdateVisite NOT = 0 THEN
               STRING "foyer " fju_beneficiaire " " WnomBeneficiaire
                   " " fju_type " expire le " fju_dateExpiration
                   " - prochain rendez-vous " WdateVisite
                   DELIMITED BY SIZE INTO WligneEtat
           ELSE
               STRING "foyer " fju_beneficiaire " " WnomBeneficiaire
                   " " fju_type " expire le " fju_dateExpiration
                   " - pas de rendez-vous"
                   DELIMITED BY SIZE INTO WligneEtat
           END-IF
           PERFORM Spool_ligne
           ADD 1 TO WtotalEtat.

       GERE_JUSTIFICATIFS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 7 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Enregistrer un justificatif reçu "
           DISPLAY  "2. Justificatifs d'un foyer "
           DISPLAY  "3. Créer ou modifier un type de justificatif "
           DISPLAY  "4. Liste des types de justificatifs "
           DISPLAY  "5. Échéances à 30 jours par centre "
           DISPLAY  "6.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Enregistrer_justificatif
           ELSE IF Wchoix = 2 THEN
               PERFORM Affichage_justificatifs_foyer
           ELSE IF Wchoix = 3 THEN
               PERFORM Saisie_type_justificatif
           ELSE IF Wchoix = 4 THEN
               PERFORM Affichage_types_justificatifs
           ELSE IF Wchoix = 5 THEN
               PERFORM Etat_justificatifs_echeance
           ELSE IF Wchoix = 6 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
