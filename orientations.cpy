       Ajout_orientation_sortante.
           DISPLAY "Orientation d'un foyer vers un autre service"
           MOVE 0 TO Wtrouver
           PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
               DISPLAY "Entrez l'ID du bénéficiaire : "
               ACCEPT WidBeneficiaire
               PERFORM Valider_beneficiaire
           END-PERFORM
           DISPLAY "Organisme ou service destinataire : "
           ACCEPT WorganismeOrient
           MOVE 0 TO WdomaineValide
           PERFORM WITH TEST AFTER UNTIL WdomaineValide = 1
               DISPLAY "Domaine (EM=emploi, SA=santé, LO=logement, "
                   "BU=budget, EP=épicerie solidaire, AU=autre) : "
               ACCEPT WdomaineOrient
               PERFORM Valider_domaine_orientation
           END-PERFORM
           DISPLAY "Commentaire : "
           ACCEPT WcommentaireOrient
           MOVE "Date de suivi prévue (AAAAMMJJ) : " TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO WdateSuiviOrient

           OPEN I-O increment
           MOVE "OS" TO autoinc_entite
           READ increment
               INVALID KEY
                   MOVE "OS" TO autoinc_entite
                   MOVE 00001 TO autoinc_num
                   WRITE autoinc
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
           END-READ
           CLOSE increment

           OPEN I-O forientations
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE autoinc_num TO fot_id
           MOVE WidBeneficiaire TO fot_beneficiaire
           MOVE WorganismeOrient TO fot_organisme
           MOVE WdomaineOrient TO fot_domaine
           MOVE Wdt(1:8) TO fot_date
           MOVE WidUtilisateurConnecte TO fot_benevole
           MOVE "P" TO fot_statut
           MOVE WdateSuiviOrient TO fot_dateSuivi
           MOVE WcommentaireOrient TO fot_commentaire
           MOVE WidUtilisateurConnecte TO fot_modifPar
           MOVE Wdt(1:8) TO fot_modifDate
           WRITE tamp_forientations
           END-WRITE
           CLOSE forientations
           DISPLAY "Orientation " autoinc_num " enregistrée "
               "(proposée).".

       Valider_domaine_orientation.
           MOVE 0 TO WdomaineValide
           IF WdomaineOrient = "EM" OR WdomaineOrient = "SA" OR
                   WdomaineOrient = "LO" OR WdomaineOrient = "BU" OR
                   WdomaineOrient = "EP" OR WdomaineOrient = "AU" THEN
               MOVE 1 TO WdomaineValide
           ELSE
               DISPLAY "⚠️ Domaine inconnu ⚠️"
           END-IF.

       Suivi_orientation_sortante.
           DISPLAY "Entrez le numéro de l'orientation : "
           ACCEPT WidOrientation
           OPEN I-O forientations
           MOVE WidOrientation TO fot_id
           READ forientations
               INVALID KEY
                   DISPLAY "L'orientation n'existe pas."
               NOT INVALID KEY
                   DISPLAY "Foyer " fot_beneficiaire " vers "
                       fot_organisme " (" fot_domaine ") du "
                       fot_date
                   DISPLAY "Statut actuel : " fot_statut
                       " suivi prévu le " fot_dateSuivi
                   MOVE 0 TO Wtrouve
                   PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                       DISPLAY "Nouveau statut (P=proposée, "
                           "R=rendez-vous pris, F=réalisée, "
                           "A=abandonnée) : "
                       ACCEPT WstatutOrient
                       IF WstatutOrient = "P" OR
                               WstatutOrient = "R" OR
                               WstatutOrient = "F" OR
                               WstatutOrient = "A" THEN
                           MOVE 1 TO Wtrouve
                       END-IF
                   END-PERFORM
                   MOVE WstatutOrient TO fot_statut
                   IF WstatutOrient = "P" OR WstatutOrient = "R" THEN
                       MOVE "Prochaine date de suivi (AAAAMMJJ) : "
                           TO WinviteDate
                       PERFORM Saisir_date
                       MOVE Wdate TO fot_dateSuivi
                   END-IF
                   DISPLAY "Commentaire (laisser vide pour "
                       "conserver) : "
                   MOVE SPACES TO WcommentaireOrient
                   ACCEPT WcommentaireOrient
                   IF WcommentaireOrient NOT = SPACES THEN
                       MOVE WcommentaireOrient TO fot_commentaire
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO Wdt
                   MOVE WidUtilisateurConnecte TO fot_modifPar
                   MOVE Wdt(1:8) TO fot_modifDate
                   REWRITE tamp_forientations
                   END-REWRITE
                   DISPLAY "Suivi enregistré."
           END-READ
           CLOSE forientations.

       Affichage_orientations_foyer.
           DISPLAY "Entrez l'ID du bénéficiaire : "
           ACCEPT WidBeneficiaire
           MOVE 0 TO Wtrouve
           OPEN INPUT forientations
           MOVE 0 TO Wfin
           MOVE WidBeneficiaire TO fot_beneficiaire
           START forientations KEY IS EQUAL TO fot_beneficiaire
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ forientations NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fot_beneficiaire NOT = WidBeneficiaire THEN
                           MOVE 1 TO Wfin
                       ELSE
                           DISPLAY fot_id " " fot_date " "
                               fot_domaine " " fot_organisme
                               " statut " fot_statut
                               " suivi " fot_dateSuivi
                           DISPLAY "    " fot_commentaire
                               " (bénévole " fot_benevole ")"
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
           END-PERFORM
           CLOSE forientations
           IF Wtrouve = 0 THEN
               DISPLAY "Aucune orientation pour ce foyer."
           END-IF.

       Liste_suivis_orientations.
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE "SUIVIORI" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Suivis d'orientation échus au " WdateJour
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT forientations
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ forientations NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF (fot_statut = "P" OR fot_statut = "R") AND
                               fot_dateSuivi <= WdateJour THEN
                           MOVE SPACES TO WnomBeneficiaire
                           OPEN INPUT fbeneficiaires
                           MOVE fot_beneficiaire TO fbn_id
                           READ fbeneficiaires
                               NOT INVALID KEY
                                   MOVE fbn_nom TO WnomBeneficiaire
                           END-READ
                           CLOSE fbeneficiaires
                           MOVE SPACES TO WligneEtat
                           STRING fot_id " foyer " fot_beneficiaire
                               " " WnomBeneficiaire " "
                               fot_domaine " " fot_organisme
                               " statut " fot_statut
                               " suivi le " fot_dateSuivi
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                           ADD 1 TO WtotalEtat
                       END-IF
               END-READ
           END-PERFORM
           CLOSE forientations
           PERFORM Spool_fin.

       GERE_ORIENTATIONS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 6 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Orienter un foyer vers un service "
           DISPLAY  "2. Mettre à jour le suivi d'une orientation "
           DISPLAY  "3. Orientations d'un foyer "
           DISPLAY  "4. Suivis à faire "
           DISPLAY  "5.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Ajout_orientation_sortante
           ELSE IF Wchoix = 2 THEN
               PERFORM Suivi_orientation_sortante
           ELSE IF Wchoix = 3 THEN
               PERFORM Affichage_orientations_foyer
           ELSE IF Wchoix = 4 THEN
               PERFORM Liste_suivis_orientations
           ELSE IF Wchoix = 5 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
