       Emission_carte_beneficiaire.
           DISPLAY "Émission d'une carte bénéficiaire"
           DISPLAY "Entrez l'ID du bénéficiaire : "
           ACCEPT WidBeneficiaire
           PERFORM Valider_beneficiaire
           IF Wtrouver = 1 THEN
               PERFORM Chercher_carte_active
               IF WnumCarte NOT = 0 THEN
                   DISPLAY "Ce foyer a déjà la carte active n. "
                       WnumCarte
                   DISPLAY "Déclarez-la perdue pour la remplacer."
               ELSE
                   DISPLAY "Entrez l'ID du centre de rattachement : "
                   ACCEPT WidC
                   MOVE 0 TO WnumCarteRemplacee
                   PERFORM Creer_carte
                   PERFORM Imprimer_carte
               END-IF
           END-IF.

       Chercher_carte_active.
           MOVE 0 TO WnumCarte
           OPEN INPUT fcartes
           IF cr_fcartes = 00 THEN
               MOVE 0 TO Wfin2
               MOVE WidBeneficiaire TO fcb_beneficiaire
               START fcartes KEY IS EQUAL TO fcb_beneficiaire
                   INVALID KEY MOVE 1 TO Wfin2
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fcartes NEXT
                       AT END MOVE 1 TO Wfin2
                       NOT AT END
                           IF fcb_beneficiaire NOT = WidBeneficiaire
                                   THEN
                               MOVE 1 TO Wfin2
                           ELSE
                               IF fcb_statut = "A" THEN
                                   MOVE fcb_numero TO WnumCarte
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcartes
           END-IF.

       Creer_carte.
           OPEN I-O increment
           MOVE "CA" TO autoinc_entite
           READ increment
               INVALID KEY
                   MOVE "CA" TO autoinc_entite
                   MOVE 00001 TO autoinc_num
                   WRITE autoinc
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
           END-READ
           CLOSE increment
           COMPUTE WnumCarte = (1000000 + autoinc_num) * 10
           PERFORM Calculer_cle_carte
           ADD WcleCarte TO WnumCarte

           MOVE 0 TO WdateValiditeCarte
           OPEN INPUT fbeneficiaires
           MOVE WidBeneficiaire TO fbn_id
           READ fbeneficiaires
               NOT INVALID KEY
                   MOVE fbn_dateRenouvellement TO WdateValiditeCarte
           END-READ
           CLOSE fbeneficiaires

           OPEN I-O fcartes
           MOVE WnumCarte TO fcb_numero
           MOVE WidBeneficiaire TO fcb_beneficiaire
           MOVE WidC TO fcb_centre
           MOVE "A" TO fcb_statut
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO fcb_dateEmission
           MOVE WidUtilisateurConnecte TO fcb_emisPar
           MOVE WdateValiditeCarte TO fcb_dateValidite
           MOVE 0 TO fcb_remplacePar
           MOVE 0 TO fcb_dateOpposition
           MOVE 0 TO fcb_opposePar
           MOVE SPACES TO fcb_motif
           IF WnumCarteRemplacee NOT = 0 THEN
               STRING "remplace la carte " WnumCarteRemplacee
                   DELIMITED BY SIZE INTO fcb_motif
           END-IF
           WRITE tamp_fcartes
           END-WRITE
           CLOSE fcartes
           DISPLAY "Carte n. " WnumCarte " émise pour le foyer "
               WidBeneficiaire.

       Calculer_cle_carte.
           MOVE 0 TO WsommeCle
           MOVE 2 TO WpoidsCle
           MOVE 7 TO WidxCle
           PERFORM WITH TEST AFTER UNTIL WidxCle = 0
               MOVE WnumCarte(WidxCle:1) TO WchiffreCle
               COMPUTE WproduitCle = WchiffreCle * WpoidsCle
               IF WproduitCle > 9 THEN
                   SUBTRACT 9 FROM WproduitCle
               END-IF
               ADD WproduitCle TO WsommeCle
               IF WpoidsCle = 2 THEN
                   MOVE 1 TO WpoidsCle
               ELSE
                   MOVE 2 TO WpoidsCle
               END-IF
               SUBTRACT 1 FROM WidxCle
           END-PERFORM
           COMPUTE WcleCarte =
               FUNCTION MOD(10 - FUNCTION MOD(WsommeCle, 10), 10).

       Imprimer_carte.
           MOVE WnumCarte TO fcb_numero
           OPEN INPUT fcartes
           READ fcartes
               INVALID KEY
                   MOVE 0 TO fcb_beneficiaire
           END-READ
           CLOSE fcartes
           MOVE SPACES TO WnomBeneficiaire
           MOVE 0 TO WnbPersonnes
           OPEN INPUT fbeneficiaires
           MOVE fcb_beneficiaire TO fbn_id
           READ fbeneficiaires
               NOT INVALID KEY
                   MOVE fbn_nom TO WnomBeneficiaire
                   MOVE fbn_nbPersonnes TO WnbPersonnes
           END-READ
           CLOSE fbeneficiaires
           MOVE SPACES TO WnomCentre
           OPEN INPUT fcentres
           MOVE fcb_centre TO fce_id
           READ fcentres
               NOT INVALID KEY
                   MOVE fce_nom TO WnomCentre
           END-READ
           CLOSE fcentres

           MOVE "CARTE" TO WcodeEtat
           PERFORM Spool_debut
           MOVE "+----------------------------------------------+"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE "|  CARTE BÉNÉFICIAIRE - AIDE ALIMENTAIRE"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "|  N. " WnumCarte
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "|  Nom     : " WnomBeneficiaire
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "|  Foyer   : " WnbPersonnes " personne(s)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "|  Centre  : " fcb_centre " " WnomCentre
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "|  Valable jusqu'au " fcb_dateValidite
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE "+----------------------------------------------+"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE 1 TO WtotalEtat
           PERFORM Spool_fin.

       Reimpression_carte.
           DISPLAY "Entrez l'ID du bénéficiaire : "
           ACCEPT WidBeneficiaire
           PERFORM Chercher_carte_active
           IF WnumCarte = 0 THEN
               DISPLAY "Aucune carte active pour ce foyer."
           ELSE
               PERFORM Imprimer_carte
           END-IF.

       Declaration_perte_carte.
           DISPLAY "Déclaration de perte d'une carte"
           DISPLAY "Entrez le numéro de la carte perdue : "
           ACCEPT WnumCarteRemplacee
           MOVE 0 TO Wtrouver
           OPEN I-O fcartes
           MOVE WnumCarteRemplacee TO fcb_numero
           READ fcartes
               INVALID KEY
                   DISPLAY "Carte inconnue."
               NOT INVALID KEY
                   IF fcb_statut NOT = "A" THEN
                       DISPLAY "Cette carte n'est plus active."
                   ELSE
                       MOVE 1 TO Wtrouver
                   END-IF
           END-READ
           IF Wtrouver = 1 THEN
               DISPLAY "Motif (perte, vol, détérioration) : "
               MOVE SPACES TO WmotifCarte
               ACCEPT WmotifCarte
               MOVE fcb_beneficiaire TO WidBeneficiaire
               MOVE fcb_centre TO WidC
               MOVE "P" TO fcb_statut
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE Wdt(1:8) TO fcb_dateOpposition
               MOVE WidUtilisateurConnecte TO fcb_opposePar
               MOVE WmotifCarte TO fcb_motif
               REWRITE tamp_fcartes
               END-REWRITE
           END-IF
           CLOSE fcartes
           IF Wtrouver = 1 THEN
               DISPLAY "Carte " WnumCarteRemplacee
                   " opposée, elle sera refusée désormais."
               PERFORM Creer_carte
               OPEN I-O fcartes
               MOVE WnumCarteRemplacee TO fcb_numero
               READ fcartes
                   NOT INVALID KEY
                       MOVE WnumCarte TO fcb_remplacePar
                       REWRITE tamp_fcartes
                       END-REWRITE
               END-READ
               CLOSE fcartes
               PERFORM Imprimer_carte
           END-IF.

       Lire_carte_beneficiaire.
           MOVE 0 TO WcarteValide
           PERFORM Calculer_cle_carte
           MOVE WnumCarte(8:1) TO WchiffreCle
           IF WchiffreCle NOT = WcleCarte THEN
               DISPLAY "⚠️ Numéro de carte invalide (clé "
                   "de contrôle). ⚠️"
           ELSE
               OPEN INPUT fcartes
               MOVE WnumCarte TO fcb_numero
               READ fcartes
                   INVALID KEY
                       DISPLAY "⚠️ Carte inconnue. ⚠️"
                   NOT INVALID KEY
                       IF fcb_statut = "A" THEN
                           MOVE fcb_beneficiaire TO WidBeneficiaire
                           MOVE 1 TO WcarteValide
                       ELSE
                           DISPLAY "⚠️ Carte opposée le "
                               fcb_dateOpposition
                               ", refusée. ⚠️"
                       END-IF
               END-READ
               CLOSE fcartes
           END-IF
           IF WcarteValide = 1 THEN
               DISPLAY "Carte " WnumCarte " : foyer "
                   WidBeneficiaire
           END-IF.

       Saisir_beneficiaire_ou_carte.
           MOVE 1 TO WcarteValide
           ACCEPT WnumSaisi
           IF WnumSaisi > 99999 THEN
               MOVE WnumSaisi TO WnumCarte
               PERFORM Lire_carte_beneficiaire
           ELSE
               MOVE WnumSaisi TO WidBeneficiaire
           END-IF.

       Journal_cartes.
           MOVE "CARTES" TO WcodeEtat
           PERFORM Spool_debut
           MOVE "=== Journal des cartes bénéficiaires émises ==="
               TO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT fcartes
           IF cr_fcartes = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcartes NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO WligneEtat
                           STRING fcb_numero " foyer "
                               fcb_beneficiaire " centre " fcb_centre
                               " émise " fcb_dateEmission
                               " par " fcb_emisPar
                               " statut " fcb_statut
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                           IF fcb_statut = "P" THEN
                               MOVE SPACES TO WligneEtat
                               STRING "    opposée " fcb_dateOpposition
                                   " (" fcb_motif ") remplacée par "
                                   fcb_remplacePar
                                   DELIMITED BY SIZE INTO WligneEtat
                               PERFORM Spool_ligne
                           END-IF
                           ADD 1 TO WtotalEtat
                   END-READ
               END-PERFORM
               CLOSE fcartes
           END-IF
           PERFORM Spool_fin.

       GERE_CARTES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 6 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Émettre une carte "
           DISPLAY  "2. Réimprimer la carte d'un foyer "
           DISPLAY  "3. Déclarer une carte perdue "
           DISPLAY  "4. Journal des cartes émises "
           DISPLAY  "5.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Emission_carte_beneficiaire
           ELSE IF Wchoix = 2 THEN
               PERFORM Reimpression_carte
           ELSE IF Wchoix = 3 THEN
               PERFORM Declaration_perte_carte
           ELSE IF Wchoix = 4 THEN
               PERFORM Journal_cartes
           ELSE IF Wchoix = 5 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
