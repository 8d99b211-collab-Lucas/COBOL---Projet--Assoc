       Reception_carnet_cheques.
           DISPLAY "Réception d'un carnet de chèques services"
           DISPLAY "Financeur : "
           ACCEPT WfinanceurChq
           DISPLAY "Entrez l'ID du centre détenteur : "
           ACCEPT WidC
           DISPLAY "Numéro du premier chèque : "
           ACCEPT WnumDebutChq
           MOVE 0 TO WnbChq
           PERFORM WITH TEST AFTER UNTIL WnbChq > 0 AND WnbChq < 501
               DISPLAY "Nombre de chèques du carnet (1 à 500) : "
               ACCEPT WnbChq
           END-PERFORM
           COMPUTE WnumFinChq = WnumDebutChq + WnbChq - 1
           MOVE 0 TO WvaleurChq
           PERFORM WITH TEST AFTER UNTIL WvaleurChq > 0
               DISPLAY "Valeur faciale d'un chèque (euros) : "
               ACCEPT WvaleurChq
           END-PERFORM
           MOVE "Date de fin de validité (AAAAMMJJ) : "
               TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO WdateValiditeChq

           OPEN I-O fcheques
           MOVE 0 TO Wtrouver
           MOVE 0 TO Wfin
           MOVE WnumDebutChq TO fvo_numero
           START fcheques KEY IS NOT LESS THAN fvo_numero
               INVALID KEY MOVE 1 TO Wfin
           END-START
           IF Wfin = 0 THEN
               READ fcheques NEXT
                   NOT AT END
                       IF fvo_numero <= WnumFinChq THEN
                           MOVE 1 TO Wtrouver
                       END-IF
               END-READ
           END-IF
           IF Wtrouver = 1 THEN
               DISPLAY "⚠️ Le chèque " fvo_numero
                   " existe déjà, carnet refusé. ⚠️"
           ELSE
               OPEN I-O increment
               MOVE "CK" TO autoinc_entite
               READ increment
                   INVALID KEY
                       MOVE "CK" TO autoinc_entite
                       MOVE 00001 TO autoinc_num
                       WRITE autoinc
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
               END-READ
               CLOSE increment

               OPEN I-O fcarnets
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE autoinc_num TO fck_id
               MOVE WfinanceurChq TO fck_financeur
               MOVE WidC TO fck_centre
               MOVE WnumDebutChq TO fck_numDebut
               MOVE WnumFinChq TO fck_numFin
               MOVE WvaleurChq TO fck_valeur
               MOVE Wdt(1:8) TO fck_dateReception
               MOVE WdateValiditeChq TO fck_dateValidite
               MOVE WidUtilisateurConnecte TO fck_recuPar
               WRITE tamp_fcarnets
               END-WRITE
               CLOSE fcarnets

               MOVE WnumDebutChq TO WnumChq
               PERFORM WITH TEST AFTER UNTIL WnumChq > WnumFinChq
                   INITIALIZE tamp_fcheques
                   MOVE WnumChq TO fvo_numero
                   MOVE fck_id TO fvo_carnet
                   MOVE WidC TO fvo_centre
                   MOVE WvaleurChq TO fvo_valeur
                   MOVE Wdt(1:8) TO fvo_dateReception
                   MOVE WdateValiditeChq TO fvo_dateValidite
                   MOVE "S" TO fvo_statut
                   WRITE tamp_fcheques
                   END-WRITE
                   ADD 1 TO WnumChq
               END-PERFORM
               COMPUTE WmontantChq = WvaleurChq * WnbChq
               DISPLAY "Carnet " fck_id " enregistré : chèques "
                   WnumDebutChq " à " WnumFinChq ", "
                   WmontantChq " euros au coffre."
           END-IF
           CLOSE fcheques.

       Emission_cheque_service.
           DISPLAY "Émission d'un chèque service"
           DISPLAY "Numéro du chèque : "
           ACCEPT WnumChq
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 0 TO Wtrouve
           OPEN INPUT fcheques
           MOVE WnumChq TO fvo_numero
           READ fcheques
               INVALID KEY
                   DISPLAY "Chèque inconnu."
               NOT INVALID KEY
                   IF fvo_statut NOT = "S" THEN
                       DISPLAY "Ce chèque n'est plus au coffre "
                           "(statut " fvo_statut ")."
                   ELSE
                       IF fvo_dateValidite < WdateJour THEN
                           DISPLAY "Ce chèque est périmé depuis le "
                               fvo_dateValidite "."
                       ELSE
                           MOVE 1 TO Wtrouve
                       END-IF
                   END-IF
           END-READ
           CLOSE fcheques
           IF Wtrouve = 1 THEN
               MOVE 0 TO Wtrouver
               PERFORM WITH TEST AFTER UNTIL Wtrouver = 1
                   DISPLAY "Entrez l'ID du bénéficiaire : "
                   ACCEPT WidBeneficiaire
                   PERFORM Valider_beneficiaire
               END-PERFORM
               PERFORM Controler_renouvellement_beneficiaire
               IF Wtrouver = 1 THEN
                   DISPLAY "Chèque non émis."
               ELSE
                   MOVE SPACES TO WmotifChq
                   PERFORM WITH TEST AFTER UNTIL WmotifChq NOT = SPACES
                       DISPLAY "Motif de l'émission : "
                       ACCEPT WmotifChq
                   END-PERFORM
                   OPEN I-O fcheques
                   MOVE WnumChq TO fvo_numero
                   READ fcheques
                       NOT INVALID KEY
                           MOVE FUNCTION CURRENT-DATE TO Wdt
                           MOVE "E" TO fvo_statut
                           MOVE WidBeneficiaire TO fvo_beneficiaire
                           MOVE Wdt(1:8) TO fvo_dateEmission
                           MOVE WidUtilisateurConnecte TO fvo_emisPar
                           MOVE WmotifChq TO fvo_motif
                           REWRITE tamp_fcheques
                           END-REWRITE
                           DISPLAY "Chèque " fvo_numero " de "
                               fvo_valeur " euros émis au foyer "
                               WidBeneficiaire "."
                   END-READ
                   CLOSE fcheques
               END-IF
           END-IF.

       Retour_cheques_commerce.
           DISPLAY "Relevé de chèques remboursés par un commerce"
           DISPLAY "Nom du commerce : "
           ACCEPT WcommerceChq
           MOVE "Date du relevé (AAAAMMJJ) : " TO WinviteDate
           PERFORM Saisir_date
           MOVE 0 TO WnbChq
           MOVE 0 TO WmontantChq
           OPEN I-O fcheques
           PERFORM WITH TEST AFTER UNTIL WnumChq = 0
               DISPLAY "Numéro du chèque remboursé (0 = fin) : "
               ACCEPT WnumChq
               IF WnumChq NOT = 0 THEN
                   PERFORM Rembourser_un_cheque
               END-IF
           END-PERFORM
           CLOSE fcheques
           DISPLAY WnbChq " chèque(s) remboursé(s) pour "
               WmontantChq " euros.".

       Rembourser_un_cheque.
           MOVE WnumChq TO fvo_numero
           READ fcheques
               INVALID KEY
                   DISPLAY "Chèque inconnu."
               NOT INVALID KEY
                   IF fvo_statut = "E" OR
                           (fvo_statut = "X" AND
                           fvo_dateEmission NOT = 0 AND
                           Wdate <= fvo_dateValidite) THEN
                       MOVE "R" TO fvo_statut
                       MOVE 0 TO fvo_dateExpire
                       MOVE Wdate TO fvo_dateRetour
                       MOVE WcommerceChq TO fvo_commerce
                       REWRITE tamp_fcheques
                       END-REWRITE
                       ADD 1 TO WnbChq
                       ADD fvo_valeur TO WmontantChq
                   ELSE
                       DISPLAY "⚠️ Chèque " fvo_numero
                           " non émis ou déjà traité (statut "
                           fvo_statut
                           "), ignoré. ⚠️"
                   END-IF
           END-READ.

       Expiration_cheques.
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           MOVE 0 TO WnbChq
           MOVE 0 TO WmontantChq
           OPEN I-O fcheques
           IF cr_fcheques = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcheques NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF (fvo_statut = "S" OR fvo_statut = "E")
                                   AND fvo_dateValidite < WdateJour
                                   THEN
                               MOVE "X" TO fvo_statut
                               MOVE WdateJour TO fvo_dateExpire
                               REWRITE tamp_fcheques
                               END-REWRITE
                               ADD 1 TO WnbChq
                               ADD fvo_valeur TO WmontantChq
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE fcheques
           DISPLAY WnbChq " chèque(s) passé(s) en périmé pour "
               WmontantChq " euros.".

       Cumuler_cheques_beneficiaire.
           MOVE 0 TO WtotalCheques
           OPEN INPUT fcheques
           IF cr_fcheques = 00 THEN
               MOVE 0 TO WfinChq
               MOVE WidBeneficiaire TO fvo_beneficiaire
               START fcheques KEY IS EQUAL TO fvo_beneficiaire
                   INVALID KEY MOVE 1 TO WfinChq
               END-START
               PERFORM WITH TEST AFTER UNTIL WfinChq = 1
                   READ fcheques NEXT
                       AT END MOVE 1 TO WfinChq
                       NOT AT END
                           IF fvo_beneficiaire NOT = WidBeneficiaire
                                   THEN
                               MOVE 1 TO WfinChq
                           ELSE
                               IF (fvo_statut = "E" OR
                                       fvo_statut = "R") AND
                                       fvo_dateEmission >= WdateLimite
                                       THEN
                                   ADD fvo_valeur TO WtotalCheques
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcheques
           END-IF.

       Affichage_cheques_foyer.
           DISPLAY "Entrez l'ID du bénéficiaire : "
           ACCEPT WidBeneficiaire
           MOVE 0 TO Wtrouve
           OPEN INPUT fcheques
           IF cr_fcheques = 00 THEN
               MOVE 0 TO Wfin
               MOVE WidBeneficiaire TO fvo_beneficiaire
               START fcheques KEY IS EQUAL TO fvo_beneficiaire
                   INVALID KEY MOVE 1 TO Wfin
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcheques NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fvo_beneficiaire NOT = WidBeneficiaire
                                   THEN
                               MOVE 1 TO Wfin
                           ELSE
                               DISPLAY fvo_numero " " fvo_valeur
                                   " euros émis le " fvo_dateEmission
                                   " statut " fvo_statut
                                   " retour " fvo_dateRetour
                               DISPLAY "    " fvo_motif
                                   " (bénévole " fvo_emisPar ")"
                               MOVE 1 TO Wtrouve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcheques
           END-IF
           IF Wtrouve = 0 THEN
               DISPLAY "Aucun chèque service pour ce foyer."
           END-IF.

       Rapprochement_cheques_mensuel.
           DISPLAY "Rapprochement mensuel des chèques services"
           DISPLAY "Entrez le mois (AAAAMM) : "
           ACCEPT WmoisChq
           MOVE 0 TO WnbCentresChq
           OPEN INPUT fcheques
           IF cr_fcheques = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcheques NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM Cumuler_cheque_mois
                   END-READ
               END-PERFORM
               CLOSE fcheques
           END-IF

           MOVE "CHQMOIS" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Rapprochement chèques services du mois "
               WmoisChq " (nombre / euros)"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE 1 TO WidxChq
           PERFORM WITH TEST AFTER UNTIL WidxChq > WnbCentresChq
                   OR WnbCentresChq = 0
               MOVE SPACES TO WligneEtat
               STRING "centre " Wrc-centre(WidxChq)
                   " reçus " Wrc-nb(WidxChq, 1) "/"
                   Wrc-montant(WidxChq, 1)
                   " émis " Wrc-nb(WidxChq, 2) "/"
                   Wrc-montant(WidxChq, 2)
                   " remboursés " Wrc-nb(WidxChq, 3) "/"
                   Wrc-montant(WidxChq, 3)
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE SPACES TO WligneEtat
               STRING "          périmés " Wrc-nb(WidxChq, 4) "/"
                   Wrc-montant(WidxChq, 4)
                   " au coffre fin de mois " Wrc-nb(WidxChq, 5) "/"
                   Wrc-montant(WidxChq, 5)
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               ADD Wrc-nb(WidxChq, 5) TO WtotalEtat
               ADD 1 TO WidxChq
           END-PERFORM
           PERFORM Spool_fin.

       Cumuler_cheque_mois.
           MOVE 0 TO Wtrouve
           MOVE 1 TO WidxChq
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR
                   WidxChq > WnbCentresChq
               IF Wrc-centre(WidxChq) = fvo_centre THEN
                   MOVE 1 TO Wtrouve
               ELSE
                   ADD 1 TO WidxChq
               END-IF
           END-PERFORM
           IF Wtrouve = 0 AND WnbCentresChq < 30 THEN
               ADD 1 TO WnbCentresChq
               MOVE WnbCentresChq TO WidxChq
               MOVE fvo_centre TO Wrc-centre(WidxChq)
               MOVE 1 TO WidxMvtChq
               PERFORM WITH TEST AFTER UNTIL WidxMvtChq > 5
                   MOVE 0 TO Wrc-nb(WidxChq, WidxMvtChq)
                   MOVE 0 TO Wrc-montant(WidxChq, WidxMvtChq)
                   ADD 1 TO WidxMvtChq
               END-PERFORM
               MOVE 1 TO Wtrouve
           END-IF
           IF Wtrouve = 1 THEN
               IF fvo_dateReception(1:6) = WmoisChq THEN
                   MOVE 1 TO WidxMvtChq
                   PERFORM Ajouter_mouvement_cheque
               END-IF
               IF fvo_dateEmission(1:6) = WmoisChq THEN
                   MOVE 2 TO WidxMvtChq
                   PERFORM Ajouter_mouvement_cheque
               END-IF
               IF fvo_dateRetour(1:6) = WmoisChq THEN
                   MOVE 3 TO WidxMvtChq
                   PERFORM Ajouter_mouvement_cheque
               END-IF
               IF fvo_dateExpire(1:6) = WmoisChq THEN
                   MOVE 4 TO WidxMvtChq
                   PERFORM Ajouter_mouvement_cheque
               END-IF
               IF fvo_dateReception(1:6) <= WmoisChq AND
                       (fvo_dateEmission = 0 OR
                        fvo_dateEmission(1:6) > WmoisChq) AND
                       (fvo_dateExpire = 0 OR
                        fvo_dateExpire(1:6) > WmoisChq) THEN
                   MOVE 5 TO WidxMvtChq
                   PERFORM Ajouter_mouvement_cheque
               END-IF
           END-IF.

       Ajouter_mouvement_cheque.
           ADD 1 TO Wrc-nb(WidxChq, WidxMvtChq)
           ADD fvo_valeur TO Wrc-montant(WidxChq, WidxMvtChq).

       GERE_CHEQUES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 8 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Réceptionner un carnet "
           DISPLAY  "2. Émettre un chèque à un foyer "
           DISPLAY  "3. Relevé de remboursement d'un commerce "
           DISPLAY  "4. Passer en périmé les chèques échus "
           DISPLAY  "5. Chèques d'un foyer "
           DISPLAY  "6. Rapprochement mensuel "
           DISPLAY  "7.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Reception_carnet_cheques
           ELSE IF Wchoix = 2 THEN
               PERFORM Emission_cheque_service
           ELSE IF Wchoix = 3 THEN
               PERFORM Retour_cheques_commerce
           ELSE IF Wchoix = 4 THEN
               PERFORM Expiration_cheques
           ELSE IF Wchoix = 5 THEN
               PERFORM Affichage_cheques_foyer
           ELSE IF Wchoix = 6 THEN
               PERFORM Rapprochement_cheques_mensuel
           ELSE IF Wchoix = 7 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
