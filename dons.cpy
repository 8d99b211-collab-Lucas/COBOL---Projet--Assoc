                       DISPLAY "Entrez la quantité donnée : "
                       ACCEPT Wquantite
                       PERFORM Encaisser_stock_reception
                       MOVE SPACES TO WnumLot
                       DISPLAY "Numéro de lot (vide = lot du don) : "
                       ACCEPT WnumLot
                       IF WnumLot = SPACES THEN
                           MOVE FUNCTION CURRENT-DATE TO Wdt
                           STRING "DON" Wdt(3:6)
                               DELIMITED BY SIZE INTO WnumLot
                       END-IF
                       MOVE "Entrez la DLC du lot (AAAAMMJJ) : "
                           TO WinviteDate
                       PERFORM Saisir_date
                       MOVE Wdate TO Wdlc
                       MOVE "DN" TO WsourceLot
                       PERFORM Enregistrer_lot_reception
                   END-IF
               ELSE
                   DISPLAY "Entrez le montant (euros) : "
               MOVE WnumRecu TO fdn_recu
               WRITE tamp_fdons
               END-WRITE
               MOVE 0 TO WrecuRemplace
               PERFORM Enregistrer_recu
               CLOSE fdons
               IF WtypeDon = "N" THEN
                   MOVE Wproduit TO WkxProduit
           DISPLAY "============================================"
           DISPLAY "Reçu n.        : " WnumRecu
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:4) TO WanneeRecu
           OPEN INPUT frecus
           MOVE WnumRecu TO frf_num
           READ frecus
               NOT INVALID KEY
                   COMPUTE WanneeRecu = frf_date / 10000
                   IF frf_remplace NOT = 0 THEN
                       DISPLAY "Annule et remplace le reçu n. "
                           frf_remplace
                   END-IF
           END-READ
           CLOSE frecus
           PERFORM Calculer_rang_recu
           DISPLAY "Série annuelle : " WanneeRecu "-" WrangRecu
           MOVE FUNCTION CURRENT-DATE TO Wdt
           DISPLAY "Date           : " Wdt(1:8)
           OPEN INPUT fdonateurs
           MOVE WidDonateur TO fdo_id
           DISPLAY "Total en nature " Wannee " : " WtotalNature
               " unité(s)".

       Enregistrer_recu.
           OPEN I-O frecus
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE fdn_recu TO frf_num
           MOVE Wdt(1:8) TO frf_date
           MOVE fdn_id TO frf_don
           MOVE fdn_donateur TO frf_donateur
           MOVE fdn_type TO frf_type
           MOVE fdn_produit TO frf_produit
           MOVE fdn_quantite TO frf_quantite
           MOVE fdn_montant TO frf_montant
           MOVE "E" TO frf_statut
           MOVE WrecuRemplace TO frf_remplace
           MOVE 0 TO frf_remplacant
           MOVE SPACES TO frf_motif
           MOVE WidUtilisateurConnecte TO frf_emisPar
           MOVE 0 TO frf_annulePar
           MOVE 0 TO frf_annuleDate
           WRITE tamp_frecus
               INVALID KEY
                   DISPLAY "⚠️ Reçu " frf_num
                       " déjà au registre. ⚠️"
           END-WRITE
           CLOSE frecus.

       Annulation_recu_fiscal.
           DISPLAY "Annulation d'un reçu fiscal"
           DISPLAY "Entrez le numéro du reçu : "
           ACCEPT WnumRecu
           MOVE 0 TO Wtrouver
           OPEN INPUT frecus
           MOVE WnumRecu TO frf_num
           READ frecus
               INVALID KEY
                   DISPLAY "Ce reçu n'est pas au registre."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF frf_statut NOT = "E" THEN
                       DISPLAY "Ce reçu est déjà annulé "
                           "ou remplacé."
                       MOVE 1 TO Wtrouver
                   ELSE
                       MOVE frf_date TO WdateExercice
                       MOVE frf_don TO WidDonRecu
                       MOVE frf_donateur TO WidDonateurCourant
                       MOVE frf_type TO WtypeDon
                       MOVE frf_montant TO Wmontant
                       MOVE frf_produit TO Wproduit
                       MOVE frf_quantite TO Wquantite
                       DISPLAY "Don " frf_don " du " frf_date
                           " donateur " frf_donateur
                       IF frf_type = "M" THEN
                           DISPLAY "Montant certifié : " frf_montant
                               " euros"
                       ELSE
                           DISPLAY "Don en nature : " frf_quantite
                               " x produit " frf_produit
                       END-IF
                   END-IF
           END-READ
           CLOSE frecus

           IF Wtrouver = 0 THEN
               PERFORM Controler_exercice_ouvert
           END-IF
           IF Wtrouver = 0 THEN
               OPEN INPUT fdons
               MOVE WidDonRecu TO fdn_id
               READ fdons
                   NOT INVALID KEY
                       MOVE fdn_date TO WdateExercice
               END-READ
               CLOSE fdons
               PERFORM Controler_exercice_ouvert
           END-IF

           IF Wtrouver = 0 THEN
               MOVE SPACES TO WmotifRecu
               PERFORM WITH TEST AFTER UNTIL WmotifRecu NOT = SPACES
                   DISPLAY "Motif de l'annulation : "
                   ACCEPT WmotifRecu
               END-PERFORM
               DISPLAY "Entrez l'ID du donateur correct "
                   "(0 = inchangé) : "
               ACCEPT WidDonateurCorrige
               IF WidDonateurCorrige = 0 THEN
                   MOVE WidDonateurCourant TO WidDonateurCorrige
               ELSE
                   OPEN INPUT fdonateurs
                   MOVE WidDonateurCorrige TO fdo_id
                   READ fdonateurs
                       INVALID KEY
                           DISPLAY "Le donateur n'existe pas."
                           MOVE 1 TO Wtrouver
                       NOT INVALID KEY
                           IF fdo_statut = "I" THEN
                               DISPLAY "Ce donateur est désactivé."
                               MOVE 1 TO Wtrouver
                           END-IF
                   END-READ
                   CLOSE fdonateurs
               END-IF
               MOVE Wmontant TO WmontantCorrige
               IF Wtrouver = 0 AND WtypeDon = "M" THEN
                   DISPLAY "Entrez le montant correct "
                       "(0 = don à annuler) : "
                   ACCEPT WmontantCorrige
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               IF WmontantCorrige = 0 THEN
                   OPEN I-O fdons
                   MOVE WidDonRecu TO fdn_id
                   READ fdons
                       NOT INVALID KEY
                           MOVE 0 TO fdn_montant
                           REWRITE tamp_fdons
                           END-REWRITE
                   END-READ
                   CLOSE fdons
                   MOVE 0 TO WnumRecuNouveau
                   MOVE "A" TO WreponseRecu
               ELSE
                   OPEN I-O increment
                   MOVE "RF" TO autoinc_entite
                   READ increment
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
                   CLOSE increment
                   MOVE autoinc_num TO WnumRecuNouveau

                   OPEN I-O fdons
                   MOVE WidDonRecu TO fdn_id
                   READ fdons
                       NOT INVALID KEY
                           MOVE WidDonateurCorrige TO fdn_donateur
                           MOVE WmontantCorrige TO fdn_montant
                           MOVE WnumRecuNouveau TO fdn_recu
                           REWRITE tamp_fdons
                           END-REWRITE
                   END-READ
                   MOVE WnumRecu TO WrecuRemplace
                   PERFORM Enregistrer_recu
                   CLOSE fdons
                   MOVE "R" TO WreponseRecu
               END-IF
           END-IF

           IF Wtrouver = 0 THEN
               MOVE FUNCTION CURRENT-DATE TO Wdt
               OPEN I-O frecus
               MOVE WnumRecu TO frf_num
               READ frecus
                   NOT INVALID KEY
                       MOVE WreponseRecu TO frf_statut
                       MOVE WnumRecuNouveau TO frf_remplacant
                       MOVE WmotifRecu TO frf_motif
                       MOVE WidUtilisateurConnecte TO frf_annulePar
                       MOVE Wdt(1:8) TO frf_annuleDate
                       REWRITE tamp_frecus
                       END-REWRITE
               END-READ
               CLOSE frecus
               IF WnumRecuNouveau = 0 THEN
                   DISPLAY "Reçu " WnumRecu
                       " annulé, don ramené à 0."
               ELSE
                   DISPLAY "Reçu " WnumRecu " remplacé par le reçu "
                       WnumRecuNouveau
                   MOVE WnumRecuNouveau TO WnumRecu
                   MOVE WidDonateurCorrige TO WidDonateur
                   MOVE WmontantCorrige TO Wmontant
                   PERFORM Imprimer_recu_fiscal
               END-IF
           END-IF.

       Etat_registre_recus.
           DISPLAY "Entrez l'année (AAAA) : "
           ACCEPT Wannee
           COMPUTE WdateDebut = (Wannee * 10000) + 0101
           COMPUTE WdateFin = (Wannee * 10000) + 1231
           MOVE "RECUSAN" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "=== REGISTRE DES REÇUS FISCAUX - " Wannee " ==="
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE Wannee TO WanneeRecu
           MOVE 0 TO WnumRecu
           PERFORM Calculer_rang_recu
           MOVE WdateDebut TO WdateExercice
           PERFORM Tester_exercice_clos
           MOVE SPACES TO WligneEtat
           IF WexerciceClos = 1 THEN
               STRING "Série " Wannee " ouverte au reçu n. "
                   WpremierRecu " - exercice clos"
                   DELIMITED BY SIZE INTO WligneEtat
           ELSE
               STRING "Série " Wannee " ouverte au reçu n. "
                   WpremierRecu
                   DELIMITED BY SIZE INTO WligneEtat
           END-IF
           PERFORM Spool_ligne
           MOVE 0 TO WnbRecus
           MOVE 0 TO WnbManquants
           MOVE 0 TO WrecuPrecedent

           OPEN INPUT frecus
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frecus NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF frf_date >= WdateDebut AND
                               frf_date <= WdateFin THEN
                           PERFORM Imprimer_ligne_registre
                       END-IF
                       MOVE frf_num TO WrecuPrecedent
               END-READ
           END-PERFORM
           CLOSE frecus

           MOVE SPACES TO WligneEtat
           STRING WnbRecus " reçu(s) au registre, "
               WnbManquants " rupture(s) de numérotation"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne

           MOVE SPACES TO WligneEtat
           STRING "--- Total certifié par donateur ---"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT fdonateurs
           OPEN INPUT frecus
           MOVE 0 TO WidDonateurCourant
           MOVE 0 TO WtotalMontant
           MOVE 0 TO WtotalNature
           MOVE 0 TO Wfin
           MOVE 0 TO frf_donateur
           START frecus KEY IS NOT LESS THAN frf_donateur
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frecus NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF frf_donateur NOT = WidDonateurCourant THEN
                           PERFORM Imprimer_total_donateur
                           MOVE frf_donateur TO WidDonateurCourant
                           MOVE 0 TO WtotalMontant
                           MOVE 0 TO WtotalNature
                       END-IF
                       IF frf_statut = "E" AND
                               frf_date >= WdateDebut AND
                               frf_date <= WdateFin THEN
                           IF frf_type = "M" THEN
                               ADD frf_montant TO WtotalMontant
                           ELSE
                               ADD frf_quantite TO WtotalNature
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Imprimer_total_donateur
           CLOSE frecus
           CLOSE fdonateurs
           PERFORM Spool_fin.

       Imprimer_ligne_registre.
           IF WrecuPrecedent NOT = 0 AND
                   frf_num > WrecuPrecedent + 1 THEN
               MOVE SPACES TO WligneEtat
               STRING "⚠️ numéros manquants après le reçu "
                   WrecuPrecedent " et avant le reçu " frf_num
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               ADD 1 TO WnbManquants
           END-IF
           IF frf_statut = "E" THEN
               MOVE "ÉMIS" TO WlibelleRecu
           ELSE
               IF frf_statut = "R" THEN
                   MOVE SPACES TO WlibelleRecu
                   STRING "REMPLACÉ par " frf_remplacant
                       DELIMITED BY SIZE INTO WlibelleRecu
               ELSE
                   MOVE "ANNULÉ" TO WlibelleRecu
               END-IF
           END-IF
           MOVE SPACES TO WligneEtat
           STRING "reçu " frf_num " du " frf_date
               " donateur " frf_donateur " " frf_type " "
               frf_montant " " frf_quantite " " WlibelleRecu
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           IF frf_statut NOT = "E" THEN
               MOVE SPACES TO WligneEtat
               STRING "      motif : " frf_motif
                   " par " frf_annulePar " le " frf_annuleDate
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
           END-IF
           ADD 1 TO WnbRecus.

       Imprimer_total_donateur.
           IF WidDonateurCourant NOT = 0 AND
                   (WtotalMontant > 0 OR WtotalNature > 0) THEN
               MOVE WidDonateurCourant TO fdo_id
               READ fdonateurs
                   INVALID KEY MOVE SPACES TO fdo_nom
               END-READ
               MOVE SPACES TO WligneEtat
               STRING "donateur " WidDonateurCourant " " fdo_nom
                   " " WtotalMontant " euros, "
                   WtotalNature " unité(s) en nature"
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
           END-IF.

       GERE_DONS.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 8 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter Donateurs "
           DISPLAY  "2. Afficher Donateurs "
           DISPLAY  "3. Saisir un don "
           DISPLAY  "4. Récapitulatif annuel d'un donateur "
           DISPLAY  "5. Annuler / rectifier un reçu fiscal "
           DISPLAY  "6. Registre annuel des reçus "
           DISPLAY  "7.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Ajout_donateurs
           ELSE IF Wchoix2= 4 THEN
               PERFORM Recapitulatif_annuel_donateur
           ELSE IF Wchoix2= 5 THEN
               PERFORM Annulation_recu_fiscal
           ELSE IF Wchoix2= 6 THEN
               PERFORM Etat_registre_recus
           ELSE IF Wchoix2= 7 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
