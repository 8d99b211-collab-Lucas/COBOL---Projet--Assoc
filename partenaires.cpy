           END-READ
           CLOSE fdistributions.

       Affichage_offres_surplus.
           OPEN INPUT foffres
           MOVE 0 TO Wtrouve
           IF cr_foffres = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ foffres NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           DISPLAY "offre " fof_id " du " fof_date
                               " centre " fof_centre
                               " produit " fof_produit
                               " lot " fof_lot
                           DISPLAY "    DLC " fof_dlc
                               " x " fof_quantite
                               " statut " fof_statut
                               " partenaire " fof_partenaire
                               " accepté " fof_qteAcceptee
                               " distribution " fof_distribution
                           MOVE 1 TO Wtrouve
                   END-READ
               END-PERFORM
               CLOSE foffres
           END-IF
           IF Wtrouve = 0 THEN
               DISPLAY "Aucune offre de surplus."
           END-IF.

       Import_acceptations_offres.
           DISPLAY "Import des acceptations d'offres de surplus"
           OPEN INPUT facceptations
           IF cr_facceptations NOT = 00 THEN
               DISPLAY "Fichier acceptations_offres.csv introuvable."
           ELSE
               MOVE 0 TO WnbAcceptees
               MOVE 0 TO WnbRefusees
               MOVE 0 TO WfinOffre
               PERFORM WITH TEST AFTER UNTIL WfinOffre = 1
                   READ facceptations
                       AT END MOVE 1 TO WfinOffre
                       NOT AT END
                           IF Wligne-acceptation NOT = SPACES AND
                                   Wligne-acceptation(1:1) NOT = "#"
                                   THEN
                               PERFORM Traiter_acceptation_offre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE facceptations
               DISPLAY WnbAcceptees " acceptation(s) traitée(s), "
                   WnbRefusees " refusée(s)."
           END-IF.

       Traiter_acceptation_offre.
           MOVE 1 TO WposAcc
           MOVE SPACES TO WchampAcc
           UNSTRING Wligne-acceptation DELIMITED BY ";"
               INTO WchampAcc WITH POINTER WposAcc
           MOVE FUNCTION NUMVAL(WchampAcc) TO WidOffre
           MOVE SPACES TO WchampAcc
           UNSTRING Wligne-acceptation DELIMITED BY ";"
               INTO WchampAcc WITH POINTER WposAcc
           MOVE FUNCTION NUMVAL(WchampAcc) TO WidPartenaire
           MOVE SPACES TO WchampAcc
           UNSTRING Wligne-acceptation DELIMITED BY ";"
               INTO WchampAcc WITH POINTER WposAcc
           MOVE FUNCTION NUMVAL(WchampAcc) TO WqteAcceptee
           MOVE SPACES TO WchampAcc
           UNSTRING Wligne-acceptation DELIMITED BY ";"
               INTO WchampAcc WITH POINTER WposAcc
           MOVE FUNCTION CURRENT-DATE TO Wdt
           IF WchampAcc(1:8) IS NUMERIC THEN
               MOVE WchampAcc(1:8) TO Wdate
           ELSE
               MOVE Wdt(1:8) TO Wdate
           END-IF
           MOVE SPACES TO WchampAcc
           UNSTRING Wligne-acceptation DELIMITED BY ";"
               INTO WchampAcc WITH POINTER WposAcc
           MOVE WchampAcc(1:2) TO Whoraire
           IF Whoraire = SPACES THEN
               MOVE "AM" TO Whoraire
           END-IF

           MOVE 0 TO WoffreRetenue
           OPEN I-O foffres
           MOVE WidOffre TO fof_id
           READ foffres
               INVALID KEY
                   DISPLAY "Offre " WidOffre " inconnue."
               NOT INVALID KEY
                   IF fof_statut NOT = "O" THEN
                       DISPLAY "Offre " WidOffre " déjà traitée "
                           "(statut " fof_statut ")."
                   ELSE
                       MOVE 1 TO WoffreRetenue
                   END-IF
           END-READ
           IF WoffreRetenue = 1 THEN
               PERFORM Accepter_offre_surplus
           END-IF
           CLOSE foffres
           IF WoffreRetenue = 1 THEN
               ADD 1 TO WnbAcceptees
           ELSE
               ADD 1 TO WnbRefusees
           END-IF.

       Accepter_offre_surplus.
           IF WqteAcceptee = 0 OR WqteAcceptee > fof_quantite THEN
               MOVE fof_quantite TO WqteAcceptee
           END-IF
           MOVE fof_centre TO WidC
           MOVE fof_produit TO Wproduit
           MOVE WqteAcceptee TO Wquantite
           MOVE 0 TO WidBeneficiaire
           MOVE 0 TO WidGroupe
           PERFORM Valider_partenaire
           IF Wtrouver = 0 THEN
               MOVE 0 TO WoffreRetenue
           ELSE
               MOVE 0 TO Wtrouver
               OPEN INPUT fdistributions
               PERFORM Controler_tonnage_partenaire
               CLOSE fdistributions
               IF Wtrouver = 0 THEN
                   PERFORM Valider_horaire
                   IF Wtrouver = 1 THEN
                       MOVE 0 TO Wtrouver
                   ELSE
                       MOVE 1 TO Wtrouver
                   END-IF
               END-IF
               IF Wtrouver = 0 THEN
                   PERFORM Tester_periode_close
                   IF WperiodeClose = 1 THEN
                       DISPLAY "⚠️ Date de retrait dans une "
                           "période close. ⚠️"
                       MOVE 1 TO Wtrouver
                   END-IF
               END-IF
               IF Wtrouver = 0 THEN
                   PERFORM Controler_stock_distribution
               END-IF
               IF Wtrouver = 1 THEN
                   MOVE 0 TO WoffreRetenue
               END-IF
           END-IF
           IF WoffreRetenue = 0 THEN
               DISPLAY "Acceptation de l'offre " fof_id
                   " par le partenaire " WidPartenaire " refusée."
           ELSE
               PERFORM Creer_distribution_offre
           END-IF.

       Creer_distribution_offre.
           OPEN I-O increment
           MOVE "DI" TO autoinc_entite
           READ increment
               ADD 1 TO autoinc_num
               REWRITE autoinc
               END-REWRITE
           CLOSE increment
           MOVE autoinc_num TO WidD

           MOVE fof_lot TO WlotImpose
           PERFORM Prelever_stock_distribution

           OPEN I-O fdistributions
           MOVE WidD TO fdi_id
           MOVE WidGroupe TO fdi_idGroupe
           MOVE Wdate TO fdi_date
           MOVE WidC TO fdi_centre
           MOVE Whoraire TO fdi_horaire
           MOVE Wproduit TO fdi_produit
           MOVE Wquantite TO fdi_quantite
           MOVE "P" TO fdi_statut
           MOVE 0 TO fdi_beneficiaire
           MOVE 0 TO fdi_nbBenevoles
           MOVE SPACES TO fdi_campagne
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE WidUtilisateurConnecte TO fdi_modifPar
           MOVE Wdt(1:8) TO fdi_modifDate
           MOVE Wdt(9:6) TO fdi_modifHeure
           WRITE tamp_fdistributions
           END-WRITE
           MOVE "W" TO WimageOperation
           PERFORM Journaliser_image_distribution
           CLOSE fdistributions
           PERFORM Ecrire_ligne_distribution
           PERFORM Lier_distribution_partenaire
           MOVE 0 TO WquantiteCrise
           PERFORM Marquer_distribution_crise

           COMPUTE WresteOffre = fof_quantite - WqteAcceptee
           MOVE "A" TO fof_statut
           MOVE WidPartenaire TO fof_partenaire
           MOVE WqteAcceptee TO fof_qteAcceptee
           MOVE WidD TO fof_distribution
           MOVE Wdt(1:8) TO fof_dateTraitement
           REWRITE tamp_foffres
           END-REWRITE
           DISPLAY "Offre " fof_id " acceptée par le partenaire "
               WidPartenaire " : distribution " WidD
               " du " Wdate " (" WqteAcceptee ")."
           IF WresteOffre > 0 THEN
               PERFORM Reporter_reliquat_offre
           END-IF.

       Reporter_reliquat_offre.
           OPEN I-O increment
           MOVE "OF" TO autoinc_entite
           READ increment
               INVALID KEY
                   MOVE "OF" TO autoinc_entite
                   MOVE 00001 TO autoinc_num
                   WRITE autoinc
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
           END-READ
           CLOSE increment
           MOVE autoinc_num TO fof_id
           MOVE WresteOffre TO fof_quantite
           MOVE "O" TO fof_statut
           MOVE 0 TO fof_partenaire
           MOVE 0 TO fof_qteAcceptee
           MOVE 0 TO fof_distribution
           MOVE 0 TO fof_dateTraitement
           WRITE tamp_foffres
           END-WRITE
           DISPLAY "Reliquat de " WresteOffre " remis en offre "
               "sous le numéro " fof_id ".".

       GERE_PARTENAIRES.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 8 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter un partenaire "
           DISPLAY  "2. Afficher les partenaires "
           DISPLAY  "3. Désactiver un partenaire "
           DISPLAY  "4. Bilan annuel d'un partenaire "
           DISPLAY  "5. Offres de surplus "
           DISPLAY  "6. Importer les acceptations d'offres "
           DISPLAY  "7.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Ajout_partenaires
           ELSE IF Wchoix2= 4 THEN
               PERFORM Etat_annuel_partenaire
           ELSE IF Wchoix2= 5 THEN
               PERFORM Affichage_offres_surplus
           ELSE IF Wchoix2= 6 THEN
               PERFORM Import_acceptations_offres
           ELSE IF Wchoix2= 7 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
