       Enregistrer_lot_reception.
           MOVE 0 TO WajoutQuarantaine
           OPEN I-O flots
           MOVE WidC TO flo_centre
           MOVE Wproduit TO flo_produit
                   DISPLAY "Entrez l'emplacement "
                       "(allée/étagère) : "
                   ACCEPT flo_emplacement
                   MOVE WsourceLot TO flo_source
                   MOVE SPACE TO flo_statut
                   WRITE tamp_flots
                   END-WRITE
                   MOVE "W" TO WimageOperation
                   PERFORM Journaliser_image_lot
               NOT INVALID KEY
                   ADD Wquantite TO flo_quantite
                   MOVE Wdlc TO flo_dlc
                   IF flo_statut = "Q" THEN
                       DISPLAY "⚠️ Lot en quarantaine : la "
                           "quantité reçue y est ajoutée ⚠️"
                       MOVE 1 TO WajoutQuarantaine
                   END-IF
                   IF flo_source = SPACES THEN
                       MOVE WsourceLot TO flo_source
                   ELSE
                       IF flo_source NOT = WsourceLot THEN
                           DISPLAY "⚠️ Lot déjà rattaché à la "
                               "source " flo_source
                               ", source conservée ⚠️"
                       END-IF
                   END-IF
                   DISPLAY "Emplacement actuel : " flo_emplacement
                   DISPLAY "Nouvel emplacement (vide = inchangé) : "
                   ACCEPT Wsaisie
                   END-IF
                   REWRITE tamp_flots
                   END-REWRITE
                   MOVE "R" TO WimageOperation
                   PERFORM Journaliser_image_lot
           END-READ
           MOVE flo_source TO WmsSource
           MOVE flo_centre TO WetqCentre
           MOVE flo_produit TO WetqProduit
           MOVE flo_numero TO WetqLot
           MOVE flo_dlc TO WetqDlc
           MOVE flo_emplacement TO WetqEmplacement
           MOVE Wquantite TO WetqQuantite
           CLOSE flots
           PERFORM Etiquette_reception_lot
           IF WajoutQuarantaine = 1 THEN
               PERFORM Ajouter_reception_quarantaine
           END-IF
           MOVE WnumLot TO WmsLot
           MOVE "E" TO WmsType
           MOVE "+" TO WmsSens
           MOVE Wquantite TO WmsQuantite
           MOVE 0 TO WmsReference
           PERFORM Ecrire_mouvement_source.

       Ecrire_mouvement_source.
           OPEN I-O increment
           MOVE "MS" TO autoinc_entite
           READ increment
               INVALID KEY
                   MOVE "MS" TO autoinc_entite
                   MOVE 00001 TO autoinc_num
                   WRITE autoinc
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
           END-READ
           CLOSE increment

           OPEN I-O fmvsources
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE autoinc_num TO fms_id
           MOVE Wdt(1:8) TO fms_date
           MOVE WidC TO fms_centre
           MOVE Wproduit TO fms_produit
           MOVE WmsLot TO fms_lot
           MOVE WmsSource TO fms_source
           MOVE WmsType TO fms_type
           MOVE WmsSens TO fms_sens
           MOVE WmsQuantite TO fms_quantite
           MOVE WmsReference TO fms_reference
           WRITE tamp_fmvsources
           END-WRITE
           CLOSE fmvsources.

       Charger_sources_reservees.
           MOVE 0 TO WnbSourcesRes
           OPEN INPUT fsources
           MOVE 0 TO WfinSrc
           PERFORM WITH TEST AFTER UNTIL WfinSrc = 1
               READ fsources NEXT
                   AT END MOVE 1 TO WfinSrc
                   NOT AT END
                       IF fsf_reserveBenef = "O" AND
                               WnbSourcesRes < 20 THEN
                           ADD 1 TO WnbSourcesRes
                           MOVE fsf_code
                               TO Wsrc-reservee(WnbSourcesRes)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fsources.

       Tester_source_reservee.
           MOVE 1 TO WlotAutorise
           IF WlotsRestreints = 1 THEN
               MOVE 1 TO WidxSrc
               PERFORM WITH TEST BEFORE
                       UNTIL WidxSrc > WnbSourcesRes
                   IF Wsrc-reservee(WidxSrc) = flo_source THEN
                       MOVE 0 TO WlotAutorise
                   END-IF
                   ADD 1 TO WidxSrc
               END-PERFORM
           END-IF.

       Calculer_lots_reserves.
           MOVE 0 TO WqteReservee
           MOVE 1 TO WlotsRestreints
           PERFORM Charger_sources_reservees
           OPEN INPUT flots
           MOVE 0 TO WfinSrc
           MOVE WidC TO flo_centre
           MOVE Wproduit TO flo_produit
           MOVE LOW-VALUES TO flo_numero
           START flots KEY IS NOT LESS THAN flo_cle
               INVALID KEY MOVE 1 TO WfinSrc
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinSrc = 1
               READ flots NEXT
                   AT END MOVE 1 TO WfinSrc
                   NOT AT END
                       IF flo_centre NOT = WidC OR
                               flo_produit NOT = Wproduit THEN
                           MOVE 1 TO WfinSrc
                       ELSE
                           PERFORM Tester_source_reservee
                           IF WlotAutorise = 0 AND
                                   flo_statut NOT = "Q" THEN
                               ADD flo_quantite TO WqteReservee
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE flots
           MOVE 0 TO WlotsRestreints.

       Chercher_lot_plus_ancien.
           MOVE 0 TO WlotTrouve
           MOVE 99999999 TO WminDlc
           MOVE SPACES TO WminLot
           MOVE SPACE TO WminStatut
           MOVE 0 TO Wfin
           MOVE WidC TO flo_centre
           MOVE Wproduit TO flo_produit
                               flo_produit NOT = Wproduit THEN
                           MOVE 1 TO Wfin
                       ELSE
                           PERFORM Tester_source_reservee
                           IF flo_statut = "Q" THEN
                               MOVE 0 TO WlotAutorise
                           END-IF
                           IF WlotImpose NOT = SPACES AND
                                   flo_numero = WlotImpose AND
                                   flo_quantite > 0 AND
                                   WlotAutorise = 1 THEN
                               MOVE 0 TO WminDlc
                               MOVE flo_numero TO WminLot
                               MOVE flo_emplacement
                                   TO WminEmplacement
                               MOVE flo_statut TO WminStatut
                               MOVE 1 TO WlotTrouve
                           END-IF
                           IF flo_quantite > 0 AND
                                   WlotAutorise = 1 AND
                                   flo_dlc < WminDlc THEN
                               MOVE flo_dlc TO WminDlc
                               MOVE flo_numero TO WminLot
                               MOVE flo_emplacement
                                   TO WminEmplacement
                               MOVE flo_statut TO WminStatut
                               MOVE 1 TO WlotTrouve
                           END-IF
                       END-IF

       Consommer_lots.
           MOVE Wquantite TO Wreste
           MOVE 0 TO WlotsRestreints
           IF WidBeneficiaire = 0 THEN
               MOVE 1 TO WlotsRestreints
               PERFORM Charger_sources_reservees
           END-IF
           OPEN I-O flots
           MOVE 1 TO WlotTrouve
           PERFORM WITH TEST AFTER UNTIL Wreste = 0 OR WlotTrouve = 0
               PERFORM Chercher_lot_plus_ancien
               IF WlotTrouve = 1 THEN
                   PERFORM Tester_rupture_froid
                   IF WminStatut = "L" THEN
                       MOVE 0 TO WruptureFroid
                   END-IF
                   IF WruptureFroid = 1 THEN
                       DISPLAY "⚠️ Rupture de chaîne du froid "
                           "enregistrée sur le lot " WminLot
                           " ⚠️"
                       IF WroleUtilisateurConnecte = 1 AND
                               WsansDerogation = 0 THEN
                           DISPLAY "Dérogation : servir ce lot "
                               "quand même ? (O/N) : "
                           ACCEPT Wreponse
                           DISPLAY "prélever le lot " flo_numero
                               " à l'emplacement "
                               flo_emplacement
                           MOVE flo_source TO WmsSource
                           MOVE flo_dlc TO WdlcConso
                           IF flo_quantite > Wreste THEN
                               MOVE Wreste TO WqteLot
                               SUBTRACT Wreste FROM flo_quantite
                               MOVE 0 TO Wreste
                               REWRITE tamp_flots
                               END-REWRITE
                               MOVE "R" TO WimageOperation
                               PERFORM Journaliser_image_lot
                           ELSE
                               MOVE flo_quantite TO WqteLot
                               SUBTRACT flo_quantite FROM Wreste
                               DISPLAY "lot " flo_numero " (DLC "
                                   flo_dlc ") épuisé"
                               DELETE flots
                               MOVE "D" TO WimageOperation
                               PERFORM Journaliser_image_lot
                           END-IF
                           PERFORM Enregistrer_consommation_lot
                   END-READ
               END-IF
           END-PERFORM
           CLOSE flots
           MOVE 0 TO WlotsRestreints
           MOVE SPACES TO WlotImpose
           IF Wreste > 0 THEN
               DISPLAY "Attention : " Wreste " unité(s) servie(s) "
                   "hors lot référencé."
           MOVE WqteLot TO fcs_quantite
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO fcs_date
           MOVE WminEmplacement TO fcs_emplacement
           MOVE WdlcConso TO fcs_dlc
           WRITE tamp_fconsommations
           END-WRITE
           CLOSE fconsommations
           MOVE WminLot TO WmsLot
           MOVE "S" TO WmsType
           MOVE "-" TO WmsSens
           MOVE WqteLot TO WmsQuantite
           MOVE WidD TO WmsReference
           PERFORM Ecrire_mouvement_source.

       Trace_lot.
           DISPLAY "Traçabilité d'un numéro de lot"
           END-IF.

       Recrediter_lots.
           MOVE 0 TO WlotsRestreints
           MOVE 0 TO WmsQuantite
           OPEN I-O flots
           PERFORM Chercher_lot_plus_ancien
           IF WlotTrouve = 1 THEN
                       ADD Wquantite TO flo_quantite
                       REWRITE tamp_flots
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_lot
                       MOVE flo_source TO WmsSource
                       MOVE Wquantite TO WmsQuantite
               END-READ
           END-IF
           CLOSE flots
           IF WmsQuantite > 0 THEN
               MOVE WminLot TO WmsLot
               MOVE WtypeRecredit TO WmsType
               MOVE "+" TO WmsSens
               MOVE WidD TO WmsReference
               PERFORM Ecrire_mouvement_source
           END-IF
           MOVE "S" TO WtypeRecredit.

       Rapport_lots_peremption.
           DISPLAY "Lots proches de la DLC"
               END-READ
           END-PERFORM
           CLOSE flots
           PERFORM Proposer_destruction_offres
           DISPLAY WnbDestructions " proposition(s) de "
               "destruction générée(s), à valider.".

       Proposer_destruction_offres.
           MOVE "OFFDELAI" TO WcodeParam
           PERFORM Lire_parametre
           MOVE WvaleurParam TO WdelaiOffre
           IF WdelaiOffre = 0 THEN
               MOVE 3 TO WdelaiOffre
           END-IF
           OPEN I-O foffres
           IF cr_foffres = 00 THEN
               MOVE 0 TO WfinOffre
               PERFORM WITH TEST AFTER UNTIL WfinOffre = 1
                   READ foffres NEXT
                       AT END MOVE 1 TO WfinOffre
                       NOT AT END
                           IF fof_statut = "O" THEN
                               PERFORM Examiner_offre_echue
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE foffres
           END-IF.

       Examiner_offre_echue.
           COMPUTE WjoursInt =
               FUNCTION INTEGER-OF-DATE(fof_date) + WdelaiOffre
           IF fof_dlc < WdateJour OR
                   FUNCTION INTEGER-OF-DATE(WdateJour) >= WjoursInt
                   THEN
               OPEN INPUT flots
               MOVE fof_centre TO flo_centre
               MOVE fof_produit TO flo_produit
               MOVE fof_lot TO flo_numero
               READ flots
                   INVALID KEY
                       MOVE 0 TO flo_quantite
               END-READ
               CLOSE flots
               IF flo_quantite > 0 THEN
                   IF fof_quantite < flo_quantite THEN
                       MOVE fof_quantite TO flo_quantite
                   END-IF
                   PERFORM Chercher_proposition_lot
                   IF Wtrouve = 0 THEN
                       PERFORM Ecrire_proposition_lot
                       ADD 1 TO WnbDestructions
                   END-IF
               END-IF
               MOVE "D" TO fof_statut
               MOVE WdateJour TO fof_dateTraitement
               REWRITE tamp_foffres
               END-REWRITE
           END-IF.

       Chercher_proposition_lot.
           MOVE 0 TO Wtrouve
           OPEN INPUT fdestructions
           MOVE fds_centre TO flo_centre
           MOVE fds_produit TO flo_produit
           MOVE fds_lot TO flo_numero
           MOVE SPACES TO WmsSource
           MOVE SPACE TO WstatutLotDetruit
           READ flots
               NOT INVALID KEY
                   MOVE flo_source TO WmsSource
                   MOVE flo_statut TO WstatutLotDetruit
                   IF flo_quantite > Wquantite THEN
                       SUBTRACT Wquantite FROM flo_quantite
                       REWRITE tamp_flots
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_lot
                   ELSE
                       MOVE flo_quantite TO Wquantite
                       DELETE flots
                       MOVE "D" TO WimageOperation
                       PERFORM Journaliser_image_lot
                   END-IF
           END-READ
           CLOSE flots
           IF WstatutLotDetruit = "Q" THEN
               PERFORM Reintegrer_lot_quarantaine
           END-IF

           MOVE 0 TO WusingCP
           OPEN I-O fcentres
                       SUBTRACT Wquantite FROM fce_quantite
                       REWRITE tamp_fcentres
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_centre
                   ELSE
                       MOVE 1 TO WusingCP
                   END-IF
                       SUBTRACT Wquantite FROM fcp_quantite
                       REWRITE tamp_fcentre_produits
                       END-REWRITE
                       MOVE "R" TO WimageOperation
                       PERFORM Journaliser_image_stock
               END-READ
               CLOSE fcentre_produits
           END-IF
           MOVE fds_id TO WkxReference
           PERFORM Ecrire_kardex

           MOVE fds_lot TO WmsLot
           MOVE "D" TO WmsType
           MOVE "-" TO WmsSens
           MOVE Wquantite TO WmsQuantite
           MOVE fds_id TO WmsReference
           PERFORM Ecrire_mouvement_source

           MOVE "X" TO fds_statut
           REWRITE tamp_fdestructions
           END-REWRITE
       GERE_DESTRUCTIONS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 5 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Générer les propositions (via le rapport "
               "DLC) "
           DISPLAY  "2. Valider une destruction "
                               " DLC " flo_dlc
                               " quantité " flo_quantite
                               " emplacement " flo_emplacement
                           IF flo_statut = "Q" THEN
                               DISPLAY "    en quarantaine"
                           END-IF
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
           IF Wtrouve = 0 THEN
               DISPLAY "Aucun lot pour ce centre."
           END-IF.

       Journaliser_image_lot.
           MOVE "LO" TO WimageFichier
           MOVE cr_flots TO WimageStatut
           MOVE tamp_flots TO WimageContenu
           PERFORM Journaliser_apres_image.
