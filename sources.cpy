       Saisie_source_lot.
           MOVE 0 TO WsourceValide
           PERFORM WITH TEST AFTER UNTIL WsourceValide = 1
               DISPLAY "Source de financement (UE=FSE+, ET=Etat, "
                   "AC=achat, DN=don, CO=collecte) : "
               ACCEPT WsourceLot
               PERFORM Valider_source_lot
           END-PERFORM.

       Valider_source_lot.
           MOVE 0 TO WsourceValide
           OPEN INPUT fsources
           MOVE WsourceLot TO fsf_code
           READ fsources
               INVALID KEY
                   DISPLAY "⚠️ Source de financement "
                       "inconnue ⚠️"
               NOT INVALID KEY
                   MOVE 1 TO WsourceValide
           END-READ
           CLOSE fsources.

       Affichage_sources.
           OPEN INPUT fsources
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fsources NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       DISPLAY fsf_code " " fsf_libelle
                           " réservé bénéficiaires inscrits : "
                           fsf_reserveBenef
               END-READ
           END-PERFORM
           CLOSE fsources.

       Modification_source.
           PERFORM Affichage_sources
           DISPLAY "Code de la source (nouveau code = création) : "
           ACCEPT WsourceLot
           OPEN I-O fsources
           MOVE WsourceLot TO fsf_code
           READ fsources
               INVALID KEY
                   MOVE WsourceLot TO fsf_code
                   DISPLAY "Libellé : "
                   ACCEPT fsf_libelle
                   MOVE SPACES TO Wreponse
                   PERFORM WITH TEST AFTER
                           UNTIL Wreponse = "O" OR Wreponse = "N"
                       DISPLAY "Réservée aux bénéficiaires "
                           "inscrits ? (O/N) : "
                       ACCEPT Wreponse
                   END-PERFORM
                   MOVE Wreponse TO fsf_reserveBenef
                   WRITE tamp_fsources
                   END-WRITE
                   DISPLAY "Source " fsf_code " créée."
               NOT INVALID KEY
                   DISPLAY "Libellé actuel : " fsf_libelle
                   DISPLAY "Nouveau libellé (vide = inchangé) : "
                   MOVE SPACES TO Wsaisie
                   ACCEPT Wsaisie
                   IF Wsaisie NOT = SPACES THEN
                       MOVE Wsaisie TO fsf_libelle
                   END-IF
                   MOVE SPACES TO Wreponse
                   PERFORM WITH TEST AFTER
                           UNTIL Wreponse = "O" OR Wreponse = "N"
                       DISPLAY "Réservée aux bénéficiaires "
                           "inscrits ? (O/N, actuel "
                           fsf_reserveBenef ") : "
                       ACCEPT Wreponse
                   END-PERFORM
                   MOVE Wreponse TO fsf_reserveBenef
                   REWRITE tamp_fsources
                   END-REWRITE
                   DISPLAY "Source " fsf_code " modifiée."
           END-READ
           CLOSE fsources.

       Trouver_source_etat.
           MOVE 0 TO WidxSrc
           MOVE 1 TO WidxSrc2
           PERFORM WITH TEST BEFORE
                   UNTIL WidxSrc2 > WnbSourcesEtat OR WidxSrc > 0
               IF Wse-code(WidxSrc2) = WsourceLot THEN
                   MOVE WidxSrc2 TO WidxSrc
               END-IF
               ADD 1 TO WidxSrc2
           END-PERFORM
           IF WidxSrc = 0 AND WnbSourcesEtat < 20 THEN
               ADD 1 TO WnbSourcesEtat
               MOVE WnbSourcesEtat TO WidxSrc
               MOVE WsourceLot TO Wse-code(WidxSrc)
               MOVE 0 TO Wse-recu(WidxSrc)
               MOVE 0 TO Wse-servi(WidxSrc)
               MOVE 0 TO Wse-restitue(WidxSrc)
               MOVE 0 TO Wse-detruit(WidxSrc)
               MOVE 0 TO Wse-stock(WidxSrc)
           END-IF.

       Etat_stock_sources.
           MOVE "Début de la période (AAAAMMJJ) : " TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO WdateDebut
           MOVE "Fin de la période (AAAAMMJJ) : " TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO WdateFin
           MOVE 0 TO WnbSourcesEtat

           OPEN INPUT fsources
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fsources NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       MOVE fsf_code TO WsourceLot
                       PERFORM Trouver_source_etat
               END-READ
           END-PERFORM
           CLOSE fsources

           MOVE 0 TO WmsRecuTotal
           MOVE 0 TO WmsServiTotal
           MOVE 0 TO WmsRestitueTotal
           MOVE 0 TO WmsDetruitTotal
           OPEN INPUT fmvsources
           IF cr_fmvsources = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fmvsources NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fms_date >= WdateDebut AND
                                   fms_date <= WdateFin THEN
                               PERFORM Cumuler_mouvement_source
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fmvsources
           END-IF

           OPEN INPUT flots
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ flots NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       MOVE flo_source TO WsourceLot
                       PERFORM Trouver_source_etat
                       IF WidxSrc > 0 THEN
                           ADD flo_quantite TO Wse-stock(WidxSrc)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE flots

           MOVE 0 TO WkxRecuSrc
           MOVE 0 TO WkxServiSrc
           MOVE 0 TO WkxRestitueSrc
           MOVE 0 TO WkxDetruitSrc
           OPEN INPUT fkardex
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fkardex NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fkx_date >= WdateDebut AND
                               fkx_date <= WdateFin THEN
                           PERFORM Cumuler_kardex_source
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fkardex

           MOVE "SRCSTOCK" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Stock par source de financement du " WdateDebut
               " au " WdateFin
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE "source  reçu    servi   restitué détruit en stock"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE 1 TO WidxSrc
           PERFORM WITH TEST BEFORE UNTIL WidxSrc > WnbSourcesEtat
               MOVE Wse-code(WidxSrc) TO WsourceLot
               IF WsourceLot = SPACES THEN
                   MOVE "non renseigné" TO WlibelleSrc
               ELSE
                   MOVE SPACES TO WlibelleSrc
                   OPEN INPUT fsources
                   MOVE WsourceLot TO fsf_code
                   READ fsources
                       NOT INVALID KEY
                           MOVE fsf_libelle TO WlibelleSrc
                   END-READ
                   CLOSE fsources
               END-IF
               MOVE SPACES TO WligneEtat
               STRING WsourceLot " " WlibelleSrc
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE SPACES TO WligneEtat
               STRING "    " Wse-recu(WidxSrc)
                   " " Wse-servi(WidxSrc)
                   " " Wse-restitue(WidxSrc)
                   "  " Wse-detruit(WidxSrc)
                   " " Wse-stock(WidxSrc)
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               ADD 1 TO WtotalEtat
               ADD 1 TO WidxSrc
           END-PERFORM

           MOVE "--- Rapprochement avec le kardex ---" TO WligneEtat
           PERFORM Spool_ligne
           MOVE "Réceptions (E+C)" TO WlibelleSrc
           MOVE WkxRecuSrc TO WkxTotalSrc
           MOVE WmsRecuTotal TO WmsTotalSrc
           PERFORM Ligne_rapprochement_source
           MOVE "Sorties distribution (S-)" TO WlibelleSrc
           MOVE WkxServiSrc TO WkxTotalSrc
           MOVE WmsServiTotal TO WmsTotalSrc
           PERFORM Ligne_rapprochement_source
           MOVE "Restitutions (S+, R+)" TO WlibelleSrc
           MOVE WkxRestitueSrc TO WkxTotalSrc
           MOVE WmsRestitueTotal TO WmsTotalSrc
           PERFORM Ligne_rapprochement_source
           MOVE "Destructions (D)" TO WlibelleSrc
           MOVE WkxDetruitSrc TO WkxTotalSrc
           MOVE WmsDetruitTotal TO WmsTotalSrc
           PERFORM Ligne_rapprochement_source
           MOVE "Les écarts viennent des lots antérieurs au suivi "
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE "des sources et des sorties hors lot référencé."
               TO WligneEtat
           PERFORM Spool_ligne
           PERFORM Spool_fin.

       Cumuler_mouvement_source.
           MOVE fms_source TO WsourceLot
           PERFORM Trouver_source_etat
           IF WidxSrc > 0 THEN
               PERFORM Ventiler_mouvement_source
           END-IF.

       Ventiler_mouvement_source.
           IF fms_type = "E" THEN
               ADD fms_quantite TO Wse-recu(WidxSrc)
               ADD fms_quantite TO WmsRecuTotal
           ELSE IF fms_type = "D" THEN
               ADD fms_quantite TO Wse-detruit(WidxSrc)
               ADD fms_quantite TO WmsDetruitTotal
           ELSE IF fms_sens = "-" THEN
               ADD fms_quantite TO Wse-servi(WidxSrc)
               ADD fms_quantite TO WmsServiTotal
           ELSE
               ADD fms_quantite TO Wse-restitue(WidxSrc)
               ADD fms_quantite TO WmsRestitueTotal
           END-IF.

       Cumuler_kardex_source.
           IF fkx_type = "E" OR fkx_type = "C" THEN
               ADD fkx_quantite TO WkxRecuSrc
           ELSE IF fkx_type = "D" THEN
               ADD fkx_quantite TO WkxDetruitSrc
           ELSE IF fkx_type = "S" AND fkx_sens = "-" THEN
               ADD fkx_quantite TO WkxServiSrc
           ELSE IF (fkx_type = "S" OR fkx_type = "R") AND
                   fkx_sens = "+" THEN
               ADD fkx_quantite TO WkxRestitueSrc
           END-IF.

       Ligne_rapprochement_source.
           COMPUTE WecartSrc = WkxTotalSrc - WmsTotalSrc
           MOVE WecartSrc TO WecartSrcEdit
           MOVE SPACES TO WligneEtat
           STRING WlibelleSrc " kardex " WkxTotalSrc
               " sources " WmsTotalSrc " écart " WecartSrcEdit
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       GERE_SOURCES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 5 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Liste des sources de financement "
           DISPLAY  "2. Créer / modifier une source "
           DISPLAY  "3. État du stock par source "
           DISPLAY  "4.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Affichage_sources
           ELSE IF Wchoix = 2 THEN
               PERFORM Modification_source
           ELSE IF Wchoix = 3 THEN
               PERFORM Etat_stock_sources
           ELSE IF Wchoix = 4 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
