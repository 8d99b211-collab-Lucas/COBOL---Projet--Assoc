       Etiquette_reception_lot.
           IF WspoolActif = 1 AND WcodeEtat = "ETIQLOT" THEN
               PERFORM Imprimer_etiquette_lot
           ELSE
               IF WspoolActif = 0 THEN
                   MOVE "ETIQLOT" TO WcodeEtat
                   MOVE 1 TO WspoolForce
                   PERFORM Spool_debut
                   PERFORM Imprimer_etiquette_lot
                   PERFORM Spool_fin
               END-IF
           END-IF.

       Imprimer_etiquette_lot.
           MOVE SPACES TO WetqNom
           MOVE SPACES TO WetqUnite
           OPEN INPUT fproduits
           MOVE WetqProduit TO fpr_id
           READ fproduits
               NOT INVALID KEY
                   MOVE fpr_nom TO WetqNom
                   MOVE fpr_unite TO WetqUnite
           END-READ
           CLOSE fproduits
           PERFORM Chercher_ean_etiquette

           MOVE "+--------------------------------------+"
               TO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "| " WetqNom " (produit " WetqProduit ")"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "| Lot " WetqLot "   DLC " WetqDlc(7:2) "/"
               WetqDlc(5:2) "/" WetqDlc(1:4)
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "| Quantité " WetqQuantite " " WetqUnite
               "   Centre " WetqCentre
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE SPACES TO WligneEtat
           STRING "| Emplacement " WetqEmplacement
               "   EAN " WetqEan
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE "+--------------------------------------+"
               TO WligneEtat
           PERFORM Spool_ligne
           ADD 1 TO WtotalEtat.

       Chercher_ean_etiquette.
           MOVE SPACES TO WetqEan
           OPEN INPUT feans
           IF cr_feans = 00 THEN
               MOVE 0 TO WfinEtq
               PERFORM WITH TEST AFTER UNTIL WfinEtq = 1
                   READ feans NEXT
                       AT END MOVE 1 TO WfinEtq
                       NOT AT END
                           IF fea_produit = WetqProduit THEN
                               MOVE fea_code TO WetqEan
                               MOVE 1 TO WfinEtq
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE feans
           END-IF.

       Reimpression_etiquettes.
           DISPLAY "Réimpression d'étiquettes de lots"
           MOVE 0 TO WmodeEtq
           PERFORM WITH TEST AFTER UNTIL WmodeEtq = 1 OR WmodeEtq = 2
               DISPLAY "1 = un lot, 2 = tout un emplacement : "
               ACCEPT WmodeEtq
           END-PERFORM
           DISPLAY "Entrez l'ID du centre : "
           ACCEPT WidC
           IF WmodeEtq = 1 THEN
               DISPLAY "Entrez l'ID du produit : "
               ACCEPT Wproduit
               DISPLAY "Entrez le numéro de lot : "
               ACCEPT WnumLot
           ELSE
               DISPLAY "Entrez l'emplacement (allée/étagère) : "
               MOVE SPACES TO WemplacementEtq
               ACCEPT WemplacementEtq
           END-IF
           MOVE "ETIQLOT" TO WcodeEtat
           MOVE 1 TO WspoolForce
           PERFORM Spool_debut
           OPEN INPUT flots
           MOVE 0 TO WfinLotsEtq
           PERFORM WITH TEST AFTER UNTIL WfinLotsEtq = 1
               READ flots NEXT
                   AT END MOVE 1 TO WfinLotsEtq
                   NOT AT END
                       IF flo_centre = WidC AND
                               ((WmodeEtq = 1 AND
                               flo_produit = Wproduit AND
                               flo_numero = WnumLot) OR
                               (WmodeEtq = 2 AND
                               flo_emplacement = WemplacementEtq))
                               THEN
                           MOVE flo_centre TO WetqCentre
                           MOVE flo_produit TO WetqProduit
                           MOVE flo_numero TO WetqLot
                           MOVE flo_dlc TO WetqDlc
                           MOVE flo_quantite TO WetqQuantite
                           MOVE flo_emplacement TO WetqEmplacement
                           PERFORM Imprimer_etiquette_lot
                       END-IF
               END-READ
           END-PERFORM
           CLOSE flots
           IF WtotalEtat = 0 THEN
               MOVE "Aucun lot correspondant." TO WligneEtat
               PERFORM Spool_ligne
           END-IF
           PERFORM Spool_fin.
