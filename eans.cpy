               ACCEPT WbonLivraison
               DISPLAY "Entrez le numéro de lot : "
               ACCEPT WnumLot
               PERFORM Saisie_source_lot
               MOVE "Entrez la DLC du lot (AAAAMMJJ) : "
                   TO WinviteDate
               PERFORM Saisir_date

               PERFORM Scanner_codes_ean
               IF WnbScan > 0 THEN
                   MOVE "ETIQLOT" TO WcodeEtat
                   MOVE 1 TO WspoolForce
                   PERFORM Spool_debut
                   MOVE 1 TO WidxScan
                   PERFORM WITH TEST AFTER
                           UNTIL WidxScan > WnbScan
                       END-IF
                       ADD 1 TO WidxScan
                   END-PERFORM
                   PERFORM Spool_fin
               END-IF
               DISPLAY "Réception par scan terminée."
           END-IF.
