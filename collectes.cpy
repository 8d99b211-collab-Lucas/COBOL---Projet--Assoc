           CLOSE fcollecte-pesees

           PERFORM Encaisser_stock_reception
           MOVE SPACES TO WnumLot
           STRING "COL" WidCollecte DELIMITED BY SIZE INTO WnumLot
           MOVE "DLC la plus courte de la pesée (AAAAMMJJ) : "
               TO WinviteDate
           PERFORM Saisir_date
           MOVE Wdate TO Wdlc
           MOVE "CO" TO WsourceLot
           PERFORM Enregistrer_lot_reception
           MOVE Wproduit TO WkxProduit
           MOVE WidC TO WkxCentre
           MOVE "C" TO WkxType
       GERE_COLLECTES.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 6 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Créer une collecte "
           DISPLAY  "2. Afficher les collectes "
           DISPLAY  "3. Saisir les pesées "
