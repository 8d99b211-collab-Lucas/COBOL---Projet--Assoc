           ELSE
           DISPLAY "Entrez le numéro de lot : "
           ACCEPT WnumLot
           MOVE "DN" TO WsourceLot
           MOVE "Entrez la DLC du lot (AAAAMMJJ) : "
               TO WinviteDate
           PERFORM Saisir_date
       GERE_RAMASSES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 7 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Ajouter une convention de ramasse "
           DISPLAY  "2. Afficher les conventions "
           DISPLAY  "3. Retirer une convention "
