           MOVE WnumCommande TO fcm_id
           READ fcommandes
               NOT INVALID KEY
                   IF fcm_statut NOT = "X" THEN
                       IF WcmdSoldee = 1 THEN
                           MOVE "S" TO fcm_statut
                       ELSE
                           IF WcmdPartielle = 1 THEN
                               MOVE "P" TO fcm_statut
                           ELSE
                               MOVE "E" TO fcm_statut
                           END-IF
                       END-IF
                       REWRITE tamp_fcommandes
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE fcommandes.

       Annulation_commande.
           DISPLAY "Entrez le numéro de la commande à annuler : "
           ACCEPT WnumCommande
           OPEN I-O fcommandes
           MOVE WnumCommande TO fcm_id
           READ fcommandes
               INVALID KEY
                   DISPLAY "La commande n'existe pas."
               NOT INVALID KEY
                   IF fcm_statut = "E" OR fcm_statut = "P" THEN
                       MOVE "X" TO fcm_statut
                       REWRITE tamp_fcommandes
                       END-REWRITE
                       DISPLAY "Commande " WnumCommande
                           " annulée, reliquat abandonné."
                   ELSE
                       DISPLAY "Seule une commande en cours "
                           "s'annule."
                   END-IF
           END-READ
           CLOSE fcommandes.

       GERE_COMMANDES.
       MOVE 0 TO Wchoix2
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 6 AND Wchoix2 >0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Émettre une commande "
           DISPLAY  "2. Afficher les commandes "
           DISPLAY  "3. Commandes en cours (reliquats) "
           DISPLAY  "4. Annuler une commande "
           DISPLAY  "5.Sortir "
           ACCEPT Wchoix2
           IF Wchoix2= 1 THEN
               PERFORM Saisie_commande
           ELSE IF Wchoix2= 3 THEN
               PERFORM Rapport_commandes_en_cours
           ELSE IF Wchoix2= 4 THEN
               PERFORM Annulation_commande
           ELSE IF Wchoix2= 5 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
