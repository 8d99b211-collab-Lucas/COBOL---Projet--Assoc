           MOVE Wdt(1:8) TO ftp_date
           MOVE Wdt(9:6) TO ftp_heure
           MOVE Wtemperature TO ftp_temperature
           MOVE WidEquipementTp TO ftp_equipement
           IF WidEquipementTp > 0 THEN
               IF Wtemperature > WtempMaxEqp THEN
                   MOVE "N" TO ftp_conforme
                   DISPLAY "⚠️ Rupture de chaîne du froid "
                       "enregistrée (" Wtemperature " > "
                       WtempMaxEqp " degrés). ⚠️"
               ELSE
                   IF Wtemperature < WtempMinEqp THEN
                       MOVE "B" TO ftp_conforme
                       DISPLAY "⚠️ Température sous la plage de "
                           "l'équipement (" Wtemperature " < "
                           WtempMinEqp " degrés). ⚠️"
                   ELSE
                       MOVE "O" TO ftp_conforme
                   END-IF
               END-IF
           ELSE
               IF Wtemperature > WtempMax THEN
                   MOVE "N" TO ftp_conforme
                   DISPLAY "⚠️ Rupture de chaîne du froid "
                       "enregistrée (" Wtemperature " > "
                       WtempMax " degrés). ⚠️"
               ELSE
                   MOVE "O" TO ftp_conforme
               END-IF
           END-IF
           WRITE tamp_ftemperatures
           END-WRITE
           CLOSE ftemperatures
           DISPLAY "Relevé " WidTemperature " enregistré."
           MOVE 0 TO WquarantaineAttente
           IF ftp_conforme = "N" THEN
               MOVE "F" TO WorigineQr
               MOVE SPACES TO WmotifQr
               STRING "Relevé " WidTemperature
                   " hors seuil de température"
                   DELIMITED BY SIZE INTO WmotifQr
               IF WtypeReleve = "R" THEN
                   MOVE 1 TO WquarantaineAttente
               ELSE
                   IF Wproduit NOT = 0 THEN
                       PERFORM Mettre_lot_quarantaine
                   END-IF
               END-IF
           END-IF.

       Saisie_releve_temperature.
           DISPLAY "Relevé de température de stockage"
           END-READ
           CLOSE fcentres
           IF Wtrouver = 0 THEN
               PERFORM Choisir_equipement_releve
           END-IF
           IF Wtrouver = 0 THEN
               DISPLAY "Entrez l'ID du produit "
                   "(0 = relevé de l'équipement seul) : "
               ACCEPT Wproduit
               MOVE SPACES TO WnumLot
               IF Wproduit NOT = 0 THEN
                   DISPLAY "Entrez le numéro de lot : "
                   ACCEPT WnumLot
               END-IF
               DISPLAY "Entrez la température relevée "
                   "(degrés, ex 3.5) : "
               ACCEPT Wtemperature
               PERFORM Enregistrer_temperature
           END-IF.

       Choisir_equipement_releve.
           DISPLAY "Entrez l'ID de l'équipement froid "
               "(0 = aucun) : "
           ACCEPT WidEquipementTp
           IF WidEquipementTp NOT = 0 THEN
               OPEN INPUT fequipements
               MOVE WidEquipementTp TO feq_id
               READ fequipements
                   INVALID KEY
                       DISPLAY "L'équipement n'existe pas."
                       MOVE 1 TO Wtrouver
                   NOT INVALID KEY
                       IF feq_centre NOT = WidC THEN
                           DISPLAY "Cet équipement n'est pas "
                               "dans ce centre."
                           MOVE 1 TO Wtrouver
                       ELSE
                           MOVE feq_tempMin TO WtempMinEqp
                           MOVE feq_tempMax TO WtempMaxEqp
                       END-IF
               END-READ
               CLOSE fequipements
           END-IF.

       Tester_rupture_froid.
           MOVE 0 TO WruptureFroid
           OPEN INPUT ftemperatures
                               " type " ftp_type
                               " : " ftp_temperature
                               " conforme " ftp_conforme
                               " équipement " ftp_equipement
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
       GERE_TEMPERATURES.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 4 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Saisir un relevé de stockage "
           DISPLAY  "2. Relevés d'un centre (inspection) "
           DISPLAY  "3.Sortir "
