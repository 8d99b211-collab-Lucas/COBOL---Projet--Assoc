       Ajout_equipement.
           DISPLAY "Enregistrement d'un équipement froid"
           MOVE 0 TO Wtrouver
           DISPLAY "Entrez l'ID du centre : "
           ACCEPT WidC
           OPEN INPUT fcentres
           MOVE WidC TO fce_id
           READ fcentres
               INVALID KEY
                   DISPLAY "Le centre n'existe pas."
                   MOVE 1 TO Wtrouver
           END-READ
           CLOSE fcentres
           IF Wtrouver = 0 THEN
               MOVE SPACE TO WtypeEqp
               PERFORM WITH TEST AFTER
                       UNTIL WtypeEqp = "R" OR WtypeEqp = "C"
                          OR WtypeEqp = "F"
                   DISPLAY "Type (R=réfrigérateur, C=congélateur, "
                       "F=chambre froide) : "
                   ACCEPT WtypeEqp
               END-PERFORM
               DISPLAY "Libellé (marque, modèle, repère) : "
               MOVE SPACES TO WlibelleEqp
               ACCEPT WlibelleEqp
               DISPLAY "Code emplacement des lots rangés dedans : "
               MOVE SPACES TO WemplacementEqp
               ACCEPT WemplacementEqp
               DISPLAY "Capacité (litres) : "
               ACCEPT WcapaciteEqp
               DISPLAY "Température minimale (degrés, ex -25.0) : "
               ACCEPT WtempMinEqp
               DISPLAY "Température maximale (degrés, ex 4.0) : "
               ACCEPT WtempMaxEqp
               MOVE "Dernier étalonnage du thermomètre (AAAAMMJJ) : "
                   TO WinviteDate
               PERFORM Saisir_date

               OPEN I-O increment
               MOVE "EQ" TO autoinc_entite
               READ increment
                   INVALID KEY
                       MOVE "EQ" TO autoinc_entite
                       MOVE 00001 TO autoinc_num
                       WRITE autoinc
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO autoinc_num
                       REWRITE autoinc
                       END-REWRITE
               END-READ
               CLOSE increment
               MOVE autoinc_num TO WidEquipementTp

               OPEN I-O fequipements
               MOVE WidEquipementTp TO feq_id
               MOVE WidC TO feq_centre
               MOVE WemplacementEqp TO feq_emplacement
               MOVE WtypeEqp TO feq_type
               MOVE WlibelleEqp TO feq_libelle
               MOVE WcapaciteEqp TO feq_capacite
               MOVE WtempMinEqp TO feq_tempMin
               MOVE WtempMaxEqp TO feq_tempMax
               MOVE Wdate TO feq_dateEtalonnage
               MOVE "A" TO feq_statut
               WRITE tamp_fequipements
               END-WRITE
               CLOSE fequipements
               DISPLAY "Équipement " WidEquipementTp " enregistré."
           END-IF.

       Affichage_equipements.
           DISPLAY "Entrez l'ID du centre : "
           ACCEPT WidC
           MOVE 0 TO Wtrouve
           OPEN INPUT fequipements
           IF cr_fequipements = 00 THEN
               MOVE 0 TO WfinEqp
               MOVE WidC TO feq_centre
               START fequipements KEY IS EQUAL TO feq_centre
                   INVALID KEY MOVE 1 TO WfinEqp
               END-START
               PERFORM WITH TEST AFTER UNTIL WfinEqp = 1
                   READ fequipements NEXT
                       AT END MOVE 1 TO WfinEqp
                       NOT AT END
                           IF feq_centre NOT = WidC THEN
                               MOVE 1 TO WfinEqp
                           ELSE
                               DISPLAY "équipement " feq_id
                                   " type " feq_type
                                   " " feq_libelle
                                   " emplacement " feq_emplacement
                               DISPLAY "   " feq_capacite " litres,"
                                   " plage " feq_tempMin " à "
                                   feq_tempMax " degrés,"
                                   " étalonné le "
                                   feq_dateEtalonnage
                                   " statut " feq_statut
                               MOVE 1 TO Wtrouve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fequipements
           END-IF
           IF Wtrouve = 0 THEN
               DISPLAY "Aucun équipement pour ce centre."
           END-IF.

       Historique_equipement.
           DISPLAY "Entrez l'ID de l'équipement : "
           ACCEPT WidEquipementTp
           MOVE 0 TO WnbRelEqp
           MOVE 0 TO WnbHorsEqp
           MOVE 0 TO WnbHors30Eqp
           MOVE 0 TO WsommeTempEqp
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           COMPUTE WdateLimiteEqp = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WdateJour) - 30)
           OPEN INPUT ftemperatures
           MOVE 0 TO Wfin2
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ ftemperatures NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF ftp_equipement = WidEquipementTp THEN
                           DISPLAY "relevé " ftp_id
                               " le " ftp_date " " ftp_heure
                               " : " ftp_temperature
                               " conforme " ftp_conforme
                           ADD 1 TO WnbRelEqp
                           ADD ftp_temperature TO WsommeTempEqp
                           IF ftp_conforme NOT = "O" THEN
                               ADD 1 TO WnbHorsEqp
                               IF ftp_date >= WdateLimiteEqp THEN
                                   ADD 1 TO WnbHors30Eqp
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ftemperatures
           IF WnbRelEqp = 0 THEN
               DISPLAY "Aucun relevé pour cet équipement."
           ELSE
               COMPUTE WmoyTempEqp ROUNDED =
                   WsommeTempEqp / WnbRelEqp
               DISPLAY WnbRelEqp " relevé(s), " WnbHorsEqp
                   " hors plage, moyenne " WmoyTempEqp " degrés."
               IF WnbHors30Eqp >= 3 THEN
                   DISPLAY "⚠️ Équipement en dérive : "
                       WnbHors30Eqp " relevé(s) hors plage "
                       "sur 30 jours. ⚠️"
               END-IF
           END-IF.

       Planifier_maintenance.
           DISPLAY "Planification d'une maintenance préventive"
           DISPLAY "Entrez l'ID de l'équipement : "
           ACCEPT WidEquipementTp
           MOVE 0 TO Wtrouver
           OPEN INPUT fequipements
           MOVE WidEquipementTp TO feq_id
           READ fequipements
               INVALID KEY
                   DISPLAY "L'équipement n'existe pas."
                   MOVE 1 TO Wtrouver
           END-READ
           CLOSE fequipements
           IF Wtrouver = 0 THEN
               MOVE SPACE TO WtypeMnt
               PERFORM WITH TEST AFTER
                       UNTIL WtypeMnt = "P" OR WtypeMnt = "E"
                   DISPLAY "Type (P=entretien préventif, "
                       "E=étalonnage thermomètre) : "
                   ACCEPT WtypeMnt
               END-PERFORM
               DISPLAY "Libellé de l'opération : "
               MOVE SPACES TO WlibelleMnt
               ACCEPT WlibelleMnt
               MOVE "Première échéance (AAAAMMJJ) : " TO WinviteDate
               PERFORM Saisir_date
               MOVE Wdate TO WecheanceMnt
               DISPLAY "Périodicité en jours (0 = ponctuelle) : "
               ACCEPT WperiodeMnt
               PERFORM Ecrire_maintenance
               DISPLAY "Maintenance " WidMaintenance " planifiée."
           END-IF.

       Ecrire_maintenance.
           OPEN I-O increment
           MOVE "MT" TO autoinc_entite
           READ increment
               INVALID KEY
                   MOVE "MT" TO autoinc_entite
                   MOVE 00001 TO autoinc_num
                   WRITE autoinc
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
           END-READ
           CLOSE increment
           MOVE autoinc_num TO WidMaintenance

           OPEN I-O fmaintenances
           MOVE WidMaintenance TO fmt_id
           MOVE WidEquipementTp TO fmt_equipement
           MOVE WtypeMnt TO fmt_type
           MOVE WlibelleMnt TO fmt_libelle
           MOVE WecheanceMnt TO fmt_echeance
           MOVE WperiodeMnt TO fmt_periodeJours
           MOVE 0 TO fmt_dateRealisation
           MOVE "P" TO fmt_statut
           MOVE 0 TO fmt_realisePar
           MOVE SPACES TO fmt_commentaire
           WRITE tamp_fmaintenances
           END-WRITE
           CLOSE fmaintenances.

       Maintenances_a_faire.
           DISPLAY "Maintenances échues ou à 15 jours"
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO WdateJour
           COMPUTE WdateLimiteEqp = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WdateJour) + 15)
           MOVE 0 TO Wtrouve
           OPEN INPUT fmaintenances
           IF cr_fmaintenances = 00 THEN
               MOVE 0 TO WfinMnt
               PERFORM WITH TEST AFTER UNTIL WfinMnt = 1
                   READ fmaintenances NEXT
                       AT END MOVE 1 TO WfinMnt
                       NOT AT END
                           IF fmt_statut = "P" AND
                                   fmt_echeance <= WdateLimiteEqp THEN
                               IF fmt_echeance < WdateJour THEN
                                   DISPLAY "⚠️ EN RETARD ⚠️"
                               END-IF
                               DISPLAY "maintenance " fmt_id
                                   " équipement " fmt_equipement
                                   " type " fmt_type
                                   " échéance " fmt_echeance
                                   " : " fmt_libelle
                               MOVE 1 TO Wtrouve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fmaintenances
           END-IF
           IF Wtrouve = 0 THEN
               DISPLAY "Aucune maintenance à prévoir."
           END-IF

           MOVE "ETALONJ" TO WcodeParam
           PERFORM Lire_parametre
           IF WvaleurParam = 0 THEN
               MOVE 365 TO WvaleurParam
           END-IF
           COMPUTE WdateLimiteEqp = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WdateJour) - WvaleurParam)
           OPEN INPUT fequipements
           IF cr_fequipements = 00 THEN
               MOVE 0 TO WfinEqp
               PERFORM WITH TEST AFTER UNTIL WfinEqp = 1
                   READ fequipements NEXT
                       AT END MOVE 1 TO WfinEqp
                       NOT AT END
                           IF feq_statut NOT = "H" AND
                                   feq_dateEtalonnage < WdateLimiteEqp
                               DISPLAY "⚠️ Thermomètre de "
                                   "l'équipement " feq_id
                                   " non étalonné depuis le "
                                   feq_dateEtalonnage " ⚠️"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fequipements
           END-IF.

       Realiser_maintenance.
           DISPLAY "Entrez l'ID de la maintenance réalisée : "
           ACCEPT WidMaintenance
           MOVE 1 TO Wtrouver
           OPEN I-O fmaintenances
           MOVE WidMaintenance TO fmt_id
           READ fmaintenances
               INVALID KEY
                   DISPLAY "La maintenance n'existe pas."
               NOT INVALID KEY
                   IF fmt_statut NOT = "P" THEN
                       DISPLAY "Cette maintenance est déjà faite."
                   ELSE
                       MOVE "Date de réalisation (AAAAMMJJ) : "
                           TO WinviteDate
                       PERFORM Saisir_date
                       DISPLAY "Travaux effectués : "
                       MOVE SPACES TO WcommentaireMnt
                       ACCEPT WcommentaireMnt
                       MOVE "F" TO fmt_statut
                       MOVE Wdate TO fmt_dateRealisation
                       MOVE WidUtilisateurConnecte TO fmt_realisePar
                       MOVE WcommentaireMnt TO fmt_commentaire
                       REWRITE tamp_fmaintenances
                       END-REWRITE
                       MOVE 0 TO Wtrouver
                       MOVE fmt_equipement TO WidEquipementTp
                       MOVE fmt_type TO WtypeMnt
                       MOVE fmt_libelle TO WlibelleMnt
                       MOVE fmt_periodeJours TO WperiodeMnt
                       MOVE fmt_echeance TO WecheanceMnt
                   END-IF
           END-READ
           CLOSE fmaintenances
           IF Wtrouver = 0 THEN
               PERFORM Suivre_maintenance_realisee
               DISPLAY "Maintenance enregistrée."
           END-IF.

       Suivre_maintenance_realisee.
           IF WtypeMnt = "E" OR WtypeMnt = "C" THEN
               OPEN I-O fequipements
               MOVE WidEquipementTp TO feq_id
               READ fequipements
                   NOT INVALID KEY
                       IF WtypeMnt = "E" THEN
                           MOVE Wdate TO feq_dateEtalonnage
                       END-IF
                       IF WtypeMnt = "C" AND feq_statut = "P" THEN
                           MOVE "A" TO feq_statut
                           DISPLAY "Équipement " feq_id
                               " remis en service."
                       END-IF
                       REWRITE tamp_fequipements
                       END-REWRITE
               END-READ
               CLOSE fequipements
           END-IF
           IF WperiodeMnt > 0 THEN
               COMPUTE WecheanceMnt = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(Wdate) + WperiodeMnt)
               PERFORM Ecrire_maintenance
               DISPLAY "Prochaine échéance le " WecheanceMnt
                   " (maintenance " WidMaintenance ")."
           END-IF.

       Declarer_panne_equipement.
           DISPLAY "Déclaration de panne d'un équipement froid"
           DISPLAY "Entrez l'ID de l'équipement : "
           ACCEPT WidEquipementTp
           MOVE 0 TO Wtrouver
           OPEN I-O fequipements
           MOVE WidEquipementTp TO feq_id
           READ fequipements
               INVALID KEY
                   DISPLAY "L'équipement n'existe pas."
                   MOVE 1 TO Wtrouver
               NOT INVALID KEY
                   IF feq_statut = "P" THEN
                       DISPLAY "Cet équipement est déjà en panne."
                       MOVE 1 TO Wtrouver
                   ELSE
                       MOVE "P" TO feq_statut
                       REWRITE tamp_fequipements
                       END-REWRITE
                       MOVE feq_centre TO WidC
                       MOVE feq_emplacement TO WemplacementEqp
                       MOVE feq_libelle TO WlibelleEqp
                   END-IF
           END-READ
           CLOSE fequipements
           IF Wtrouver = 0 THEN
               DISPLAY "Décrivez la panne : "
               MOVE SPACES TO WcommentaireMnt
               ACCEPT WcommentaireMnt
               PERFORM Ecrire_incident_panne
               MOVE "C" TO WtypeMnt
               MOVE SPACES TO WlibelleMnt
               STRING "Réparation " WlibelleEqp
                   DELIMITED BY SIZE INTO WlibelleMnt
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE Wdt(1:8) TO WecheanceMnt
               MOVE 0 TO WperiodeMnt
               PERFORM Ecrire_maintenance
               DISPLAY "Intervention " WidMaintenance " ouverte."
               PERFORM Quarantaine_lots_equipement
           END-IF.

       Ecrire_incident_panne.
           OPEN I-O increment
           MOVE "IN" TO autoinc_entite
           READ increment
               INVALID KEY
                   MOVE "IN" TO autoinc_entite
                   MOVE 00001 TO autoinc_num
                   WRITE autoinc
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
           END-READ
           CLOSE increment
           MOVE autoinc_num TO WidIncident

           OPEN I-O fincidents
           MOVE WidIncident TO fin_id
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE Wdt(1:8) TO fin_date
           MOVE WidC TO fin_centre
           MOVE 0 TO fin_distribution
           MOVE "MATERIEL" TO fin_type
           MOVE 4 TO fin_gravite
           MOVE 0 TO fin_personne
           MOVE " " TO fin_typePersonne
           MOVE SPACES TO fin_texte
           STRING "Panne équipement " WidEquipementTp " : "
               WcommentaireMnt
               DELIMITED BY SIZE INTO fin_texte
           WRITE tamp_fincidents
           END-WRITE
           CLOSE fincidents
           DISPLAY "Incident " WidIncident " enregistré au "
               "registre.".

       Quarantaine_lots_equipement.
           MOVE 0 TO WnbLotsEqp
           OPEN INPUT flots
           MOVE 0 TO WfinEqp
           MOVE WidC TO flo_centre
           MOVE 0 TO flo_produit
           MOVE LOW-VALUES TO flo_numero
           START flots KEY IS NOT LESS THAN flo_cle
               INVALID KEY MOVE 1 TO WfinEqp
           END-START
           PERFORM WITH TEST AFTER UNTIL WfinEqp = 1
               READ flots NEXT
                   AT END MOVE 1 TO WfinEqp
                   NOT AT END
                       IF flo_centre NOT = WidC THEN
                           MOVE 1 TO WfinEqp
                       ELSE
                           IF flo_emplacement = WemplacementEqp AND
                                   flo_statut NOT = "Q" AND
                                   flo_quantite > 0 AND
                                   WnbLotsEqp < 100 THEN
                               ADD 1 TO WnbLotsEqp
                               MOVE flo_produit
                                   TO Weq-produit(WnbLotsEqp)
                               MOVE flo_numero
                                   TO Weq-lot(WnbLotsEqp)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE flots

           MOVE 1 TO WidxEqp
           PERFORM WITH TEST BEFORE UNTIL WidxEqp > WnbLotsEqp
               MOVE Weq-produit(WidxEqp) TO Wproduit
               MOVE Weq-lot(WidxEqp) TO WnumLot
               MOVE "F" TO WorigineQr
               MOVE SPACES TO WmotifQr
               STRING "Panne équipement " WidEquipementTp
                   DELIMITED BY SIZE INTO WmotifQr
               PERFORM Mettre_lot_quarantaine
               ADD 1 TO WidxEqp
           END-PERFORM
           DISPLAY WnbLotsEqp " lot(s) de l'équipement mis en "
               "quarantaine.".

       Etat_releves_hors_plage.
           DISPLAY "Relevés hors plage par équipement"
           DISPLAY "Entrez l'ID du centre (0 = tous) : "
           ACCEPT WcentreEqp
           DISPLAY "Entrez le mois (AAAAMM) : "
           ACCEPT WmoisEqp
           MOVE 0 TO WnbEqp
           OPEN INPUT fequipements
           IF cr_fequipements = 00 THEN
               MOVE 0 TO WfinEqp
               PERFORM WITH TEST AFTER UNTIL WfinEqp = 1
                   READ fequipements NEXT
                       AT END MOVE 1 TO WfinEqp
                       NOT AT END
                           IF (WcentreEqp = 0 OR
                                   feq_centre = WcentreEqp) AND
                                   WnbEqp < 200 THEN
                               ADD 1 TO WnbEqp
                               MOVE feq_id TO Weqp-id(WnbEqp)
                               MOVE feq_centre TO Weqp-centre(WnbEqp)
                               MOVE feq_libelle
                                   TO Weqp-libelle(WnbEqp)
                               MOVE 0 TO Weqp-releves(WnbEqp)
                               MOVE 0 TO Weqp-hauts(WnbEqp)
                               MOVE 0 TO Weqp-bas(WnbEqp)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fequipements
           END-IF

           OPEN INPUT ftemperatures
           IF cr_ftemperatures = 00 THEN
               MOVE 0 TO Wfin2
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ ftemperatures NEXT
                       AT END MOVE 1 TO Wfin2
                       NOT AT END
                           IF ftp_date(1:6) = WmoisEqp AND
                                   ftp_equipement NOT = 0 THEN
                               PERFORM Cumuler_releve_equipement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ftemperatures
           END-IF

           MOVE "TEMPEQP" TO WcodeEtat
           PERFORM Spool_debut
           MOVE SPACES TO WligneEtat
           STRING "Relevés hors plage du mois " WmoisEqp
               " par équipement froid"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne
           MOVE "Equip. Centre Libellé" TO WligneEtat
           MOVE "Relevés  Trop chaud  Trop froid" TO WligneEtat(44:)
           PERFORM Spool_ligne
           MOVE 1 TO WidxEqp
           PERFORM WITH TEST BEFORE UNTIL WidxEqp > WnbEqp
               MOVE SPACES TO WligneEtat
               STRING Weqp-id(WidxEqp) "  " Weqp-centre(WidxEqp)
                   "     " Weqp-libelle(WidxEqp)
                   "  " Weqp-releves(WidxEqp)
                   "      " Weqp-hauts(WidxEqp)
                   "        " Weqp-bas(WidxEqp)
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               ADD 1 TO WtotalEtat
               ADD 1 TO WidxEqp
           END-PERFORM
           IF WtotalEtat = 0 THEN
               MOVE "Aucun équipement enregistré." TO WligneEtat
               PERFORM Spool_ligne
           END-IF
           PERFORM Spool_fin.

       Cumuler_releve_equipement.
           MOVE 1 TO WidxEqp
           PERFORM WITH TEST BEFORE UNTIL WidxEqp > WnbEqp
               IF Weqp-id(WidxEqp) = ftp_equipement THEN
                   ADD 1 TO Weqp-releves(WidxEqp)
                   IF ftp_conforme = "N" THEN
                       ADD 1 TO Weqp-hauts(WidxEqp)
                   END-IF
                   IF ftp_conforme = "B" THEN
                       ADD 1 TO Weqp-bas(WidxEqp)
                   END-IF
                   MOVE WnbEqp TO WidxEqp
               END-IF
               ADD 1 TO WidxEqp
           END-PERFORM.

       GERE_EQUIPEMENTS.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 10 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Enregistrer un équipement froid "
           DISPLAY  "2. Équipements d'un centre "
           DISPLAY  "3. Historique des relevés d'un équipement "
           DISPLAY  "4. Planifier une maintenance "
           DISPLAY  "5. Maintenances à faire "
           DISPLAY  "6. Enregistrer une maintenance réalisée "
           DISPLAY  "7. Déclarer une panne "
           DISPLAY  "8. Relevés hors plage du mois "
           DISPLAY  "9.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Ajout_equipement
           ELSE IF Wchoix = 2 THEN
               PERFORM Affichage_equipements
           ELSE IF Wchoix = 3 THEN
               PERFORM Historique_equipement
           ELSE IF Wchoix = 4 THEN
               PERFORM Planifier_maintenance
           ELSE IF Wchoix = 5 THEN
               PERFORM Maintenances_a_faire
           ELSE IF Wchoix = 6 THEN
               PERFORM Realiser_maintenance
           ELSE IF Wchoix = 7 THEN
               PERFORM Declarer_panne_equipement
           ELSE IF Wchoix = 8 THEN
               PERFORM Etat_releves_hors_plage
           ELSE IF Wchoix = 9 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
