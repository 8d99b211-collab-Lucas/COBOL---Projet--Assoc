           IDENTIFICATION DIVISION.
              PROGRAM-ID. preuve-stock.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select fcentres assign to "centres.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fce_id
                  alternate record key is fce_ville WITH DUPLICATES
                  alternate record key is fce_produit WITH DUPLICATES
                  file status is cr_fcentres.

                  select fcentre_produits assign to
                  "centre_produits.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fcp_cle
                  alternate record key is fcp_centre WITH DUPLICATES
                  file status is cr_fcentre_produits.

                  select fkardex assign to "kardex.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fkx_id
                  alternate record key is fkx_produit
                      WITH DUPLICATES
                  file status is cr_fkardex.

                  select fsoldes assign to "soldes_ouverture.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fso_cle
                  file status is cr_fsoldes.

                  select fperiodes assign to "periodes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpd_mois
                  file status is cr_fperiodes.

                  select flots assign to "lots.dat"
                  organization indexed
                  access mode is dynamic
                  record key is flo_cle
                  file status is cr_flots.

                  select frapport assign to "preuve_stock.txt"
                  organization line sequential
                  file status is cr_frapport.

                  select fbatch-runs assign to "batch_runs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbr_id
                  alternate record key is fbr_programme
                      WITH DUPLICATES
                  file status is cr_fbatch-runs.

                  select fversions assign to "versions_fichiers.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fvf_fichier
                  file status is cr_fversions.

              DATA DIVISION.
              FILE SECTION.

              FD fcentres.
              01 tamp_fcentres.
                  02 fce_id PIC 9(2).
                  02 fce_ville PIC X(30).
                  02 fce_produit PIC 9(5).
                  02 fce_nom PIC X(30).
                  02 fce_quantite PIC 9(6).
                  02 fce_statut PIC X(1).
                  02 fce_seuil PIC 9(6).
                  02 fce_joursOuverture PIC X(7).
                  02 fce_telephone PIC X(15).
                  02 fce_modifPar PIC 9(4).
                  02 fce_modifDate PIC 9(8).
                  02 fce_modifHeure PIC 9(6).
                  02 fce_antenne PIC 9(2).
                  02 fce_capacite PIC 9(6).

              FD fcentre_produits.
              01 tamp_fcentre_produits.
                  02 fcp_cle.
                      03 fcp_centre PIC 9(2).
                      03 fcp_produit PIC 9(5).
                  02 fcp_quantite PIC 9(6).
                  02 fcp_seuil PIC 9(6).

              FD fkardex.
              01 tamp_fkardex.
                  02 fkx_id PIC 9(5).
                  02 fkx_produit PIC 9(5).
                  02 fkx_centre PIC 9(2).
                  02 fkx_type PIC X(1).
                  02 fkx_sens PIC X(1).
                  02 fkx_quantite PIC 9(6).
                  02 fkx_date PIC 9(8).
                  02 fkx_heure PIC 9(6).
                  02 fkx_utilisateur PIC 9(4).
                  02 fkx_reference PIC 9(5).

              FD fsoldes.
              01 tamp_fsoldes.
                  02 fso_cle.
                      03 fso_mois PIC 9(6).
                      03 fso_centre PIC 9(2).
                      03 fso_produit PIC 9(5).
                  02 fso_quantite PIC 9(6).

              FD fperiodes.
              01 tamp_fperiodes.
                  02 fpd_mois PIC 9(6).
                  02 fpd_statut PIC X(1).
                  02 fpd_par PIC 9(4).
                  02 fpd_date PIC 9(8).

              FD flots.
              01 tamp_flots.
                  02 flo_cle.
                      03 flo_centre PIC 9(2).
                      03 flo_produit PIC 9(5).
                      03 flo_numero PIC X(10).
                  02 flo_dlc PIC 9(8).
                  02 flo_quantite PIC 9(6).
                  02 flo_emplacement PIC X(10).
                  02 flo_source PIC X(2).
                  02 flo_statut PIC X(1).

              FD frapport.
              01 Wligne-rapport PIC X(150).

              FD fbatch-runs.
              01 tamp_fbatch-runs.
                  02 fbr_id PIC 9(5).
                  02 fbr_programme PIC X(12).
                  02 fbr_dateDebut PIC 9(8).
                  02 fbr_heureDebut PIC 9(6).
                  02 fbr_statut PIC X(1).
                  02 fbr_checkpoint PIC 9(8).
                  02 fbr_dateFin PIC 9(8).
                  02 fbr_heureFin PIC 9(6).

              FD fversions.
              01 tamp_fversions.
                  02 fvf_fichier PIC X(30).
                  02 fvf_version PIC 9(3).
                  02 fvf_date PIC 9(8).
                  02 fvf_etat PIC X(1).
                  02 fvf_versionAncienne PIC 9(3).
                  02 fvf_nbAvant PIC 9(8).
                  02 fvf_nbApres PIC 9(8).
                  02 fvf_fichierAncien PIC X(30).

              WORKING-STORAGE SECTION.
              77 cr_fcentres PIC 9(2).
              77 cr_fcentre_produits PIC 9(2).
              77 cr_fkardex PIC 9(2).
              77 cr_fsoldes PIC 9(2).
              77 cr_fperiodes PIC 9(2).
              77 cr_flots PIC 9(2).
              77 cr_frapport PIC 9(2).
              77 cr_fbatch-runs PIC 9(2).
              77 Wfin PIC 9.
              77 Wfin2 PIC 9.
              77 Wdt PIC X(21).
              77 WmoisClos PIC 9(6).
              77 WmoisOuverture PIC 9(6).
              77 WdateDepart PIC 9(8).
              77 Wcentre PIC 9(2).
              77 Wproduit PIC 9(5).
              77 WsoldeOuverture PIC 9(6).
              77 WquantiteFichier PIC 9(6).
              77 WsourceStock PIC X(15).
              77 WsoldeTheorique PIC S9(7).
              77 WtotalLots PIC 9(7).
              77 WnbLots PIC 9(4).
              77 WnbMvts PIC 9(5).
              77 WecartStock PIC 9(1).
              77 WecartLots PIC 9(1).
              77 WnbControles PIC 9(6).
              77 WnbEcarts PIC 9(5).
              77 Wtheo-aff PIC -(6)9.
              77 WstatutRun PIC X(1).
              77 Wprogramme PIC X(12).
              77 WidRun PIC 9(5).
              77 WmaxRun PIC 9(5).
              77 Wcheckpoint PIC 9(8).
              77 WstatutDernier PIC X(1).
              77 WdernierCheckpoint PIC 9(8).
              77 WfinRun PIC 9.
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "lots.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Preuve de stock (soldes d'ouverture + kardex)"
              MOVE "PREUVESTOCK" TO Wprogramme
              PERFORM Ouvrir_controle_batch
              MOVE 0 TO WnbControles
              MOVE 0 TO WnbEcarts

              PERFORM Chercher_dernier_mois_clos

              OPEN INPUT fcentres
              OPEN INPUT fcentre_produits
              OPEN INPUT fkardex
              OPEN INPUT fsoldes
              OPEN INPUT flots
              OPEN OUTPUT frapport
              MOVE SPACES TO Wligne-rapport
              IF WmoisClos = 0 THEN
                  STRING "=== PREUVE DE STOCK - aucune periode close, "
                      "depart a zero sur tout le kardex ==="
                      DELIMITED BY SIZE INTO Wligne-rapport
              ELSE
                  STRING "=== PREUVE DE STOCK - depart soldes "
                      "d'ouverture " WmoisOuverture
                      " (dernier mois clos " WmoisClos ") ==="
                      DELIMITED BY SIZE INTO Wligne-rapport
              END-IF
              WRITE Wligne-rapport

              IF cr_fcentre_produits = 00 THEN
                  MOVE 0 TO Wfin
                  MOVE LOW-VALUES TO fcp_cle
                  START fcentre_produits KEY IS NOT LESS THAN fcp_cle
                      INVALID KEY MOVE 1 TO Wfin
                  END-START
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcentre_produits NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              PERFORM Prouver_centre_produit
                      END-READ
                  END-PERFORM
              END-IF

              IF cr_fcentres = 00 THEN
                  MOVE 0 TO Wfin
                  MOVE LOW-VALUES TO fce_id
                  START fcentres KEY IS NOT LESS THAN fce_id
                      INVALID KEY MOVE 1 TO Wfin
                  END-START
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcentres NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fce_statut NOT = "I" AND
                                      fce_produit NOT = 0 THEN
                                  PERFORM Prouver_centre
                              END-IF
                      END-READ
                  END-PERFORM
              END-IF

              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING WnbControles " couple(s) centre/produit "
                  "controle(s), "
                  WnbEcarts " ecart(s)."
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport

              CLOSE frapport
              CLOSE flots
              CLOSE fsoldes
              CLOSE fkardex
              CLOSE fcentre_produits
              CLOSE fcentres

              IF WnbEcarts > 0 THEN
                  MOVE "E" TO WstatutRun
                  MOVE 8 TO RETURN-CODE
              ELSE
                  MOVE "T" TO WstatutRun
                  MOVE 0 TO RETURN-CODE
              END-IF
              MOVE WnbControles TO Wcheckpoint
              PERFORM Clore_controle_batch

              DISPLAY WnbEcarts " ecart(s) detecte(s), voir "
                  "preuve_stock.txt"
              STOP RUN.

              Chercher_dernier_mois_clos.
              MOVE 0 TO WmoisClos
              MOVE 0 TO WmoisOuverture
              MOVE 0 TO WdateDepart
              OPEN INPUT fperiodes
              IF cr_fperiodes = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fperiodes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fpd_statut = "C" AND
                                      fpd_mois > WmoisClos THEN
                                  MOVE fpd_mois TO WmoisClos
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fperiodes
              END-IF
              IF WmoisClos NOT = 0 THEN
                  IF FUNCTION MOD(WmoisClos, 100) = 12 THEN
                      COMPUTE WmoisOuverture = WmoisClos + 100 - 11
                  ELSE
                      COMPUTE WmoisOuverture = WmoisClos + 1
                  END-IF
                  COMPUTE WdateDepart = (WmoisOuverture * 100) + 1
              END-IF.

              Prouver_centre_produit.
              MOVE fcp_centre TO Wcentre
              MOVE fcp_produit TO Wproduit
              MOVE fcp_quantite TO WquantiteFichier
              MOVE "centre_produits" TO WsourceStock
              PERFORM Prouver_stock.

              Prouver_centre.
              MOVE fce_id TO Wcentre
              MOVE fce_produit TO Wproduit
              MOVE fce_quantite TO WquantiteFichier
              MOVE "centres" TO WsourceStock
              PERFORM Prouver_stock.

              Prouver_stock.
              ADD 1 TO WnbControles

              MOVE 0 TO WsoldeOuverture
              IF WmoisClos NOT = 0 THEN
                  MOVE WmoisOuverture TO fso_mois
                  MOVE Wcentre TO fso_centre
                  MOVE Wproduit TO fso_produit
                  READ fsoldes
                      NOT INVALID KEY
                          MOVE fso_quantite TO WsoldeOuverture
                  END-READ
              END-IF
              MOVE WsoldeOuverture TO WsoldeTheorique
              MOVE 0 TO WnbMvts
              MOVE 0 TO Wfin2
              MOVE Wproduit TO fkx_produit
              START fkardex KEY IS EQUAL TO fkx_produit
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ fkardex NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF fkx_produit NOT = Wproduit THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              IF fkx_centre = Wcentre AND
                                      fkx_date >= WdateDepart THEN
                                  ADD 1 TO WnbMvts
                                  IF fkx_sens = "+" THEN
                                      ADD fkx_quantite
                                          TO WsoldeTheorique
                                  ELSE
                                      SUBTRACT fkx_quantite
                                          FROM WsoldeTheorique
                                  END-IF
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM

              MOVE 0 TO WtotalLots
              MOVE 0 TO WnbLots
              MOVE 0 TO Wfin2
              MOVE Wcentre TO flo_centre
              MOVE Wproduit TO flo_produit
              MOVE LOW-VALUES TO flo_numero
              START flots KEY IS NOT LESS THAN flo_cle
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ flots NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF flo_centre NOT = Wcentre OR
                                  flo_produit NOT = Wproduit THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              ADD 1 TO WnbLots
                              IF flo_statut NOT = "Q" THEN
                                  ADD flo_quantite TO WtotalLots
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM

              MOVE 0 TO WecartStock
              MOVE 0 TO WecartLots
              IF WsoldeTheorique NOT = WquantiteFichier THEN
                  MOVE 1 TO WecartStock
              END-IF
              IF WnbLots > 0 AND
                      WtotalLots NOT = WquantiteFichier THEN
                  MOVE 1 TO WecartLots
              END-IF
              IF WecartStock = 1 OR WecartLots = 1 THEN
                  ADD 1 TO WnbEcarts
                  PERFORM Imprimer_ecart_stock
              END-IF.

              Imprimer_ecart_stock.
              MOVE WsoldeTheorique TO Wtheo-aff
              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING "ECART centre " Wcentre " produit " Wproduit
                  " : ouverture " WsoldeOuverture
                  " theorique " Wtheo-aff
                  " " WsourceStock DELIMITED BY SPACE
                  " " WquantiteFichier
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              IF WnbLots > 0 THEN
                  STRING "      " WnbLots " lot(s) totalisant "
                      WtotalLots
                      DELIMITED BY SIZE INTO Wligne-rapport
              ELSE
                  STRING "      aucun lot enregistre"
                      DELIMITED BY SIZE INTO Wligne-rapport
              END-IF
              WRITE Wligne-rapport
              IF WecartStock = 1 THEN
                  MOVE SPACES TO Wligne-rapport
                  STRING "      kardex et " WsourceStock
                      DELIMITED BY SPACE
                      " divergent"
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
              END-IF
              IF WecartLots = 1 THEN
                  MOVE SPACES TO Wligne-rapport
                  STRING "      somme des lots et " WsourceStock
                      DELIMITED BY SPACE
                      " divergent"
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
              END-IF
              MOVE SPACES TO Wligne-rapport
              STRING "      " WnbMvts " mouvement(s) kardex depuis "
                  "l'ouverture :"
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport

              MOVE 0 TO Wfin2
              MOVE Wproduit TO fkx_produit
              START fkardex KEY IS EQUAL TO fkx_produit
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ fkardex NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF fkx_produit NOT = Wproduit THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              IF fkx_centre = Wcentre AND
                                      fkx_date >= WdateDepart THEN
                                  MOVE SPACES TO Wligne-rapport
                                  STRING "        kardex " fkx_id
                                      " " fkx_date " " fkx_heure
                                      " type " fkx_type
                                      " " fkx_sens fkx_quantite
                                      " ref " fkx_reference
                                      " par " fkx_utilisateur
                                      DELIMITED BY SIZE
                                      INTO Wligne-rapport
                                  WRITE Wligne-rapport
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM.

              Ouvrir_controle_batch.
              OPEN I-O fbatch-runs
              IF cr_fbatch-runs = 35 THEN
                  OPEN OUTPUT fbatch-runs
                  CLOSE fbatch-runs
                  OPEN I-O fbatch-runs
              END-IF
              MOVE 0 TO WmaxRun
              MOVE 0 TO Wcheckpoint
              MOVE SPACES TO WstatutDernier
              MOVE 0 TO WdernierCheckpoint
              MOVE 0 TO WfinRun
              MOVE LOW-VALUES TO fbr_id
              START fbatch-runs KEY IS NOT LESS THAN fbr_id
                  INVALID KEY MOVE 1 TO WfinRun
              END-START
              PERFORM WITH TEST AFTER UNTIL WfinRun = 1
                  READ fbatch-runs NEXT
                      AT END MOVE 1 TO WfinRun
                      NOT AT END
                          IF fbr_id > WmaxRun THEN
                              MOVE fbr_id TO WmaxRun
                          END-IF
                          IF fbr_programme = Wprogramme THEN
                              MOVE fbr_statut TO WstatutDernier
                              MOVE fbr_checkpoint
                                  TO WdernierCheckpoint
                          END-IF
                  END-READ
              END-PERFORM
              IF WstatutDernier = "D" THEN
                  DISPLAY "Execution precedente interrompue, "
                      "la preuve est refaite entierement"
              END-IF
              COMPUTE WidRun = WmaxRun + 1
              MOVE WidRun TO fbr_id
              MOVE Wprogramme TO fbr_programme
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO fbr_dateDebut
              MOVE Wdt(9:6) TO fbr_heureDebut
              MOVE "D" TO fbr_statut
              MOVE Wcheckpoint TO fbr_checkpoint
              MOVE 0 TO fbr_dateFin
              MOVE 0 TO fbr_heureFin
              WRITE tamp_fbatch-runs
              END-WRITE.

              Clore_controle_batch.
              MOVE WidRun TO fbr_id
              READ fbatch-runs
                  NOT INVALID KEY
                      MOVE WstatutRun TO fbr_statut
                      MOVE Wcheckpoint TO fbr_checkpoint
                      MOVE FUNCTION CURRENT-DATE TO Wdt
                      MOVE Wdt(1:8) TO fbr_dateFin
                      MOVE Wdt(9:6) TO fbr_heureFin
                      REWRITE tamp_fbatch-runs
                      END-REWRITE
              END-READ
              CLOSE fbatch-runs.

              COPY "versions.cpy".
