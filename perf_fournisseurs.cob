           IDENTIFICATION DIVISION.
              PROGRAM-ID. perf-fournisseurs.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select ffournisseurs assign to "ffournisseurs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ffo_id
                  file status is cr_ffournisseurs.

                  select fcommandes assign to "commandes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fcm_id
                  alternate record key is fcm_fournisseur
                      WITH DUPLICATES
                  file status is cr_fcommandes.

                  select fcommande-lignes assign to
                  "commande_lignes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fcg_cle
                  file status is cr_fcommande-lignes.

                  select freceptions assign to "receptions.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fre_id
                  alternate record key is fre_fournisseur
                      WITH DUPLICATES
                  file status is cr_freceptions.

                  select fprix assign to "prix_fournisseurs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpx_cle
                  file status is cr_fprix.

                  select ftemperatures assign to "temperatures.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ftp_id
                  file status is cr_ftemperatures.

                  select fdestructions assign to "destructions.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fds_id
                  file status is cr_fdestructions.

                  select frapport assign to "perf_fournisseurs.txt"
                  organization line sequential
                  file status is cr_frapport.

                  select fexport assign to "perf_fournisseurs.csv"
                  organization line sequential
                  file status is cr_fexport.

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

              FD ffournisseurs.
              01 tamp_ffournisseurs.
                  02 ffo_id PIC 9(5).
                  02 ffo_nom PIC X(30).
                  02 ffo_contact PIC X(40).
                  02 ffo_statut PIC X(1).
                  02 ffo_modifPar PIC 9(4).
                  02 ffo_modifDate PIC 9(8).
                  02 ffo_modifHeure PIC 9(6).

              FD fcommandes.
              01 tamp_fcommandes.
                  02 fcm_id PIC 9(5).
                  02 fcm_fournisseur PIC 9(5).
                  02 fcm_date PIC 9(8).
                  02 fcm_statut PIC X(1).

              FD fcommande-lignes.
              01 tamp_fcommande-lignes.
                  02 fcg_cle.
                      03 fcg_commande PIC 9(5).
                      03 fcg_produit PIC 9(5).
                  02 fcg_qteCommandee PIC 9(6).
                  02 fcg_qteRecue PIC 9(6).

              FD freceptions.
              01 tamp_freceptions.
                  02 fre_id PIC 9(5).
                  02 fre_fournisseur PIC 9(5).
                  02 fre_date PIC 9(8).
                  02 fre_produit PIC 9(5).
                  02 fre_centre PIC 9(2).
                  02 fre_quantite PIC 9(6).
                  02 fre_bonLivraison PIC X(10).
                  02 fre_modifPar PIC 9(4).
                  02 fre_lot PIC X(10).

              FD fprix.
              01 tamp_fprix.
                  02 fpx_cle.
                      03 fpx_fournisseur PIC 9(5).
                      03 fpx_produit PIC 9(5).
                      03 fpx_dateDebut PIC 9(8).
                  02 fpx_prix PIC 9(6)V99.

              FD ftemperatures.
              01 tamp_ftemperatures.
                  02 ftp_id PIC 9(5).
                  02 ftp_centre PIC 9(2).
                  02 ftp_produit PIC 9(5).
                  02 ftp_lot PIC X(10).
                  02 ftp_type PIC X(1).
                  02 ftp_date PIC 9(8).
                  02 ftp_heure PIC 9(6).
                  02 ftp_temperature PIC S9(2)V9.
                  02 ftp_conforme PIC X(1).
                  02 ftp_equipement PIC 9(5).

              FD fdestructions.
              01 tamp_fdestructions.
                  02 fds_id PIC 9(5).
                  02 fds_centre PIC 9(2).
                  02 fds_produit PIC 9(5).
                  02 fds_lot PIC X(10).
                  02 fds_dlc PIC 9(8).
                  02 fds_quantite PIC 9(6).
                  02 fds_statut PIC X(1).
                  02 fds_proposePar PIC 9(4).
                  02 fds_validePar PIC 9(4).
                  02 fds_date PIC 9(8).

              FD frapport.
              01 Wligne-rapport PIC X(150).

              FD fexport.
              01 Wligne-export PIC X(200).

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
              77 cr_ffournisseurs PIC 9(2).
              77 cr_fcommandes PIC 9(2).
              77 cr_fcommande-lignes PIC 9(2).
              77 cr_freceptions PIC 9(2).
              77 cr_fprix PIC 9(2).
              77 cr_ftemperatures PIC 9(2).
              77 cr_fdestructions PIC 9(2).
              77 cr_frapport PIC 9(2).
              77 cr_fexport PIC 9(2).
              77 cr_fbatch-runs PIC 9(2).
              77 Wfin PIC 9.
              77 Wfin2 PIC 9.
              77 Wfin3 PIC 9.
              77 Wdt PIC X(21).
              77 Wtrimestre PIC 9(5).
              77 Wannee PIC 9(4).
              77 WnumTrim PIC 9(1).
              77 WdebutTrim PIC 9(8).
              77 WfinTrim PIC 9(8).
              77 WidFourn PIC 9(5).
              77 Wtrouve PIC 9(1).
              77 WnbFo PIC 9(3).
              77 WidxFo PIC 9(3).
              77 WidxFo2 PIC 9(3).
              77 WidxMax PIC 9(3).
              77 WdatePremiere PIC 9(8).
              77 WdelaiJours PIC 9(5).
              77 WnbTp PIC 9(4).
              77 WidxTp PIC 9(4).
              77 WnbDs PIC 9(4).
              77 WidxDs PIC 9(4).
              77 WreleveTrouve PIC 9(1).
              77 WnonConforme PIC 9(1).
              77 WpxFourn PIC 9(5).
              77 WpxProduit PIC 9(5).
              77 WpxPrixDebut PIC 9(6)V99.
              77 WpxPrixFin PIC 9(6)V99.
              77 WtauxService PIC 9(3)V9.
              77 WdelaiMoyen PIC 9(3)V9.
              77 WderiveMoy PIC S9(3)V99.
              77 WpctNonConf PIC 9(3)V9.
              77 WpctDetruits PIC 9(3)V9.
              77 WpctIncidents PIC 9(3)V9.
              77 Wpoints PIC S9(3)V9.
              77 WpointsDelai PIC S9(3)V9.
              77 Wrang PIC 9(3).
              77 WnbClasses PIC 9(3).
              77 Wprogramme PIC X(12).
              77 WidRun PIC 9(5).
              77 WmaxRun PIC 9(5).
              77 Wcheckpoint PIC 9(8).
              77 WfinRun PIC 9.
              01 Wchamp-rang PIC ZZ9.
              01 Wchamp-id PIC Z(4)9.
              01 Wchamp-nb PIC Z(4)9.
              01 Wchamp-nb2 PIC Z(4)9.
              01 Wchamp-nb3 PIC Z(4)9.
              01 Wchamp-taux PIC ZZ9.9.
              01 Wchamp-delai PIC ZZ9.9.
              01 Wchamp-derive PIC -ZZ9.99.
              01 Wchamp-nonConf PIC ZZ9.9.
              01 Wchamp-detruits PIC ZZ9.9.
              01 Wchamp-score PIC ZZ9.9.
              01 Wtab-fournisseurs.
                 02 Wfo-ligne OCCURS 100 TIMES.
                    03 Wfo-id PIC 9(5).
                    03 Wfo-nom PIC X(30).
                    03 Wfo-nbCmd PIC 9(5).
                    03 Wfo-nbPartielles PIC 9(5).
                    03 Wfo-nbAnnulees PIC 9(5).
                    03 Wfo-qteCmd PIC 9(9).
                    03 Wfo-qteRecue PIC 9(9).
                    03 Wfo-nbDelais PIC 9(5).
                    03 Wfo-sommeDelais PIC 9(7).
                    03 Wfo-nbPrix PIC 9(5).
                    03 Wfo-sommeDerive PIC S9(7)V99.
                    03 Wfo-nbRecept PIC 9(5).
                    03 Wfo-nbReleves PIC 9(5).
                    03 Wfo-nbNonConf PIC 9(5).
                    03 Wfo-nbDetruits PIC 9(5).
                    03 Wfo-score PIC 9(3)V9.
                    03 Wfo-classe PIC 9(1).
              01 Wtab-releves.
                 02 Wtp-ligne OCCURS 2000 TIMES.
                    03 Wtp-centre PIC 9(2).
                    03 Wtp-produit PIC 9(5).
                    03 Wtp-lot PIC X(10).
                    03 Wtp-conforme PIC X(1).
              01 Wtab-detruits.
                 02 Wds-ligne OCCURS 2000 TIMES.
                    03 Wds-centre PIC 9(2).
                    03 Wds-produit PIC 9(5).
                    03 Wds-lot PIC X(10).
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "temperatures.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Tableau de performance des fournisseurs"
              DISPLAY "Entrez le trimestre (AAAAT, ex 20263) : "
              ACCEPT Wtrimestre
              MOVE Wtrimestre(1:4) TO Wannee
              MOVE Wtrimestre(5:1) TO WnumTrim
              IF WnumTrim < 1 OR WnumTrim > 4 THEN
                  DISPLAY "Trimestre invalide (1 a 4 attendu)."
                  STOP RUN
              END-IF
              COMPUTE WdebutTrim = Wannee * 10000
                  + ((WnumTrim - 1) * 3 + 1) * 100 + 1
              COMPUTE WfinTrim = Wannee * 10000
                  + (WnumTrim * 3) * 100 + 31

              MOVE "PERFFOUR" TO Wprogramme
              PERFORM Ouvrir_controle_batch

              PERFORM Charger_fournisseurs
              PERFORM Charger_releves_reception
              PERFORM Charger_lots_detruits
              PERFORM Analyser_commandes
              PERFORM Analyser_prix
              PERFORM Analyser_receptions
              PERFORM Calculer_scores
              PERFORM Ecrire_classement

              PERFORM Clore_controle_batch

              DISPLAY WnbClasses " fournisseur(s) classe(s), voir "
                  "perf_fournisseurs.txt et perf_fournisseurs.csv"
              STOP RUN.

              Charger_fournisseurs.
              MOVE 0 TO WnbFo
              OPEN INPUT ffournisseurs
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ ffournisseurs NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF WnbFo < 100 THEN
                              ADD 1 TO WnbFo
                              INITIALIZE Wfo-ligne(WnbFo)
                              MOVE ffo_id TO Wfo-id(WnbFo)
                              MOVE ffo_nom TO Wfo-nom(WnbFo)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ffournisseurs.

              Chercher_fournisseur.
              MOVE 0 TO Wtrouve
              MOVE 1 TO WidxFo
              PERFORM WITH TEST BEFORE
                      UNTIL WidxFo > WnbFo OR Wtrouve = 1
                  IF Wfo-id(WidxFo) = WidFourn THEN
                      MOVE 1 TO Wtrouve
                  ELSE
                      ADD 1 TO WidxFo
                  END-IF
              END-PERFORM.

              Charger_releves_reception.
              MOVE 0 TO WnbTp
              OPEN INPUT ftemperatures
              IF cr_ftemperatures = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ftemperatures NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF ftp_type = "R" AND
                                      ftp_lot NOT = SPACES AND
                                      WnbTp < 2000 THEN
                                  ADD 1 TO WnbTp
                                  MOVE ftp_centre TO Wtp-centre(WnbTp)
                                  MOVE ftp_produit
                                      TO Wtp-produit(WnbTp)
                                  MOVE ftp_lot TO Wtp-lot(WnbTp)
                                  MOVE ftp_conforme
                                      TO Wtp-conforme(WnbTp)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE ftemperatures
              END-IF.

              Charger_lots_detruits.
              MOVE 0 TO WnbDs
              OPEN INPUT fdestructions
              IF cr_fdestructions = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdestructions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fds_statut = "X" AND
                                      fds_dlc > 0 AND
                                      fds_dlc <= fds_date AND
                                      WnbDs < 2000 THEN
                                  ADD 1 TO WnbDs
                                  MOVE fds_centre TO Wds-centre(WnbDs)
                                  MOVE fds_produit
                                      TO Wds-produit(WnbDs)
                                  MOVE fds_lot TO Wds-lot(WnbDs)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fdestructions
              END-IF.

              Analyser_commandes.
              OPEN INPUT fcommandes
              OPEN INPUT fcommande-lignes
              OPEN INPUT freceptions
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fcommandes NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF fcm_date >= WdebutTrim AND
                                  fcm_date <= WfinTrim THEN
                              MOVE fcm_fournisseur TO WidFourn
                              PERFORM Chercher_fournisseur
                              IF Wtrouve = 1 THEN
                                  PERFORM Analyser_une_commande
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE freceptions
              CLOSE fcommande-lignes
              CLOSE fcommandes.

              Analyser_une_commande.
              ADD 1 TO Wfo-nbCmd(WidxFo)
              IF fcm_statut = "X" THEN
                  ADD 1 TO Wfo-nbAnnulees(WidxFo)
              ELSE
                  IF fcm_statut = "P" THEN
                      ADD 1 TO Wfo-nbPartielles(WidxFo)
                  END-IF
                  MOVE 0 TO Wfin2
                  MOVE fcm_id TO fcg_commande
                  MOVE LOW-VALUES TO fcg_produit
                  START fcommande-lignes KEY IS NOT LESS THAN fcg_cle
                      INVALID KEY MOVE 1 TO Wfin2
                  END-START
                  PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                      READ fcommande-lignes NEXT
                          AT END MOVE 1 TO Wfin2
                          NOT AT END
                              IF fcg_commande NOT = fcm_id THEN
                                  MOVE 1 TO Wfin2
                              ELSE
                                  ADD fcg_qteCommandee
                                      TO Wfo-qteCmd(WidxFo)
                                  ADD fcg_qteRecue
                                      TO Wfo-qteRecue(WidxFo)
                                  IF fcg_qteRecue > 0 THEN
                                      PERFORM Mesurer_delai_ligne
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
              END-IF.

              Mesurer_delai_ligne.
              MOVE 99999999 TO WdatePremiere
              MOVE 0 TO Wfin3
              MOVE fcm_fournisseur TO fre_fournisseur
              START freceptions KEY IS EQUAL TO fre_fournisseur
                  INVALID KEY MOVE 1 TO Wfin3
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin3 = 1
                  READ freceptions NEXT
                      AT END MOVE 1 TO Wfin3
                      NOT AT END
                          IF fre_fournisseur NOT = fcm_fournisseur
                                  THEN
                              MOVE 1 TO Wfin3
                          ELSE
                              IF fre_produit = fcg_produit AND
                                      fre_date >= fcm_date AND
                                      fre_date < WdatePremiere THEN
                                  MOVE fre_date TO WdatePremiere
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              IF WdatePremiere NOT = 99999999 THEN
                  COMPUTE WdelaiJours =
                      FUNCTION INTEGER-OF-DATE(WdatePremiere)
                      - FUNCTION INTEGER-OF-DATE(fcm_date)
                  ADD 1 TO Wfo-nbDelais(WidxFo)
                  ADD WdelaiJours TO Wfo-sommeDelais(WidxFo)
              END-IF.

              Analyser_prix.
              MOVE 0 TO WpxFourn
              MOVE 0 TO WpxProduit
              MOVE 0 TO WpxPrixDebut
              MOVE 0 TO WpxPrixFin
              OPEN INPUT fprix
              IF cr_fprix = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fprix NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              PERFORM Traiter_prix
                      END-READ
                  END-PERFORM
                  PERFORM Clore_groupe_prix
                  CLOSE fprix
              END-IF.

              Traiter_prix.
              IF fpx_fournisseur NOT = WpxFourn OR
                      fpx_produit NOT = WpxProduit THEN
                  PERFORM Clore_groupe_prix
                  MOVE fpx_fournisseur TO WpxFourn
                  MOVE fpx_produit TO WpxProduit
                  MOVE 0 TO WpxPrixDebut
                  MOVE 0 TO WpxPrixFin
              END-IF
              IF fpx_dateDebut <= WdebutTrim THEN
                  MOVE fpx_prix TO WpxPrixDebut
              ELSE
                  IF fpx_dateDebut <= WfinTrim AND
                          WpxPrixDebut = 0 THEN
                      MOVE fpx_prix TO WpxPrixDebut
                  END-IF
              END-IF
              IF fpx_dateDebut <= WfinTrim THEN
                  MOVE fpx_prix TO WpxPrixFin
              END-IF.

              Clore_groupe_prix.
              IF WpxFourn NOT = 0 AND WpxPrixDebut > 0 AND
                      WpxPrixFin > 0 THEN
                  MOVE WpxFourn TO WidFourn
                  PERFORM Chercher_fournisseur
                  IF Wtrouve = 1 THEN
                      ADD 1 TO Wfo-nbPrix(WidxFo)
                      COMPUTE Wfo-sommeDerive(WidxFo) =
                          Wfo-sommeDerive(WidxFo)
                          + (WpxPrixFin - WpxPrixDebut) * 100
                          / WpxPrixDebut
                  END-IF
              END-IF.

              Analyser_receptions.
              OPEN INPUT freceptions
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ freceptions NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF fre_date >= WdebutTrim AND
                                  fre_date <= WfinTrim THEN
                              MOVE fre_fournisseur TO WidFourn
                              PERFORM Chercher_fournisseur
                              IF Wtrouve = 1 THEN
                                  PERFORM Analyser_une_reception
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE freceptions.

              Analyser_une_reception.
              ADD 1 TO Wfo-nbRecept(WidxFo)
              IF fre_lot NOT = SPACES THEN
                  MOVE 0 TO WreleveTrouve
                  MOVE 0 TO WnonConforme
                  MOVE 1 TO WidxTp
                  PERFORM WITH TEST BEFORE UNTIL WidxTp > WnbTp
                      IF Wtp-centre(WidxTp) = fre_centre AND
                              Wtp-produit(WidxTp) = fre_produit AND
                              Wtp-lot(WidxTp) = fre_lot THEN
                          MOVE 1 TO WreleveTrouve
                          IF Wtp-conforme(WidxTp) = "N" THEN
                              MOVE 1 TO WnonConforme
                          END-IF
                      END-IF
                      ADD 1 TO WidxTp
                  END-PERFORM
                  IF WreleveTrouve = 1 THEN
                      ADD 1 TO Wfo-nbReleves(WidxFo)
                      ADD WnonConforme TO Wfo-nbNonConf(WidxFo)
                  END-IF
                  MOVE 0 TO Wtrouve
                  MOVE 1 TO WidxDs
                  PERFORM WITH TEST BEFORE
                          UNTIL WidxDs > WnbDs OR Wtrouve = 1
                      IF Wds-centre(WidxDs) = fre_centre AND
                              Wds-produit(WidxDs) = fre_produit AND
                              Wds-lot(WidxDs) = fre_lot THEN
                          MOVE 1 TO Wtrouve
                      END-IF
                      ADD 1 TO WidxDs
                  END-PERFORM
                  IF Wtrouve = 1 THEN
                      ADD 1 TO Wfo-nbDetruits(WidxFo)
                  END-IF
              END-IF.

              Calculer_scores.
              MOVE 1 TO WidxFo
              PERFORM WITH TEST BEFORE UNTIL WidxFo > WnbFo
                  PERFORM Calculer_indicateurs
                  MOVE 0 TO Wfo-classe(WidxFo)
                  MOVE 20 TO WpointsDelai
                  IF WdelaiMoyen > 7 THEN
                      COMPUTE WpointsDelai = 27 - WdelaiMoyen
                      IF WpointsDelai < 0 THEN
                          MOVE 0 TO WpointsDelai
                      END-IF
                  END-IF
                  COMPUTE Wpoints = 30 * WtauxService / 100
                      + WpointsDelai
                  COMPUTE Wpoints = Wpoints
                      + 15 * (100 - WpctIncidents) / 100
                  IF WderiveMoy > 10 THEN
                      CONTINUE
                  ELSE
                      IF WderiveMoy > 0 THEN
                          COMPUTE Wpoints = Wpoints + 10 - WderiveMoy
                      ELSE
                          ADD 10 TO Wpoints
                      END-IF
                  END-IF
                  COMPUTE Wpoints = Wpoints
                      + 15 * (100 - WpctNonConf) / 100
                      + 10 * (100 - WpctDetruits) / 100
                  IF Wpoints < 0 THEN
                      MOVE 0 TO Wpoints
                  END-IF
                  MOVE Wpoints TO Wfo-score(WidxFo)
                  ADD 1 TO WidxFo
              END-PERFORM.

              Calculer_indicateurs.
              IF Wfo-qteCmd(WidxFo) = 0 THEN
                  MOVE 100 TO WtauxService
              ELSE
                  COMPUTE WtauxService ROUNDED =
                      Wfo-qteRecue(WidxFo) * 100 / Wfo-qteCmd(WidxFo)
              END-IF
              IF Wfo-nbDelais(WidxFo) = 0 THEN
                  MOVE 0 TO WdelaiMoyen
              ELSE
                  COMPUTE WdelaiMoyen ROUNDED =
                      Wfo-sommeDelais(WidxFo) / Wfo-nbDelais(WidxFo)
              END-IF
              IF Wfo-nbCmd(WidxFo) = 0 THEN
                  MOVE 0 TO WpctIncidents
              ELSE
                  COMPUTE WpctIncidents ROUNDED =
                      (Wfo-nbPartielles(WidxFo)
                      + Wfo-nbAnnulees(WidxFo)) * 100
                      / Wfo-nbCmd(WidxFo)
              END-IF
              IF Wfo-nbPrix(WidxFo) = 0 THEN
                  MOVE 0 TO WderiveMoy
              ELSE
                  COMPUTE WderiveMoy ROUNDED =
                      Wfo-sommeDerive(WidxFo) / Wfo-nbPrix(WidxFo)
              END-IF
              IF Wfo-nbReleves(WidxFo) = 0 THEN
                  MOVE 0 TO WpctNonConf
              ELSE
                  COMPUTE WpctNonConf ROUNDED =
                      Wfo-nbNonConf(WidxFo) * 100
                      / Wfo-nbReleves(WidxFo)
              END-IF
              IF Wfo-nbRecept(WidxFo) = 0 THEN
                  MOVE 0 TO WpctDetruits
              ELSE
                  COMPUTE WpctDetruits ROUNDED =
                      Wfo-nbDetruits(WidxFo) * 100
                      / Wfo-nbRecept(WidxFo)
              END-IF.

              Ecrire_classement.
              OPEN OUTPUT frapport
              OPEN OUTPUT fexport
              MOVE SPACES TO Wligne-rapport
              STRING "=== Performance des fournisseurs, trimestre "
                  WnumTrim " " Wannee " (du " WdebutTrim " au "
                  WfinTrim ") ==="
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "Score /100 : service 30, delai 20 (7 j et moins), "
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "commandes partielles/annulees 15, derive prix 10, "
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "releves non conformes 15, lots detruits DLC 10."
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING "Rg  Fourn. Nom                            "
                  "Cdes Part Annu Serv%  Delai Prix% NConf% "
                  "DLC%  Score"
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-export
              STRING "rang;fournisseur;nom;commandes;partielles;"
                  "annulees;taux_service;delai_moyen_jours;"
                  "derive_prix_pct;releves_non_conformes_pct;"
                  "lots_detruits_dlc_pct;score"
                  DELIMITED BY SIZE INTO Wligne-export
              WRITE Wligne-export

              MOVE 0 TO WnbClasses
              MOVE 0 TO Wrang
              MOVE 1 TO WidxMax
              PERFORM WITH TEST AFTER UNTIL WidxMax = 0
                  MOVE 0 TO WidxMax
                  MOVE 1 TO WidxFo2
                  PERFORM WITH TEST BEFORE UNTIL WidxFo2 > WnbFo
                      IF Wfo-classe(WidxFo2) = 0 AND
                              (Wfo-nbCmd(WidxFo2) > 0 OR
                              Wfo-nbRecept(WidxFo2) > 0) THEN
                          IF WidxMax = 0 THEN
                              MOVE WidxFo2 TO WidxMax
                          ELSE
                              IF Wfo-score(WidxFo2) >
                                      Wfo-score(WidxMax) THEN
                                  MOVE WidxFo2 TO WidxMax
                              END-IF
                          END-IF
                      END-IF
                      ADD 1 TO WidxFo2
                  END-PERFORM
                  IF WidxMax > 0 THEN
                      MOVE 1 TO Wfo-classe(WidxMax)
                      ADD 1 TO Wrang
                      ADD 1 TO WnbClasses
                      MOVE WidxMax TO WidxFo
                      PERFORM Ecrire_ligne_fournisseur
                  END-IF
              END-PERFORM
              IF WnbClasses = 0 THEN
                  MOVE "Aucune commande ni reception sur ce trimestre."
                      TO Wligne-rapport
                  WRITE Wligne-rapport
              END-IF
              CLOSE frapport
              CLOSE fexport.

              Ecrire_ligne_fournisseur.
              PERFORM Calculer_indicateurs
              MOVE Wrang TO Wchamp-rang
              MOVE Wfo-id(WidxFo) TO Wchamp-id
              MOVE Wfo-nbCmd(WidxFo) TO Wchamp-nb
              MOVE Wfo-nbPartielles(WidxFo) TO Wchamp-nb2
              MOVE Wfo-nbAnnulees(WidxFo) TO Wchamp-nb3
              MOVE WtauxService TO Wchamp-taux
              MOVE WdelaiMoyen TO Wchamp-delai
              MOVE WderiveMoy TO Wchamp-derive
              MOVE WpctNonConf TO Wchamp-nonConf
              MOVE WpctDetruits TO Wchamp-detruits
              MOVE Wfo-score(WidxFo) TO Wchamp-score
              MOVE SPACES TO Wligne-rapport
              STRING Wchamp-rang " " Wchamp-id "  " Wfo-nom(WidxFo)
                  " " Wchamp-nb Wchamp-nb2 Wchamp-nb3 " "
                  Wchamp-taux "  " Wchamp-delai " " Wchamp-derive
                  " " Wchamp-nonConf "  " Wchamp-detruits "  "
                  Wchamp-score
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-export
              STRING FUNCTION TRIM(Wchamp-rang) ";"
                  FUNCTION TRIM(Wchamp-id) ";"
                  FUNCTION TRIM(Wfo-nom(WidxFo)) ";"
                  FUNCTION TRIM(Wchamp-nb) ";"
                  FUNCTION TRIM(Wchamp-nb2) ";"
                  FUNCTION TRIM(Wchamp-nb3) ";"
                  FUNCTION TRIM(Wchamp-taux) ";"
                  FUNCTION TRIM(Wchamp-delai) ";"
                  FUNCTION TRIM(Wchamp-derive) ";"
                  FUNCTION TRIM(Wchamp-nonConf) ";"
                  FUNCTION TRIM(Wchamp-detruits) ";"
                  FUNCTION TRIM(Wchamp-score)
                  DELIMITED BY SIZE INTO Wligne-export
              WRITE Wligne-export.

              Ouvrir_controle_batch.
              OPEN I-O fbatch-runs
              IF cr_fbatch-runs = 35 THEN
                  OPEN OUTPUT fbatch-runs
                  CLOSE fbatch-runs
                  OPEN I-O fbatch-runs
              END-IF
              MOVE 0 TO WmaxRun
              MOVE 0 TO Wcheckpoint
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
                  END-READ
              END-PERFORM
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
                      MOVE "T" TO fbr_statut
                      MOVE Wcheckpoint TO fbr_checkpoint
                      MOVE FUNCTION CURRENT-DATE TO Wdt
                      MOVE Wdt(1:8) TO fbr_dateFin
                      MOVE Wdt(9:6) TO fbr_heureFin
                      REWRITE tamp_fbatch-runs
                      END-REWRITE
              END-READ
              CLOSE fbatch-runs.

              COPY "versions.cpy".
