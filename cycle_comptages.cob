           IDENTIFICATION DIVISION.
              PROGRAM-ID. cycle-comptages.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select fproduits assign to "produits.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpr_id
                  file status is cr_fproduits.

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

                  select ffermetures assign to "fermetures.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ffe_cle
                  file status is cr_ffermetures.

                  select fcomptages assign to "plan_comptages.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpc_cle
                  file status is cr_fcomptages.

                  select frapport assign to "cycle_comptages.txt"
                  organization line sequential
                  file status is cr_frapport.

                  select fbatch-runs assign to "batch_runs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbr_id
                  alternate record key is fbr_programme
                      WITH DUPLICATES
                  file status is cr_fbatch-runs.

              DATA DIVISION.
              FILE SECTION.

              FD fproduits.
              01 tamp_fproduits.
                  02 fpr_id PIC 9(5).
                  02 fpr_nom PIC X(30).
                  02 fpr_quantite PIC 9(6).
                  02 fpr_seuil PIC 9(6).
                  02 fpr_cout PIC 9(6)V99.
                  02 fpr_unite PIC X(3).
                  02 fpr_categorie PIC X(12).
                  02 fpr_statut PIC X(1).
                  02 fpr_modifPar PIC 9(4).
                  02 fpr_modifDate PIC 9(8).
                  02 fpr_modifHeure PIC 9(6).
                  02 fpr_gluten PIC X(1).
                  02 fpr_porc PIC X(1).
                  02 fpr_lactose PIC X(1).
                  02 fpr_delaiJours PIC 9(3).

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

              FD ffermetures.
              01 tamp_ffermetures.
                  02 ffe_cle.
                      03 ffe_centre PIC 9(2).
                      03 ffe_date PIC 9(8).
                  02 ffe_libelle PIC X(20).

              FD fcomptages.
              01 tamp_fcomptages.
                  02 fpc_cle.
                      03 fpc_centre PIC 9(2).
                      03 fpc_date PIC 9(8).
                      03 fpc_produit PIC 9(5).
                  02 fpc_classe PIC X(1).
                  02 fpc_statut PIC X(1).
                  02 fpc_valeur PIC 9(8)V99.
                  02 fpc_qteLivre PIC 9(6).
                  02 fpc_qteComptee PIC 9(6).
                  02 fpc_dateComptage PIC 9(8).
                  02 fpc_utilisateur PIC 9(4).

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

              WORKING-STORAGE SECTION.
              77 cr_fproduits PIC 9(2).
              77 cr_fcentres PIC 9(2).
              77 cr_fcentre_produits PIC 9(2).
              77 cr_fkardex PIC 9(2).
              77 cr_ffermetures PIC 9(2).
              77 cr_fcomptages PIC 9(2).
              77 cr_frapport PIC 9(2).
              77 cr_fbatch-runs PIC 9(2).
              77 Wfin PIC 9.
              77 Wdt PIC X(21).
              77 WdateJour PIC 9(8).
              77 WdateLimite PIC 9(8).
              77 WjoursInt PIC 9(9).
              77 WmoisPlan PIC 9(6).
              77 WnumMois PIC 9(2).
              77 WdebutMois PIC 9(8).
              77 WfinMois PIC 9(8).
              77 WdateCourante PIC 9(8).
              77 WjourSemaine PIC 9(1).
              77 WjoursOuverture PIC X(7).
              77 WidCentre PIC 9(2).
              77 WidProduit PIC 9(5).
              77 Wtrouve PIC 9(1).
              77 WnbItems PIC 9(3).
              77 WidxIt PIC 9(3).
              77 WidxIt2 PIC 9(3).
              77 WvaleurTotale PIC 9(12)V99.
              77 WcumulAvant PIC 9(12)V99.
              77 WpartCumul PIC 9(3)V99.
              77 WnbSeqB PIC 9(3).
              77 WnbSeqC PIC 9(3).
              77 WnbJours PIC 9(2).
              77 WidxJour PIC 9(2).
              77 WrangCentre PIC 9(4).
              77 WpasseClasse PIC X(1).
              77 WnbPlanifies PIC 9(5).
              77 WnbSupprimes PIC 9(5).
              77 WnbA PIC 9(3).
              77 WnbB PIC 9(3).
              77 WnbC PIC 9(3).
              77 WnbCentrePlan PIC 9(4).
              77 Wprogramme PIC X(12).
              77 WidRun PIC 9(5).
              77 WmaxRun PIC 9(5).
              77 Wcheckpoint PIC 9(8).
              77 WfinRun PIC 9.
              01 Wtab-items.
                 02 Wit-ligne OCCURS 500 TIMES.
                    03 Wit-centre PIC 9(2).
                    03 Wit-produit PIC 9(5).
                    03 Wit-volume PIC S9(8).
                    03 Wit-valeur PIC 9(10)V99.
                    03 Wit-classe PIC X(1).
                    03 Wit-sequence PIC 9(3).
              01 Wtab-jours.
                 02 Wjr-date PIC 9(8) OCCURS 31 TIMES.

              PROCEDURE DIVISION.
              DISPLAY "Classement ABC et plan de comptages tournants"

              MOVE "CYCLECPT" TO Wprogramme
              PERFORM Ouvrir_controle_batch

              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO WdateJour
              MOVE Wdt(1:6) TO WmoisPlan
              MOVE Wdt(5:2) TO WnumMois
              COMPUTE WjoursInt =
                  FUNCTION INTEGER-OF-DATE(WdateJour) - 365
              COMPUTE WdateLimite = FUNCTION DATE-OF-INTEGER(WjoursInt)
              COMPUTE WdebutMois = WmoisPlan * 100 + 1
              IF WnumMois = 12 THEN
                  COMPUTE WjoursInt = FUNCTION INTEGER-OF-DATE(
                      (WmoisPlan + 89) * 100 + 1) - 1
              ELSE
                  COMPUTE WjoursInt = FUNCTION INTEGER-OF-DATE(
                      (WmoisPlan + 1) * 100 + 1) - 1
              END-IF
              COMPUTE WfinMois = FUNCTION DATE-OF-INTEGER(WjoursInt)

              OPEN INPUT fproduits
              OPEN INPUT fcentres
              OPEN INPUT fcentre_produits
              OPEN INPUT fkardex
              OPEN INPUT ffermetures
              OPEN I-O fcomptages
              IF cr_fcomptages = 35 THEN
                  OPEN OUTPUT fcomptages
                  CLOSE fcomptages
                  OPEN I-O fcomptages
              END-IF
              OPEN OUTPUT frapport

              MOVE SPACES TO Wligne-rapport
              STRING "=== Classement ABC et comptages tournants du "
                  WdateJour " (plan du mois " WmoisPlan ") ==="
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport

              PERFORM Charger_items_centres
              PERFORM Cumuler_volumes_kardex
              PERFORM Valoriser_items
              PERFORM Classer_items
              PERFORM Purger_plan_mois
              PERFORM Planifier_centres

              MOVE SPACES TO Wligne-rapport
              STRING WnbItems " couple(s) centre/produit classe(s) : "
                  WnbA " A, " WnbB " B, " WnbC " C"
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING WnbPlanifies " comptage(s) planifie(s), "
                  WnbSupprimes " ancien(s) comptage(s) non faits "
                  "remplace(s)."
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport

              CLOSE fproduits
              CLOSE fcentres
              CLOSE fcentre_produits
              CLOSE fkardex
              CLOSE ffermetures
              CLOSE fcomptages
              CLOSE frapport

              PERFORM Clore_controle_batch

              DISPLAY WnbPlanifies " comptage(s) planifie(s), voir "
                  "cycle_comptages.txt"
              STOP RUN.

              Charger_items_centres.
              MOVE 0 TO WnbItems
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
                              MOVE fce_id TO WidCentre
                              MOVE fce_produit TO WidProduit
                              PERFORM Ajouter_item
                          END-IF
                  END-READ
              END-PERFORM

              MOVE 0 TO Wfin
              MOVE LOW-VALUES TO fcp_cle
              START fcentre_produits KEY IS NOT LESS THAN fcp_cle
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fcentre_produits NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fcp_centre TO fce_id
                          READ fcentres
                              INVALID KEY
                                  MOVE "I" TO fce_statut
                          END-READ
                          IF fce_statut NOT = "I" THEN
                              MOVE fcp_centre TO WidCentre
                              MOVE fcp_produit TO WidProduit
                              PERFORM Ajouter_item
                          END-IF
                  END-READ
              END-PERFORM.

              Ajouter_item.
              PERFORM Chercher_item
              IF Wtrouve = 0 AND WnbItems < 500 THEN
                  ADD 1 TO WnbItems
                  MOVE WidCentre TO Wit-centre(WnbItems)
                  MOVE WidProduit TO Wit-produit(WnbItems)
                  MOVE 0 TO Wit-volume(WnbItems)
                  MOVE 0 TO Wit-valeur(WnbItems)
                  MOVE "C" TO Wit-classe(WnbItems)
                  MOVE 0 TO Wit-sequence(WnbItems)
              END-IF.

              Chercher_item.
              MOVE 0 TO Wtrouve
              MOVE 1 TO WidxIt
              PERFORM WITH TEST BEFORE
                      UNTIL WidxIt > WnbItems OR Wtrouve = 1
                  IF Wit-centre(WidxIt) = WidCentre AND
                          Wit-produit(WidxIt) = WidProduit THEN
                      MOVE 1 TO Wtrouve
                  ELSE
                      ADD 1 TO WidxIt
                  END-IF
              END-PERFORM.

              Cumuler_volumes_kardex.
              MOVE 0 TO Wfin
              MOVE LOW-VALUES TO fkx_id
              START fkardex KEY IS NOT LESS THAN fkx_id
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fkardex NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF fkx_type = "S" AND
                                  fkx_date >= WdateLimite THEN
                              MOVE fkx_centre TO WidCentre
                              MOVE fkx_produit TO WidProduit
                              PERFORM Chercher_item
                              IF Wtrouve = 1 THEN
                                  IF fkx_sens = "+" THEN
                                      SUBTRACT fkx_quantite
                                          FROM Wit-volume(WidxIt)
                                  ELSE
                                      ADD fkx_quantite
                                          TO Wit-volume(WidxIt)
                                  END-IF
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM.

              Valoriser_items.
              MOVE 0 TO WvaleurTotale
              MOVE 1 TO WidxIt
              PERFORM WITH TEST BEFORE UNTIL WidxIt > WnbItems
                  IF Wit-volume(WidxIt) > 0 THEN
                      MOVE Wit-produit(WidxIt) TO fpr_id
                      READ fproduits
                          INVALID KEY
                              MOVE 0 TO fpr_cout
                      END-READ
                      COMPUTE Wit-valeur(WidxIt) =
                          Wit-volume(WidxIt) * fpr_cout
                      ADD Wit-valeur(WidxIt) TO WvaleurTotale
                  END-IF
                  ADD 1 TO WidxIt
              END-PERFORM.

              Classer_items.
              MOVE 0 TO WnbA
              MOVE 0 TO WnbB
              MOVE 0 TO WnbC
              MOVE 0 TO WnbSeqB
              MOVE 0 TO WnbSeqC
              MOVE "---- Classement (valeur sur 12 mois) ----"
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE 1 TO WidxIt
              PERFORM WITH TEST BEFORE UNTIL WidxIt > WnbItems
                  PERFORM Classer_un_item
                  MOVE SPACES TO Wligne-rapport
                  STRING "centre " Wit-centre(WidxIt)
                      " produit " Wit-produit(WidxIt)
                      " volume " Wit-volume(WidxIt)
                      " valeur " Wit-valeur(WidxIt)
                      " classe " Wit-classe(WidxIt)
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
                  ADD 1 TO WidxIt
              END-PERFORM.

              Classer_un_item.
              MOVE "C" TO Wit-classe(WidxIt)
              IF WvaleurTotale > 0 AND Wit-valeur(WidxIt) > 0 THEN
                  MOVE 0 TO WcumulAvant
                  MOVE 1 TO WidxIt2
                  PERFORM WITH TEST BEFORE UNTIL WidxIt2 > WnbItems
                      IF Wit-valeur(WidxIt2) > Wit-valeur(WidxIt) OR
                              (Wit-valeur(WidxIt2) =
                              Wit-valeur(WidxIt) AND
                              WidxIt2 < WidxIt) THEN
                          ADD Wit-valeur(WidxIt2) TO WcumulAvant
                      END-IF
                      ADD 1 TO WidxIt2
                  END-PERFORM
                  COMPUTE WpartCumul =
                      WcumulAvant * 100 / WvaleurTotale
                  IF WpartCumul < 80 THEN
                      MOVE "A" TO Wit-classe(WidxIt)
                  ELSE
                      IF WpartCumul < 95 THEN
                          MOVE "B" TO Wit-classe(WidxIt)
                      END-IF
                  END-IF
              END-IF
              IF Wit-classe(WidxIt) = "A" THEN
                  ADD 1 TO WnbA
              ELSE
                  IF Wit-classe(WidxIt) = "B" THEN
                      ADD 1 TO WnbB
                      MOVE WnbSeqB TO Wit-sequence(WidxIt)
                      ADD 1 TO WnbSeqB
                  ELSE
                      ADD 1 TO WnbC
                      MOVE WnbSeqC TO Wit-sequence(WidxIt)
                      ADD 1 TO WnbSeqC
                  END-IF
              END-IF.

              Purger_plan_mois.
              MOVE 0 TO WnbSupprimes
              MOVE 0 TO Wfin
              MOVE LOW-VALUES TO fpc_cle
              START fcomptages KEY IS NOT LESS THAN fpc_cle
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fcomptages NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF fpc_statut = "P" AND
                                  fpc_date >= WdebutMois AND
                                  fpc_date <= WfinMois THEN
                              DELETE fcomptages
                              END-DELETE
                              ADD 1 TO WnbSupprimes
                          END-IF
                  END-READ
              END-PERFORM.

              Planifier_centres.
              MOVE 0 TO WnbPlanifies
              MOVE "---- Plan de comptages du mois ----"
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE 0 TO Wfin
              MOVE LOW-VALUES TO fce_id
              START fcentres KEY IS NOT LESS THAN fce_id
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fcentres NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF fce_statut NOT = "I" THEN
                              MOVE fce_id TO WidCentre
                              MOVE fce_joursOuverture
                                  TO WjoursOuverture
                              PERFORM Planifier_un_centre
                          END-IF
                  END-READ
              END-PERFORM.

              Planifier_un_centre.
              PERFORM Charger_jours_ouverture
              MOVE 0 TO WrangCentre
              MOVE 0 TO WnbCentrePlan
              IF WnbJours = 0 THEN
                  MOVE SPACES TO Wligne-rapport
                  STRING "centre " WidCentre " : aucun jour "
                      "d'ouverture restant ce mois, pas de comptage"
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
              ELSE
                  MOVE "A" TO WpasseClasse
                  PERFORM Planifier_classe_centre
                  MOVE "B" TO WpasseClasse
                  PERFORM Planifier_classe_centre
                  MOVE "C" TO WpasseClasse
                  PERFORM Planifier_classe_centre
                  MOVE SPACES TO Wligne-rapport
                  STRING "centre " WidCentre " : " WnbCentrePlan
                      " comptage(s) sur " WnbJours
                      " jour(s) d'ouverture"
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
              END-IF.

              Charger_jours_ouverture.
              MOVE 0 TO WnbJours
              IF WdateJour > WdebutMois THEN
                  MOVE WdateJour TO WdateCourante
              ELSE
                  MOVE WdebutMois TO WdateCourante
              END-IF
              PERFORM WITH TEST BEFORE UNTIL WdateCourante > WfinMois
                  COMPUTE WjourSemaine = FUNCTION MOD(
                      FUNCTION INTEGER-OF-DATE(WdateCourante) - 1, 7)
                      + 1
                  IF WjoursOuverture(WjourSemaine:1) NOT = "F" THEN
                      MOVE WidCentre TO ffe_centre
                      MOVE WdateCourante TO ffe_date
                      READ ffermetures
                          INVALID KEY
                              ADD 1 TO WnbJours
                              MOVE WdateCourante TO Wjr-date(WnbJours)
                      END-READ
                  END-IF
                  COMPUTE WjoursInt =
                      FUNCTION INTEGER-OF-DATE(WdateCourante) + 1
                  COMPUTE WdateCourante =
                      FUNCTION DATE-OF-INTEGER(WjoursInt)
              END-PERFORM.

              Planifier_classe_centre.
              MOVE 1 TO WidxIt
              PERFORM WITH TEST BEFORE UNTIL WidxIt > WnbItems
                  IF Wit-centre(WidxIt) = WidCentre AND
                          Wit-classe(WidxIt) = WpasseClasse THEN
                      PERFORM Tester_item_du_mois
                      IF Wtrouve = 1 THEN
                          PERFORM Ecrire_comptage_plan
                      END-IF
                  END-IF
                  ADD 1 TO WidxIt
              END-PERFORM.

              Tester_item_du_mois.
              MOVE 0 TO Wtrouve
              IF Wit-classe(WidxIt) = "A" THEN
                  MOVE 1 TO Wtrouve
              ELSE
                  IF Wit-classe(WidxIt) = "B" THEN
                      IF FUNCTION MOD(Wit-sequence(WidxIt), 3) =
                              FUNCTION MOD(WnumMois - 1, 3) THEN
                          MOVE 1 TO Wtrouve
                      END-IF
                  ELSE
                      IF FUNCTION MOD(Wit-sequence(WidxIt), 12) =
                              WnumMois - 1 THEN
                          MOVE 1 TO Wtrouve
                      END-IF
                  END-IF
              END-IF.

              Ecrire_comptage_plan.
              COMPUTE WidxJour = FUNCTION MOD(WrangCentre, WnbJours)
                  + 1
              ADD 1 TO WrangCentre
              MOVE WidCentre TO fpc_centre
              MOVE Wjr-date(WidxJour) TO fpc_date
              MOVE Wit-produit(WidxIt) TO fpc_produit
              READ fcomptages
                  INVALID KEY
                      MOVE WidCentre TO fpc_centre
                      MOVE Wjr-date(WidxJour) TO fpc_date
                      MOVE Wit-produit(WidxIt) TO fpc_produit
                      MOVE Wit-classe(WidxIt) TO fpc_classe
                      MOVE "P" TO fpc_statut
                      MOVE Wit-valeur(WidxIt) TO fpc_valeur
                      MOVE 0 TO fpc_qteLivre
                      MOVE 0 TO fpc_qteComptee
                      MOVE 0 TO fpc_dateComptage
                      MOVE 0 TO fpc_utilisateur
                      WRITE tamp_fcomptages
                      END-WRITE
                      ADD 1 TO WnbPlanifies
                      ADD 1 TO WnbCentrePlan
              END-READ.

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
