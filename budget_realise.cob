           IDENTIFICATION DIVISION.
              PROGRAM-ID. budget-realise.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select fbudgets assign to "budgets.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbg_cle
                  file status is cr_fbudgets.

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

                  select fencaissements assign to
                  "encaissements.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fen_id
                  file status is cr_fencaissements.

                  select fdons assign to "dons.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fdn_id
                  alternate record key is fdn_donateur
                      WITH DUPLICATES
                  file status is cr_fdons.

                  select fcentres assign to "centres.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fce_id
                  alternate record key is fce_ville WITH DUPLICATES
                  alternate record key is fce_produit WITH DUPLICATES
                  file status is cr_fcentres.

                  select fproduits assign to "produits.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpr_id
                  file status is cr_fproduits.

                  select fantennes assign to "antennes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fan_code
                  file status is cr_fantennes.

                  select frapport assign to "budget_realise.txt"
                  organization line sequential
                  file status is cr_frapport.

              DATA DIVISION.
              FILE SECTION.

              FD fbudgets.
              01 tamp_fbudgets.
                  02 fbg_cle.
                      03 fbg_annee PIC 9(4).
                      03 fbg_antenne PIC 9(2).
                      03 fbg_categorie PIC X(12).
                  02 fbg_mois OCCURS 12 TIMES.
                      03 fbg_achats PIC 9(7)V99.
                      03 fbg_participations PIC 9(7)V99.
                      03 fbg_dons PIC 9(7)V99.
                  02 fbg_modifPar PIC 9(4).
                  02 fbg_modifDate PIC 9(8).

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

              FD fencaissements.
              01 tamp_fencaissements.
                  02 fen_id PIC 9(5).
                  02 fen_distribution PIC 9(5).
                  02 fen_centre PIC 9(2).
                  02 fen_date PIC 9(8).
                  02 fen_montant PIC 9(6)V99.

              FD fdons.
              01 tamp_fdons.
                  02 fdn_id PIC 9(5).
                  02 fdn_donateur PIC 9(5).
                  02 fdn_date PIC 9(8).
                  02 fdn_type PIC X(1).
                  02 fdn_produit PIC 9(5).
                  02 fdn_centre PIC 9(2).
                  02 fdn_quantite PIC 9(6).
                  02 fdn_montant PIC 9(6)V99.
                  02 fdn_recu PIC 9(5).

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

              FD fantennes.
              01 tamp_fantennes.
                  02 fan_code PIC 9(2).
                  02 fan_libelle PIC X(30).

              FD frapport.
              01 Wligne-rapport PIC X(150).

              WORKING-STORAGE SECTION.
              77 cr_fbudgets PIC 9(2).
              77 cr_freceptions PIC 9(2).
              77 cr_fprix PIC 9(2).
              77 cr_fencaissements PIC 9(2).
              77 cr_fdons PIC 9(2).
              77 cr_fcentres PIC 9(2).
              77 cr_fproduits PIC 9(2).
              77 cr_fantennes PIC 9(2).
              77 cr_frapport PIC 9(2).
              77 Wfin PIC 9.
              77 Wfin2 PIC 9.
              77 Wtrouve PIC 9.
              77 Wannee PIC 9(4).
              77 WmoisRapport PIC 9(2).
              77 Wmois PIC 9(2).
              77 WantenneCible PIC 9(2).
              77 WcategorieCible PIC X(12).
              77 Wmontant PIC 9(8)V99.
              77 WdernierPrix PIC 9(6)V99.
              77 WdatePrix PIC 9(8).
              77 WprixTrouve PIC 9(1).
              77 WnbSansPrix PIC 9(5).
              01 Wtab-budget.
                 02 Wbr-ligne OCCURS 100 TIMES.
                    03 Wbr-antenne PIC 9(2).
                    03 Wbr-categorie PIC X(12).
                    03 Wbr-mois OCCURS 12 TIMES.
                       04 Wbr-bud PIC 9(8)V99 OCCURS 3 TIMES.
                       04 Wbr-rea PIC 9(8)V99 OCCURS 3 TIMES.
              77 WnbBr PIC 9(3).
              77 Widx PIC 9(3).
              77 WidxMois PIC 9(2).
              77 WidxPoste PIC 9(1).
              77 WnbHorsTable PIC 9(5).
              77 WlibellePoste PIC X(16).
              77 WlibelleAntenne PIC X(30).
              77 WbudMois PIC 9(9)V99.
              77 WreaMois PIC 9(9)V99.
              77 WbudCumul PIC 9(9)V99.
              77 WreaCumul PIC 9(9)V99.
              77 WbudAnnee PIC 9(9)V99.
              77 WreaAnnee PIC 9(9)V99.
              77 Wecart PIC S9(9)V99.
              77 Wpct PIC 9(5).
              77 Wbud-aff PIC Z(8)9.99.
              77 Wrea-aff PIC Z(8)9.99.
              77 Wecart-aff PIC -(9)9.99.
              77 Wpct-aff PIC Z(4)9.
              77 WnbLignes PIC 9(6).

              PROCEDURE DIVISION.
              DISPLAY "Budget et réalisé par antenne et catégorie"
              DISPLAY "Entrez l'annee (AAAA) : "
              ACCEPT Wannee
              MOVE 0 TO WmoisRapport
              PERFORM WITH TEST AFTER
                      UNTIL WmoisRapport > 0 AND WmoisRapport < 13
                  DISPLAY "Mois de situation (1 a 12) : "
                  ACCEPT WmoisRapport
              END-PERFORM

              MOVE 0 TO WnbBr
              MOVE 0 TO WnbHorsTable
              MOVE 0 TO WnbSansPrix
              MOVE 0 TO WnbLignes
              PERFORM Charger_budgets
              PERFORM Cumuler_receptions
              PERFORM Cumuler_encaissements
              PERFORM Cumuler_dons

              OPEN OUTPUT frapport
              OPEN INPUT fantennes
              MOVE SPACES TO Wligne-rapport
              STRING "=== BUDGET / REALISE " Wannee
                  " - situation a fin de mois " WmoisRapport " ==="
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > WnbBr
                      OR WnbBr = 0
                  PERFORM Imprimer_ligne_budget
                  ADD 1 TO Widx
              END-PERFORM
              IF WnbSansPrix > 0 THEN
                  MOVE SPACES TO Wligne-rapport
                  STRING WnbSansPrix " reception(s) sans prix "
                      "fournisseur connu, non valorisee(s)"
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
              END-IF
              IF WnbHorsTable > 0 THEN
                  MOVE SPACES TO Wligne-rapport
                  STRING WnbHorsTable " mouvement(s) ignore(s), "
                      "table antenne/categorie pleine"
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
              END-IF
              CLOSE fantennes
              CLOSE frapport

              DISPLAY WnbLignes " ligne(s) vers budget_realise.txt"
              STOP RUN.

              Charger_budgets.
              OPEN INPUT fbudgets
              IF cr_fbudgets = 00 THEN
                  MOVE 0 TO Wfin
                  MOVE Wannee TO fbg_annee
                  MOVE 0 TO fbg_antenne
                  MOVE LOW-VALUES TO fbg_categorie
                  START fbudgets KEY IS NOT LESS THAN fbg_cle
                      INVALID KEY MOVE 1 TO Wfin
                  END-START
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fbudgets NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fbg_annee NOT = Wannee THEN
                                  MOVE 1 TO Wfin
                              ELSE
                                  MOVE fbg_antenne TO WantenneCible
                                  MOVE fbg_categorie
                                      TO WcategorieCible
                                  PERFORM Trouver_ligne_budget
                                  IF Wtrouve = 1 THEN
                                      PERFORM Charger_mois_budget
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fbudgets
              END-IF.

              Charger_mois_budget.
              MOVE 1 TO WidxMois
              PERFORM WITH TEST AFTER UNTIL WidxMois > 12
                  MOVE fbg_achats(WidxMois)
                      TO Wbr-bud(Widx, WidxMois, 1)
                  MOVE fbg_participations(WidxMois)
                      TO Wbr-bud(Widx, WidxMois, 2)
                  MOVE fbg_dons(WidxMois)
                      TO Wbr-bud(Widx, WidxMois, 3)
                  ADD 1 TO WidxMois
              END-PERFORM.

              Trouver_ligne_budget.
              MOVE 0 TO Wtrouve
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                      OR Widx > WnbBr OR WnbBr = 0
                  IF Wbr-antenne(Widx) = WantenneCible AND
                          Wbr-categorie(Widx) = WcategorieCible THEN
                      MOVE 1 TO Wtrouve
                  ELSE
                      ADD 1 TO Widx
                  END-IF
              END-PERFORM
              IF Wtrouve = 0 THEN
                  IF WnbBr < 100 THEN
                      ADD 1 TO WnbBr
                      MOVE WnbBr TO Widx
                      MOVE WantenneCible TO Wbr-antenne(Widx)
                      MOVE WcategorieCible TO Wbr-categorie(Widx)
                      MOVE 1 TO WidxMois
                      PERFORM WITH TEST AFTER UNTIL WidxMois > 12
                          MOVE 1 TO WidxPoste
                          PERFORM WITH TEST AFTER UNTIL WidxPoste > 3
                              MOVE 0
                                  TO Wbr-bud(Widx, WidxMois, WidxPoste)
                              MOVE 0
                                  TO Wbr-rea(Widx, WidxMois, WidxPoste)
                              ADD 1 TO WidxPoste
                          END-PERFORM
                          ADD 1 TO WidxMois
                      END-PERFORM
                      MOVE 1 TO Wtrouve
                  ELSE
                      ADD 1 TO WnbHorsTable
                  END-IF
              END-IF.

              Ajouter_realise.
              PERFORM Trouver_ligne_budget
              IF Wtrouve = 1 THEN
                  ADD Wmontant TO Wbr-rea(Widx, Wmois, WidxPoste)
              END-IF.

              Antenne_du_centre.
              MOVE 0 TO WantenneCible
              MOVE fre_centre TO fce_id
              READ fcentres
                  NOT INVALID KEY
                      MOVE fce_antenne TO WantenneCible
              END-READ.

              Cumuler_receptions.
              OPEN INPUT freceptions
              IF cr_freceptions = 00 THEN
                  OPEN INPUT fprix
                  OPEN INPUT fcentres
                  OPEN INPUT fproduits
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ freceptions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fre_date / 10000 = Wannee THEN
                                  PERFORM Valoriser_reception
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fproduits
                  CLOSE fcentres
                  CLOSE fprix
                  CLOSE freceptions
              END-IF.

              Valoriser_reception.
              PERFORM Lire_prix_fournisseur
              IF WprixTrouve = 0 THEN
                  ADD 1 TO WnbSansPrix
              ELSE
                  COMPUTE Wmontant ROUNDED =
                      fre_quantite * WdernierPrix
                  PERFORM Antenne_du_centre
                  MOVE SPACES TO WcategorieCible
                  MOVE fre_produit TO fpr_id
                  READ fproduits
                      NOT INVALID KEY
                          MOVE fpr_categorie TO WcategorieCible
                  END-READ
                  COMPUTE Wmois = (fre_date / 100) - (Wannee * 100)
                  MOVE 1 TO WidxPoste
                  PERFORM Ajouter_realise
              END-IF.

              Lire_prix_fournisseur.
              MOVE 0 TO WprixTrouve
              MOVE 0 TO WdernierPrix
              MOVE 0 TO WdatePrix
              MOVE 0 TO Wfin2
              MOVE fre_fournisseur TO fpx_fournisseur
              MOVE fre_produit TO fpx_produit
              MOVE LOW-VALUES TO fpx_dateDebut
              START fprix KEY IS NOT LESS THAN fpx_cle
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ fprix NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF fpx_fournisseur NOT = fre_fournisseur OR
                                  fpx_produit NOT = fre_produit THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              MOVE fpx_prix TO WdernierPrix
                              MOVE fpx_dateDebut TO WdatePrix
                              MOVE 1 TO WprixTrouve
                          END-IF
                  END-READ
              END-PERFORM.

              Cumuler_encaissements.
              OPEN INPUT fencaissements
              IF cr_fencaissements = 00 THEN
                  OPEN INPUT fcentres
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fencaissements NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fen_date / 10000 = Wannee THEN
                                  MOVE 0 TO WantenneCible
                                  MOVE fen_centre TO fce_id
                                  READ fcentres
                                      NOT INVALID KEY
                                          MOVE fce_antenne
                                              TO WantenneCible
                                  END-READ
                                  MOVE SPACES TO WcategorieCible
                                  MOVE fen_montant TO Wmontant
                                  COMPUTE Wmois =
                                      (fen_date / 100) - (Wannee * 100)
                                  MOVE 2 TO WidxPoste
                                  PERFORM Ajouter_realise
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fcentres
                  CLOSE fencaissements
              END-IF.

              Cumuler_dons.
              OPEN INPUT fdons
              IF cr_fdons = 00 THEN
                  OPEN INPUT fcentres
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdons NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fdn_date / 10000 = Wannee AND
                                      fdn_type = "M" THEN
                                  MOVE 0 TO WantenneCible
                                  IF fdn_centre NOT = 0 THEN
                                      MOVE fdn_centre TO fce_id
                                      READ fcentres
                                          NOT INVALID KEY
                                              MOVE fce_antenne
                                                  TO WantenneCible
                                      END-READ
                                  END-IF
                                  MOVE SPACES TO WcategorieCible
                                  MOVE fdn_montant TO Wmontant
                                  COMPUTE Wmois =
                                      (fdn_date / 100) - (Wannee * 100)
                                  MOVE 3 TO WidxPoste
                                  PERFORM Ajouter_realise
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fcentres
                  CLOSE fdons
              END-IF.

              Imprimer_ligne_budget.
              MOVE SPACES TO WlibelleAntenne
              IF Wbr-antenne(Widx) = 0 THEN
                  MOVE "siege" TO WlibelleAntenne
              ELSE
                  MOVE Wbr-antenne(Widx) TO fan_code
                  READ fantennes
                      NOT INVALID KEY
                          MOVE fan_libelle TO WlibelleAntenne
                  END-READ
              END-IF
              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              IF Wbr-categorie(Widx) = SPACES THEN
                  STRING "--- Antenne " Wbr-antenne(Widx) " "
                      WlibelleAntenne " - toutes categories ---"
                      DELIMITED BY SIZE INTO Wligne-rapport
              ELSE
                  STRING "--- Antenne " Wbr-antenne(Widx) " "
                      WlibelleAntenne " - categorie "
                      Wbr-categorie(Widx) " ---"
                      DELIMITED BY SIZE INTO Wligne-rapport
              END-IF
              WRITE Wligne-rapport
              ADD 1 TO WnbLignes
              MOVE 1 TO WidxPoste
              PERFORM WITH TEST AFTER UNTIL WidxPoste > 3
                  PERFORM Imprimer_poste_budget
                  ADD 1 TO WidxPoste
              END-PERFORM.

              Imprimer_poste_budget.
              MOVE 0 TO WbudAnnee
              MOVE 0 TO WreaAnnee
              MOVE 1 TO WidxMois
              PERFORM WITH TEST AFTER UNTIL WidxMois > 12
                  ADD Wbr-bud(Widx, WidxMois, WidxPoste) TO WbudAnnee
                  ADD Wbr-rea(Widx, WidxMois, WidxPoste) TO WreaAnnee
                  ADD 1 TO WidxMois
              END-PERFORM
              IF WbudAnnee > 0 OR WreaAnnee > 0 THEN
                  IF WidxPoste = 1 THEN
                      MOVE "Achats" TO WlibellePoste
                  END-IF
                  IF WidxPoste = 2 THEN
                      MOVE "Participations" TO WlibellePoste
                  END-IF
                  IF WidxPoste = 3 THEN
                      MOVE "Dons monetaires" TO WlibellePoste
                  END-IF
                  MOVE SPACES TO Wligne-rapport
                  STRING WlibellePoste
                      "      budget          reel"
                      "         ecart      %"
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
                  MOVE 0 TO WbudCumul
                  MOVE 0 TO WreaCumul
                  MOVE 1 TO WidxMois
                  PERFORM WITH TEST AFTER UNTIL WidxMois > WmoisRapport
                      MOVE Wbr-bud(Widx, WidxMois, WidxPoste)
                          TO WbudMois
                      MOVE Wbr-rea(Widx, WidxMois, WidxPoste)
                          TO WreaMois
                      ADD WbudMois TO WbudCumul
                      ADD WreaMois TO WreaCumul
                      PERFORM Calculer_ecart_budget
                      MOVE SPACES TO Wligne-rapport
                      STRING "  mois " WidxMois "    " Wbud-aff " "
                          Wrea-aff " " Wecart-aff " " Wpct-aff
                          DELIMITED BY SIZE INTO Wligne-rapport
                      WRITE Wligne-rapport
                      ADD 1 TO WnbLignes
                      ADD 1 TO WidxMois
                  END-PERFORM
                  MOVE WbudCumul TO WbudMois
                  MOVE WreaCumul TO WreaMois
                  PERFORM Calculer_ecart_budget
                  MOVE SPACES TO Wligne-rapport
                  STRING "  cumul       " Wbud-aff " "
                      Wrea-aff " " Wecart-aff " " Wpct-aff
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
                  ADD 1 TO WnbLignes
              END-IF.

              Calculer_ecart_budget.
              COMPUTE Wecart = WreaMois - WbudMois
              MOVE 0 TO Wpct
              IF WbudMois > 0 THEN
                  COMPUTE Wpct ROUNDED = (WreaMois * 100) / WbudMois
              END-IF
              MOVE WbudMois TO Wbud-aff
              MOVE WreaMois TO Wrea-aff
              MOVE Wecart TO Wecart-aff
              MOVE Wpct TO Wpct-aff.
