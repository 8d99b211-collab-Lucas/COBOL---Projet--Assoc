           IDENTIFICATION DIVISION.
              PROGRAM-ID. reglement-antennes.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select fmouvements assign to "mouvements.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fmv_id
                  file status is cr_fmouvements.

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

                  select fperiodes assign to "periodes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpd_mois
                  file status is cr_fperiodes.

                  select freglements assign to "reglements_antennes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is frg_cle
                  file status is cr_freglements.

                  select frapport assign to "reglement_antennes.txt"
                  organization line sequential
                  file status is cr_frapport.

                  select fexport assign to "reglement_antennes.csv"
                  organization line sequential
                  file status is cr_fexport.

              DATA DIVISION.
              FILE SECTION.

              FD fmouvements.
              01 tamp_fmouvements.
                  02 fmv_id PIC 9(5).
                  02 fmv_centreSource PIC 9(2).
                  02 fmv_centreDest PIC 9(2).
                  02 fmv_produit PIC 9(5).
                  02 fmv_quantite PIC 9(6).
                  02 fmv_date PIC 9(8).
                  02 fmv_statut PIC X(1).
                  02 fmv_demandePar PIC 9(4).
                  02 fmv_validePar PIC 9(4).
                  02 fmv_motif PIC X(30).

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

              FD fperiodes.
              01 tamp_fperiodes.
                  02 fpd_mois PIC 9(6).
                  02 fpd_statut PIC X(1).
                  02 fpd_par PIC 9(4).
                  02 fpd_date PIC 9(8).

              FD freglements.
              01 tamp_freglements.
                  02 frg_cle.
                      03 frg_mois PIC 9(6).
                      03 frg_source PIC 9(2).
                      03 frg_dest PIC 9(2).
                  02 frg_montant PIC 9(9)V99.
                  02 frg_nbTransferts PIC 9(5).
                  02 frg_calculDate PIC 9(8).

              FD frapport.
              01 Wligne-rapport PIC X(150).

              FD fexport.
              01 Wligne-export PIC X(150).

              WORKING-STORAGE SECTION.
              77 cr_fmouvements PIC 9(2).
              77 cr_fcentres PIC 9(2).
              77 cr_fproduits PIC 9(2).
              77 cr_fantennes PIC 9(2).
              77 cr_fperiodes PIC 9(2).
              77 cr_freglements PIC 9(2).
              77 cr_frapport PIC 9(2).
              77 cr_fexport PIC 9(2).
              77 Wfin PIC 9.
              77 WmoisReglement PIC 9(6).
              77 Wannee PIC 9(4).
              77 Wmois PIC 9(2).
              77 WperiodeClose PIC 9(1).
              77 WdejaCalcule PIC 9(1).
              77 WdateCalcul PIC 9(8).
              77 WdateCloture PIC 9(8).
              77 WdatePiece PIC 9(8).
              77 WantenneSource PIC 9(2).
              77 WantenneDest PIC 9(2).
              77 WcentreCible PIC 9(2).
              77 WantenneCible PIC 9(2).
              77 Wcout PIC 9(6)V99.
              77 Wvaleur PIC 9(9)V99.
              77 Wvaleur-aff PIC 9(9).99.
              01 Wtab-flux.
                 02 Wfx-source OCCURS 100 TIMES.
                    03 Wfx-dest OCCURS 100 TIMES.
                       04 Wfx-montant PIC 9(9)V99.
                       04 Wfx-nb PIC 9(5).
              01 Wtab-positions.
                 02 Wpo-antenne OCCURS 100 TIMES.
                    03 Wpo-envoye PIC 9(9)V99.
                    03 Wpo-recu PIC 9(9)V99.
              77 WidxA PIC 9(3).
              77 WidxB PIC 9(3).
              77 WcodeA PIC 9(2).
              77 WcodeB PIC 9(2).
              77 WcodeCreancier PIC 9(2).
              77 WcodeDebiteur PIC 9(2).
              77 WnbTransferts PIC 9(5).
              77 WnbInternes PIC 9(5).
              77 WnbSansCout PIC 9(5).
              77 WnbPaires PIC 9(5).
              77 WnbLignes PIC 9(6).
              77 WnbLignesCsv PIC 9(6).
              77 Wnet PIC S9(9)V99.
              77 WtotalFlux PIC 9(9)V99.
              77 WlibelleA PIC X(30).
              77 WlibelleB PIC X(30).
              77 WlibelleAntenne PIC X(30).
              77 Wmt1-aff PIC Z(8)9.99.
              77 Wmt2-aff PIC Z(8)9.99.
              77 Wnet-aff PIC -(9)9.99.
              77 Wtotal-aff PIC Z(9)9.99.
              77 Wdt PIC X(21).
              77 Wdate PIC 9(8).
              77 WdateJour PIC 9(8).
              77 WdateValide PIC 9(1).
              77 WinviteDate PIC X(40).
              77 WanneeV PIC 9(4).
              77 WmoisV PIC 9(2).
              77 WjourV PIC 9(2).
              77 WmaxJour PIC 9(2).
              77 Wsaisie PIC X(30).

              PROCEDURE DIVISION.
              DISPLAY "Reglement des transferts de stock entre antennes"
              MOVE 0 TO Wmois
              PERFORM WITH TEST AFTER UNTIL Wmois > 0 AND Wmois < 13
                  DISPLAY "Mois a traiter (AAAAMM) : "
                  ACCEPT WmoisReglement
                  COMPUTE Wannee = WmoisReglement / 100
                  COMPUTE Wmois = WmoisReglement - (Wannee * 100)
              END-PERFORM
              COMPUTE Wdate = (WmoisReglement * 100) + 1
              PERFORM Valider_date
              COMPUTE WdatePiece = (WmoisReglement * 100) + WmaxJour
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO WdateJour

              INITIALIZE Wtab-flux
              INITIALIZE Wtab-positions
              MOVE 0 TO WnbTransferts
              MOVE 0 TO WnbInternes
              MOVE 0 TO WnbSansCout
              MOVE 0 TO WnbPaires
              MOVE 0 TO WnbLignes
              MOVE 0 TO WnbLignesCsv
              MOVE 0 TO WtotalFlux

              PERFORM Tester_mois_clos
              OPEN I-O freglements
              IF cr_freglements = 35 THEN
                  OPEN OUTPUT freglements
                  CLOSE freglements
                  OPEN I-O freglements
              END-IF
              MOVE 0 TO WdejaCalcule
              MOVE WmoisReglement TO frg_mois
              MOVE 0 TO frg_source
              MOVE 0 TO frg_dest
              READ freglements
                  NOT INVALID KEY
                      MOVE 1 TO WdejaCalcule
                      MOVE frg_calculDate TO WdateCalcul
              END-READ

              IF WperiodeClose = 1 AND WdejaCalcule = 1 AND
                      WdateCalcul < WdateCloture THEN
                  MOVE 0 TO WdejaCalcule
              END-IF
              IF WperiodeClose = 1 AND WdejaCalcule = 1 THEN
                  DISPLAY "Mois clos : reprise des montants arretes le "
                      WdateCalcul
                  PERFORM Charger_reglements_figes
              ELSE
                  PERFORM Cumuler_transferts
                  PERFORM Enregistrer_reglements
                  MOVE WdateJour TO WdateCalcul
              END-IF
              CLOSE freglements

              OPEN OUTPUT frapport
              OPEN OUTPUT fexport
              OPEN INPUT fantennes
              PERFORM Imprimer_entete_reglement
              MOVE 1 TO WidxA
              PERFORM WITH TEST AFTER UNTIL WidxA > 100
                  COMPUTE WidxB = WidxA + 1
                  PERFORM WITH TEST AFTER UNTIL WidxB > 100
                      IF Wfx-montant(WidxA, WidxB) > 0 OR
                              Wfx-montant(WidxB, WidxA) > 0 THEN
                          PERFORM Imprimer_paire_antennes
                      END-IF
                      ADD 1 TO WidxB
                  END-PERFORM
                  ADD 1 TO WidxA
              END-PERFORM
              IF WnbPaires = 0 THEN
                  MOVE SPACES TO Wligne-rapport
                  STRING "Aucun transfert entre antennes differentes "
                      "sur le mois."
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
              END-IF
              PERFORM Imprimer_positions_antennes
              CLOSE fantennes
              CLOSE fexport
              CLOSE frapport

              DISPLAY WnbLignes " ligne(s) vers reglement_antennes.txt"
              DISPLAY WnbLignesCsv
                  " ligne(s) vers reglement_antennes.csv"
              STOP RUN.

              Tester_mois_clos.
              MOVE 0 TO WperiodeClose
              MOVE 0 TO WdateCloture
              OPEN INPUT fperiodes
              IF cr_fperiodes = 00 THEN
                  MOVE WmoisReglement TO fpd_mois
                  READ fperiodes
                      NOT INVALID KEY
                          IF fpd_statut = "C" THEN
                              MOVE 1 TO WperiodeClose
                              MOVE fpd_date TO WdateCloture
                          END-IF
                  END-READ
                  CLOSE fperiodes
              END-IF.

              Charger_reglements_figes.
              MOVE frg_nbTransferts TO WnbTransferts
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ freglements NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF frg_mois NOT = WmoisReglement THEN
                              MOVE 1 TO Wfin
                          ELSE
                              COMPUTE WidxA = frg_source + 1
                              COMPUTE WidxB = frg_dest + 1
                              MOVE frg_montant
                                  TO Wfx-montant(WidxA, WidxB)
                              MOVE frg_nbTransferts
                                  TO Wfx-nb(WidxA, WidxB)
                              ADD frg_montant TO Wpo-envoye(WidxA)
                              ADD frg_montant TO Wpo-recu(WidxB)
                              ADD frg_montant TO WtotalFlux
                          END-IF
                  END-READ
              END-PERFORM.

              Cumuler_transferts.
              OPEN INPUT fmouvements
              IF cr_fmouvements = 00 THEN
                  OPEN INPUT fcentres
                  OPEN INPUT fproduits
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fmouvements NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fmv_statut = "V" AND
                                      fmv_date / 100 = WmoisReglement
                                      THEN
                                  PERFORM Valoriser_transfert
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fproduits
                  CLOSE fcentres
                  CLOSE fmouvements
              END-IF.

              Valoriser_transfert.
              MOVE fmv_centreSource TO WcentreCible
              PERFORM Antenne_du_centre
              MOVE WantenneCible TO WantenneSource
              MOVE fmv_centreDest TO WcentreCible
              PERFORM Antenne_du_centre
              MOVE WantenneCible TO WantenneDest
              IF WantenneSource = WantenneDest THEN
                  ADD 1 TO WnbInternes
              ELSE
                  MOVE 0 TO Wcout
                  MOVE fmv_produit TO fpr_id
                  READ fproduits
                      NOT INVALID KEY
                          MOVE fpr_cout TO Wcout
                  END-READ
                  IF Wcout = 0 THEN
                      ADD 1 TO WnbSansCout
                  END-IF
                  COMPUTE Wvaleur ROUNDED = fmv_quantite * Wcout
                  COMPUTE WidxA = WantenneSource + 1
                  COMPUTE WidxB = WantenneDest + 1
                  ADD Wvaleur TO Wfx-montant(WidxA, WidxB)
                  ADD 1 TO Wfx-nb(WidxA, WidxB)
                  ADD Wvaleur TO Wpo-envoye(WidxA)
                  ADD Wvaleur TO Wpo-recu(WidxB)
                  ADD Wvaleur TO WtotalFlux
                  ADD 1 TO WnbTransferts
              END-IF.

              Antenne_du_centre.
              MOVE 0 TO WantenneCible
              MOVE WcentreCible TO fce_id
              READ fcentres
                  NOT INVALID KEY
                      MOVE fce_antenne TO WantenneCible
              END-READ.

              Enregistrer_reglements.
              MOVE WmoisReglement TO frg_mois
              MOVE 0 TO frg_source
              MOVE 0 TO frg_dest
              START freglements KEY IS NOT LESS THAN frg_cle
                  INVALID KEY MOVE 1 TO Wfin
                  NOT INVALID KEY MOVE 0 TO Wfin
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ freglements NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF frg_mois NOT = WmoisReglement THEN
                              MOVE 1 TO Wfin
                          ELSE
                              DELETE freglements
                              END-DELETE
                          END-IF
                  END-READ
              END-PERFORM

              MOVE WmoisReglement TO frg_mois
              MOVE 0 TO frg_source
              MOVE 0 TO frg_dest
              MOVE WtotalFlux TO frg_montant
              MOVE WnbTransferts TO frg_nbTransferts
              MOVE WdateJour TO frg_calculDate
              WRITE tamp_freglements
              END-WRITE
              MOVE 1 TO WidxA
              PERFORM WITH TEST AFTER UNTIL WidxA > 100
                  MOVE 1 TO WidxB
                  PERFORM WITH TEST AFTER UNTIL WidxB > 100
                      IF Wfx-nb(WidxA, WidxB) > 0 THEN
                          MOVE WmoisReglement TO frg_mois
                          COMPUTE frg_source = WidxA - 1
                          COMPUTE frg_dest = WidxB - 1
                          MOVE Wfx-montant(WidxA, WidxB)
                              TO frg_montant
                          MOVE Wfx-nb(WidxA, WidxB)
                              TO frg_nbTransferts
                          MOVE WdateJour TO frg_calculDate
                          WRITE tamp_freglements
                          END-WRITE
                      END-IF
                      ADD 1 TO WidxB
                  END-PERFORM
                  ADD 1 TO WidxA
              END-PERFORM.

              Imprimer_entete_reglement.
              MOVE SPACES TO Wligne-rapport
              STRING "=== REGLEMENT INTER-ANTENNES " WmoisReglement
                  " - valorisation au cout produit ==="
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              IF WperiodeClose = 1 THEN
                  STRING "Mois clos - montants arretes le "
                      WdateCalcul
                      DELIMITED BY SIZE INTO Wligne-rapport
              ELSE
                  STRING "Mois ouvert - montants provisoires "
                      "calcules le "
                      WdateCalcul
                      DELIMITED BY SIZE INTO Wligne-rapport
              END-IF
              WRITE Wligne-rapport
              MOVE WtotalFlux TO Wtotal-aff
              MOVE SPACES TO Wligne-rapport
              STRING WnbTransferts " transfert(s) entre antennes, "
                  "valeur brute " Wtotal-aff
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              IF WperiodeClose = 0 OR WdejaCalcule = 0 THEN
                  MOVE SPACES TO Wligne-rapport
                  STRING WnbInternes " transfert(s) internes a une "
                      "antenne exclu(s)"
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
                  IF WnbSansCout > 0 THEN
                      MOVE SPACES TO Wligne-rapport
                      STRING WnbSansCout " transfert(s) sur produit "
                          "sans cout, valorise(s) a zero"
                          DELIMITED BY SIZE INTO Wligne-rapport
                      WRITE Wligne-rapport
                  END-IF
              END-IF
              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING "Antenne A / antenne B            A vers B"
                  "      B vers A          solde"
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport.

              Imprimer_paire_antennes.
              ADD 1 TO WnbPaires
              COMPUTE WcodeA = WidxA - 1
              COMPUTE WcodeB = WidxB - 1
              MOVE WcodeA TO WantenneCible
              PERFORM Libelle_antenne
              MOVE WlibelleAntenne TO WlibelleA
              MOVE WcodeB TO WantenneCible
              PERFORM Libelle_antenne
              MOVE WlibelleAntenne TO WlibelleB
              COMPUTE Wnet = Wfx-montant(WidxA, WidxB)
                  - Wfx-montant(WidxB, WidxA)
              MOVE Wfx-montant(WidxA, WidxB) TO Wmt1-aff
              MOVE Wfx-montant(WidxB, WidxA) TO Wmt2-aff
              MOVE Wnet TO Wnet-aff
              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING WcodeA " " WlibelleA
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING WcodeB " " WlibelleB "  " Wmt1-aff " "
                  Wmt2-aff " " Wnet-aff
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              ADD 1 TO WnbLignes
              IF Wnet NOT = 0 THEN
                  IF Wnet > 0 THEN
                      MOVE WcodeA TO WcodeCreancier
                      MOVE WcodeB TO WcodeDebiteur
                      MOVE Wnet TO Wvaleur
                  ELSE
                      MOVE WcodeB TO WcodeCreancier
                      MOVE WcodeA TO WcodeDebiteur
                      COMPUTE Wvaleur = 0 - Wnet
                  END-IF
                  MOVE Wvaleur TO Wvaleur-aff
                  MOVE SPACES TO Wligne-rapport
                  STRING "   => l'antenne " WcodeDebiteur
                      " doit " Wvaleur-aff " a l'antenne "
                      WcodeCreancier
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
                  PERFORM Ecrire_piece_reglement
              END-IF.

              Ecrire_piece_reglement.
              MOVE SPACES TO Wligne-export
              STRING WdatePiece ";RGA" WcodeA WcodeB
                  ";181" WcodeCreancier ";D;" Wvaleur-aff
                  ";creance sur antenne " WcodeDebiteur
                  DELIMITED BY SIZE INTO Wligne-export
              WRITE Wligne-export
              MOVE SPACES TO Wligne-export
              STRING WdatePiece ";RGA" WcodeA WcodeB
                  ";181" WcodeDebiteur ";C;" Wvaleur-aff
                  ";dette envers antenne " WcodeCreancier
                  DELIMITED BY SIZE INTO Wligne-export
              WRITE Wligne-export
              ADD 2 TO WnbLignesCsv.

              Imprimer_positions_antennes.
              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING "Position nette par antenne       envoye"
                  "          recu          solde"
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE 1 TO WidxA
              PERFORM WITH TEST AFTER UNTIL WidxA > 100
                  IF Wpo-envoye(WidxA) > 0 OR Wpo-recu(WidxA) > 0
                          THEN
                      COMPUTE WantenneCible = WidxA - 1
                      PERFORM Libelle_antenne
                      COMPUTE Wnet = Wpo-envoye(WidxA)
                          - Wpo-recu(WidxA)
                      MOVE Wpo-envoye(WidxA) TO Wmt1-aff
                      MOVE Wpo-recu(WidxA) TO Wmt2-aff
                      MOVE Wnet TO Wnet-aff
                      MOVE SPACES TO Wligne-rapport
                      STRING WantenneCible " " WlibelleAntenne
                          Wmt1-aff " " Wmt2-aff " " Wnet-aff
                          DELIMITED BY SIZE INTO Wligne-rapport
                      WRITE Wligne-rapport
                      ADD 1 TO WnbLignes
                  END-IF
                  ADD 1 TO WidxA
              END-PERFORM.

              Libelle_antenne.
              MOVE SPACES TO WlibelleAntenne
              IF WantenneCible = 0 THEN
                  MOVE "siege" TO WlibelleAntenne
              ELSE
                  MOVE WantenneCible TO fan_code
                  READ fantennes
                      NOT INVALID KEY
                          MOVE fan_libelle TO WlibelleAntenne
                  END-READ
              END-IF.

              COPY "dates.cpy".
