           IDENTIFICATION DIVISION.
              PROGRAM-ID. saisie-terrain.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select fterrain assign to "saisie_terrain.dat"
                  organization line sequential
                  file status is cr_fterrain.

              DATA DIVISION.
              FILE SECTION.

              FD fterrain.
              COPY "terrain_record.cpy".

              WORKING-STORAGE SECTION.
              77 cr_fterrain PIC 9(2).
              77 Wfin PIC 9.
              77 Wchoix PIC 9(2).
              77 Wdt PIC X(21).
              77 Wsaisie PIC X(10).
              77 Wreponse PIC X(1).
              77 WnumSaisi PIC 9(8).
              77 WidD PIC 9(5).
              77 WidBenevole PIC 9(4).
              77 Wheure PIC 9(6).
              77 WqteServie PIC 9(6).
              77 Wtrouve PIC 9(1).
              77 WidxT PIC 9(4).
              77 WidxD PIC 9(4).
              77 WidxL PIC 9(4).
              77 WnbTer PIC 9(4).
              77 WnbServies PIC 9(4).
              77 WnbAbsents PIC 9(4).
              77 WnbAttente PIC 9(4).
              01 Wtab-terrain.
                 02 Wter-ligne OCCURS 2000 TIMES.
                    03 Wter-type PIC X(1).
                    03 Wter-contenu PIC X(159).

              PROCEDURE DIVISION.
              DISPLAY "Saisie terrain hors connexion"
              PERFORM Charger_fichier_terrain
              IF WnbTer = 0 THEN
                  DISPLAY "Fichier saisie_terrain.dat absent ou vide :"
                      " faire l'export de la journee au centre."
                  STOP RUN
              END-IF
              MOVE Wter-type(1) TO fst_type
              MOVE Wter-contenu(1) TO fst_donnees
              IF fst_type NOT = "E" THEN
                  DISPLAY "Fichier saisie_terrain.dat invalide."
                  STOP RUN
              END-IF
              IF fst_eStatut = "F" THEN
                  DISPLAY "Cette journee a deja ete fusionnee au "
                      "centre, saisie impossible."
                  STOP RUN
              END-IF
              DISPLAY "Centre " fst_eCentre " " fst_eNomCentre
              DISPLAY "Journee du " fst_eDate " exportee le "
                  fst_eExportDate " a " fst_eExportHeure

              MOVE 0 TO Wchoix
              PERFORM WITH TEST AFTER UNTIL Wchoix = 7
                  DISPLAY "1. Liste des distributions du jour"
                  DISPLAY "2. Servir une distribution"
                  DISPLAY "3. Pointer l'arrivee d'un benevole"
                  DISPLAY "4. Pointer le depart d'un benevole"
                  DISPLAY "5. Presence aux rendez-vous"
                  DISPLAY "6. Bilan de la saisie"
                  DISPLAY "7. Quitter"
                  DISPLAY "Choix : " WITH NO ADVANCING
                  ACCEPT Wchoix
                  IF Wchoix = 1 THEN
                      PERFORM Liste_distributions_terrain
                  ELSE IF Wchoix = 2 THEN
                      PERFORM Servir_distribution_terrain
                  ELSE IF Wchoix = 3 THEN
                      PERFORM Pointer_arrivee_terrain
                  ELSE IF Wchoix = 4 THEN
                      PERFORM Pointer_depart_terrain
                  ELSE IF Wchoix = 5 THEN
                      PERFORM Presence_rendezvous_terrain
                  ELSE IF Wchoix = 6 THEN
                      PERFORM Bilan_saisie_terrain
                  END-IF
              END-PERFORM
              DISPLAY "Saisie conservee dans saisie_terrain.dat, a "
                  "rapporter au centre pour la fusion."
              STOP RUN.

              Charger_fichier_terrain.
              MOVE 0 TO WnbTer
              OPEN INPUT fterrain
              IF cr_fterrain = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fterrain
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF WnbTer < 2000 THEN
                                  ADD 1 TO WnbTer
                                  MOVE fst_type TO Wter-type(WnbTer)
                                  MOVE fst_donnees
                                      TO Wter-contenu(WnbTer)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fterrain
              END-IF.

              Enregistrer_fichier_terrain.
              OPEN OUTPUT fterrain
              MOVE Wter-contenu(1) TO fst_donnees
              MOVE "E" TO fst_type
              MOVE "S" TO fst_eStatut
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO fst_eSaisieDate
              MOVE Wdt(9:6) TO fst_eSaisieHeure
              MOVE fst_donnees TO Wter-contenu(1)
              MOVE 1 TO WidxT
              PERFORM WITH TEST AFTER UNTIL WidxT > WnbTer
                  MOVE Wter-type(WidxT) TO fst_type
                  MOVE Wter-contenu(WidxT) TO fst_donnees
                  WRITE tamp_fterrain
                  END-WRITE
                  ADD 1 TO WidxT
              END-PERFORM
              CLOSE fterrain.

              Liste_distributions_terrain.
              MOVE 1 TO WidxT
              PERFORM WITH TEST AFTER UNTIL WidxT > WnbTer
                  IF Wter-type(WidxT) = "D" THEN
                      MOVE Wter-contenu(WidxT) TO fst_donnees
                      DISPLAY fst_dId " " fst_dHoraire " "
                          fst_dNom " (" fst_dNbPersonnes " pers.) "
                          "carte " fst_dCarte " saisie ["
                          fst_dSaisie "]"
                  END-IF
                  ADD 1 TO WidxT
              END-PERFORM.

              Chercher_distribution_terrain.
              MOVE 0 TO WidxD
              MOVE 1 TO WidxT
              PERFORM WITH TEST AFTER UNTIL WidxT > WnbTer OR
                      WidxD > 0
                  IF Wter-type(WidxT) = "D" THEN
                      MOVE Wter-contenu(WidxT) TO fst_donnees
                      IF (WnumSaisi > 99999 AND
                              fst_dCarte = WnumSaisi) OR
                              (WnumSaisi <= 99999 AND
                              fst_dId = WnumSaisi) THEN
                          MOVE WidxT TO WidxD
                      END-IF
                  END-IF
                  ADD 1 TO WidxT
              END-PERFORM.

              Servir_distribution_terrain.
              DISPLAY "Entrez l'ID de la distribution ou la carte "
                  "du beneficiaire : "
              ACCEPT WnumSaisi
              PERFORM Chercher_distribution_terrain
              IF WidxD = 0 THEN
                  DISPLAY "Distribution absente du fichier du jour."
              ELSE
                  MOVE Wter-contenu(WidxD) TO fst_donnees
                  MOVE fst_dId TO WidD
                  DISPLAY "Distribution " fst_dId " - " fst_dNom
                  MOVE "O" TO Wreponse
                  IF fst_dSaisie NOT = SPACE THEN
                      DISPLAY "Deja saisie (" fst_dSaisie
                          "), ressaisir ? (O/N) : "
                      ACCEPT Wreponse
                  END-IF
                  IF Wreponse = "O" OR Wreponse = "o" THEN
                      DISPLAY "Le foyer est-il venu ? (O/N) : "
                      ACCEPT Wreponse
                      IF Wreponse = "N" OR Wreponse = "n" THEN
                          MOVE "N" TO fst_dSaisie
                          MOVE 0 TO fst_dMontant
                      ELSE
                          PERFORM Saisir_lignes_terrain
                          MOVE Wter-contenu(WidxD) TO fst_donnees
                          DISPLAY "Participation encaissee en "
                              "especes (0 si aucune) : "
                          ACCEPT fst_dMontant
                          MOVE "S" TO fst_dSaisie
                      END-IF
                      MOVE FUNCTION CURRENT-DATE TO Wdt
                      MOVE Wdt(9:6) TO fst_dHeureSaisie
                      MOVE fst_donnees TO Wter-contenu(WidxD)
                      PERFORM Enregistrer_fichier_terrain
                      DISPLAY "Saisie enregistree."
                  END-IF
              END-IF.

              Saisir_lignes_terrain.
              MOVE 1 TO WidxL
              PERFORM WITH TEST AFTER UNTIL WidxL > WnbTer
                  IF Wter-type(WidxL) = "L" THEN
                      MOVE Wter-contenu(WidxL) TO fst_donnees
                      IF fst_lDistribution = WidD THEN
                          DISPLAY fst_lLibelle " (" fst_lUnite
                              ") - reserve " fst_lQteReservee
                          DISPLAY "Quantite reellement servie "
                              "(vide = reservee) : "
                          MOVE SPACES TO Wsaisie
                          ACCEPT Wsaisie
                          IF Wsaisie = SPACES THEN
                              MOVE fst_lQteReservee TO WqteServie
                          ELSE
                              MOVE FUNCTION NUMVAL(Wsaisie)
                                  TO WqteServie
                          END-IF
                          MOVE WqteServie TO fst_lQteServie
                          MOVE SPACES TO fst_lMotif
                          IF WqteServie NOT = fst_lQteReservee THEN
                              DISPLAY "Motif de l'ecart (ABSENCE/"
                                  "CASSE/SURPLUS/AUTRE) : "
                              ACCEPT fst_lMotif
                          END-IF
                          MOVE "O" TO fst_lSaisie
                          MOVE fst_donnees TO Wter-contenu(WidxL)
                      END-IF
                  END-IF
                  ADD 1 TO WidxL
              END-PERFORM.

              Saisir_heure_terrain.
              DISPLAY "Heure (HHMM, vide = maintenant) : "
              MOVE SPACES TO Wsaisie
              ACCEPT Wsaisie
              IF Wsaisie(1:4) IS NUMERIC THEN
                  COMPUTE Wheure = FUNCTION NUMVAL(Wsaisie(1:4)) * 100
              ELSE
                  MOVE FUNCTION CURRENT-DATE TO Wdt
                  MOVE Wdt(9:6) TO Wheure
              END-IF.

              Pointer_arrivee_terrain.
              DISPLAY "Entrez l'ID du benevole : "
              ACCEPT WidBenevole
              MOVE 0 TO Wtrouve
              MOVE 1 TO WidxT
              PERFORM WITH TEST AFTER UNTIL WidxT > WnbTer OR
                      Wtrouve = 1
                  IF Wter-type(WidxT) = "A" THEN
                      MOVE Wter-contenu(WidxT) TO fst_donnees
                      IF fst_aBenevole = WidBenevole AND
                              fst_aArrivee = 0 THEN
                          MOVE 1 TO Wtrouve
                          DISPLAY fst_aPrenom " " fst_aNom
                              " - distribution " fst_aDistribution
                          PERFORM Saisir_heure_terrain
                          MOVE Wter-contenu(WidxT) TO fst_donnees
                          MOVE Wheure TO fst_aArrivee
                          MOVE fst_donnees TO Wter-contenu(WidxT)
                      END-IF
                  END-IF
                  ADD 1 TO WidxT
              END-PERFORM
              IF Wtrouve = 0 THEN
                  DISPLAY "Aucune affectation a pointer pour ce "
                      "benevole aujourd'hui."
              ELSE
                  PERFORM Enregistrer_fichier_terrain
                  DISPLAY "Arrivee pointee a " Wheure "."
              END-IF.

              Pointer_depart_terrain.
              DISPLAY "Entrez l'ID du benevole : "
              ACCEPT WidBenevole
              MOVE 0 TO Wtrouve
              MOVE 1 TO WidxT
              PERFORM WITH TEST AFTER UNTIL WidxT > WnbTer OR
                      Wtrouve = 1
                  IF Wter-type(WidxT) = "A" THEN
                      MOVE Wter-contenu(WidxT) TO fst_donnees
                      IF fst_aBenevole = WidBenevole AND
                              fst_aArrivee NOT = 0 AND
                              fst_aDepart = 0 THEN
                          MOVE 1 TO Wtrouve
                          PERFORM Saisir_heure_terrain
                          MOVE Wter-contenu(WidxT) TO fst_donnees
                          IF Wheure <= fst_aArrivee THEN
                              DISPLAY "Le depart doit suivre "
                                  "l'arrivee (" fst_aArrivee ")."
                              MOVE 2 TO Wtrouve
                          ELSE
                              MOVE Wheure TO fst_aDepart
                              MOVE fst_donnees TO Wter-contenu(WidxT)
                          END-IF
                      END-IF
                  END-IF
                  ADD 1 TO WidxT
              END-PERFORM
              IF Wtrouve = 0 THEN
                  DISPLAY "Aucune arrivee pointee pour ce benevole."
              END-IF
              IF Wtrouve = 1 THEN
                  PERFORM Enregistrer_fichier_terrain
                  DISPLAY "Depart pointe a " Wheure "."
              END-IF.

              Presence_rendezvous_terrain.
              MOVE 1 TO WidxT
              PERFORM WITH TEST AFTER UNTIL WidxT > WnbTer
                  IF Wter-type(WidxT) = "R" THEN
                      MOVE Wter-contenu(WidxT) TO fst_donnees
                      DISPLAY fst_rId " " fst_rHoraire " " fst_rNom
                          " carte " fst_rCarte " [" fst_rPresence "]"
                  END-IF
                  ADD 1 TO WidxT
              END-PERFORM
              DISPLAY "Entrez le numero du rendez-vous ou la carte "
                  "du beneficiaire : "
              ACCEPT WnumSaisi
              MOVE 0 TO Wtrouve
              MOVE 1 TO WidxT
              PERFORM WITH TEST AFTER UNTIL WidxT > WnbTer OR
                      Wtrouve = 1
                  IF Wter-type(WidxT) = "R" THEN
                      MOVE Wter-contenu(WidxT) TO fst_donnees
                      IF (WnumSaisi > 99999 AND
                              fst_rCarte = WnumSaisi) OR
                              (WnumSaisi <= 99999 AND
                              fst_rId = WnumSaisi) THEN
                          MOVE 1 TO Wtrouve
                          DISPLAY "Present ou absent ? (P/A) : "
                          ACCEPT Wreponse
                          IF Wreponse = "P" OR Wreponse = "p" THEN
                              MOVE "P" TO fst_rPresence
                          ELSE
                              MOVE "N" TO fst_rPresence
                          END-IF
                          MOVE fst_donnees TO Wter-contenu(WidxT)
                      END-IF
                  END-IF
                  ADD 1 TO WidxT
              END-PERFORM
              IF Wtrouve = 0 THEN
                  DISPLAY "Rendez-vous absent du fichier du jour."
              ELSE
                  PERFORM Enregistrer_fichier_terrain
                  DISPLAY "Presence enregistree."
              END-IF.

              Bilan_saisie_terrain.
              MOVE 0 TO WnbServies
              MOVE 0 TO WnbAbsents
              MOVE 0 TO WnbAttente
              MOVE 1 TO WidxT
              PERFORM WITH TEST AFTER UNTIL WidxT > WnbTer
                  IF Wter-type(WidxT) = "D" THEN
                      MOVE Wter-contenu(WidxT) TO fst_donnees
                      IF fst_dSaisie = "S" THEN
                          ADD 1 TO WnbServies
                      ELSE IF fst_dSaisie = "N" THEN
                          ADD 1 TO WnbAbsents
                      ELSE
                          ADD 1 TO WnbAttente
                      END-IF
                  END-IF
                  ADD 1 TO WidxT
              END-PERFORM
              DISPLAY WnbServies " distribution(s) servie(s), "
                  WnbAbsents " foyer(s) absent(s), " WnbAttente
                  " restant a servir.".
