           IDENTIFICATION DIVISION.
              PROGRAM-ID. capacite-identifiants.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select increment assign to "autoinc.dat"
                  organization indexed
                  access mode is dynamic
                  record key is autoinc_entite
                  file status is cr_autoinc.

                  select fcapacite assign to "capacite_compteurs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fic_cle
                  file status is cr_fcapacite.

                  select fbatch-runs assign to "batch_runs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbr_id
                  alternate record key is fbr_programme
                      WITH DUPLICATES
                  file status is cr_fbatch-runs.

                  select frapport assign to "capacite_identifiants.txt"
                  organization line sequential
                  file status is cr_frapport.

              DATA DIVISION.
              FILE SECTION.

              FD increment.
              01 autoinc.
                  02 autoinc_entite PIC X(2).
                  02 autoinc_num PIC 9(5).

              FD fcapacite.
              01 tamp_fcapacite.
                  02 fic_cle.
                      03 fic_run PIC 9(5).
                      03 fic_entite PIC X(2).
                  02 fic_date PIC 9(8).
                  02 fic_valeur PIC 9(5).
                  02 fic_maximum PIC 9(5).
                  02 fic_parJour PIC 9(5)V99.
                  02 fic_dateEpuisement PIC 9(8).
                  02 fic_alerte PIC X(1).

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

              FD frapport.
              01 Wligne-rapport PIC X(150).

              WORKING-STORAGE SECTION.
              77 cr_autoinc PIC 9(2).
              77 cr_fcapacite PIC 9(2).
              77 cr_fbatch-runs PIC 9(2).
              77 cr_frapport PIC 9(2).
              77 Wfin PIC 9.
              77 Wdt PIC X(21).
              77 WdateJour PIC 9(8).
              77 WjourJ PIC 9(7).
              77 WdateFenetre PIC 9(8).
              77 WmoisFenetre PIC 9(2) VALUE 6.
              77 WhorizonAlerte PIC 9(3) VALUE 365.
              77 WrunRef PIC 9(5).
              77 WdateRef PIC 9(8).
              77 WrunAncien PIC 9(5).
              77 WdateAncien PIC 9(8).
              77 Wentite PIC X(2).
              77 Wvaleur PIC 9(5).
              77 WvaleurRef PIC 9(5).
              77 Wmaximum PIC 9(5).
              77 WnbJours PIC 9(5).
              77 WparJour PIC 9(5)V99.
              77 WjoursRestants PIC 9(9).
              77 WdateEpuisement PIC 9(8).
              77 Walerte PIC X(1).
              77 Wprojection PIC X(40).
              77 Wpourcent PIC 9(3).
              77 WnbCompteurs PIC 9(3).
              77 WnbAlertes PIC 9(3).
              77 Wprogramme PIC X(12).
              77 WidRun PIC 9(5).
              77 WmaxRun PIC 9(5).
              77 Wcheckpoint PIC 9(8).
              77 WfinRun PIC 9.
              01 Wchamp-valeur PIC Z(4)9.
              01 Wchamp-maximum PIC Z(4)9.
              01 Wchamp-pourcent PIC ZZ9.
              01 Wchamp-parJour PIC Z(4)9.99.

              PROCEDURE DIVISION.
              DISPLAY "Capacite des identifiants (autoinc.dat)"
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO WdateJour
              COMPUTE WjourJ = FUNCTION INTEGER-OF-DATE(WdateJour)
              COMPUTE WdateFenetre = FUNCTION DATE-OF-INTEGER(
                  WjourJ - (WmoisFenetre * 30))

              MOVE "CAPACITE" TO Wprogramme
              PERFORM Ouvrir_controle_batch
              PERFORM Chercher_execution_reference

              OPEN I-O fcapacite
              IF cr_fcapacite = 35 THEN
                  OPEN OUTPUT fcapacite
                  CLOSE fcapacite
                  OPEN I-O fcapacite
              END-IF

              OPEN OUTPUT frapport
              MOVE SPACES TO Wligne-rapport
              STRING "=== Capacite des compteurs d'identifiants au "
                  WdateJour " ==="
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              IF WrunRef = 0 THEN
                  STRING "Aucune execution precedente : "
                      "consommation non calculable ce mois-ci."
                      DELIMITED BY SIZE INTO Wligne-rapport
              ELSE
                  STRING "Consommation calculee depuis l'execution "
                      WrunRef " du " WdateRef "."
                      DELIMITED BY SIZE INTO Wligne-rapport
              END-IF
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING "Alerte si epuisement prevu sous "
                  WhorizonAlerte " jours."
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING "Cpt Valeur   Max   Util%  Par jour  "
                  "Epuisement prevu"
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport

              MOVE 0 TO WnbCompteurs
              MOVE 0 TO WnbAlertes
              OPEN INPUT increment
              IF cr_autoinc = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ increment NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END PERFORM Analyser_compteur
                      END-READ
                  END-PERFORM
                  CLOSE increment
              ELSE
                  DISPLAY "Fichier autoinc.dat illisible (code "
                      cr_autoinc ")."
              END-IF

              CLOSE frapport
              CLOSE fcapacite
              PERFORM Clore_controle_batch

              DISPLAY WnbCompteurs " compteur(s) analyse(s), "
                  WnbAlertes " alerte(s), voir "
                  "capacite_identifiants.txt"
              STOP RUN.

              Chercher_execution_reference.
              MOVE 0 TO WrunRef
              MOVE 0 TO WdateRef
              MOVE 0 TO WrunAncien
              MOVE 0 TO WdateAncien
              MOVE 0 TO WfinRun
              MOVE LOW-VALUES TO fbr_id
              START fbatch-runs KEY IS NOT LESS THAN fbr_id
                  INVALID KEY MOVE 1 TO WfinRun
              END-START
              PERFORM WITH TEST AFTER UNTIL WfinRun = 1
                  READ fbatch-runs NEXT
                      AT END MOVE 1 TO WfinRun
                      NOT AT END
                          IF fbr_programme = Wprogramme AND
                                  fbr_statut = "T" AND
                                  fbr_id NOT = WidRun THEN
                              IF fbr_dateDebut >= WdateFenetre THEN
                                  IF WrunRef = 0 OR
                                          fbr_dateDebut < WdateRef THEN
                                      MOVE fbr_id TO WrunRef
                                      MOVE fbr_dateDebut TO WdateRef
                                  END-IF
                              ELSE
                                  IF fbr_dateDebut >= WdateAncien THEN
                                      MOVE fbr_id TO WrunAncien
                                      MOVE fbr_dateDebut TO WdateAncien
                                  END-IF
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              IF WrunRef = 0 THEN
                  MOVE WrunAncien TO WrunRef
                  MOVE WdateAncien TO WdateRef
              END-IF.

              Maximum_compteur.
              MOVE 99999 TO Wmaximum
              IF Wentite = "CE" THEN
                  MOVE 99 TO Wmaximum
              END-IF
              IF Wentite = "BE" THEN
                  MOVE 9999 TO Wmaximum
              END-IF.

              Analyser_compteur.
              ADD 1 TO WnbCompteurs
              MOVE autoinc_entite TO Wentite
              MOVE autoinc_num TO Wvaleur
              PERFORM Maximum_compteur
              MOVE 0 TO WparJour
              MOVE 0 TO WdateEpuisement
              MOVE "N" TO Walerte
              MOVE SPACES TO Wprojection

              IF WrunRef > 0 THEN
                  MOVE WrunRef TO fic_run
                  MOVE Wentite TO fic_entite
                  READ fcapacite
                      INVALID KEY MOVE Wvaleur TO WvaleurRef
                      NOT INVALID KEY MOVE fic_valeur TO WvaleurRef
                  END-READ
                  COMPUTE WnbJours = WjourJ
                      - FUNCTION INTEGER-OF-DATE(WdateRef)
                  IF WnbJours > 0 AND Wvaleur > WvaleurRef THEN
                      COMPUTE WparJour ROUNDED =
                          (Wvaleur - WvaleurRef) / WnbJours
                  END-IF
              END-IF

              IF Wvaleur >= Wmaximum THEN
                  MOVE "O" TO Walerte
                  MOVE WdateJour TO WdateEpuisement
                  MOVE "EPUISE : plus aucun identifiant libre"
                      TO Wprojection
              ELSE
                  IF WparJour = 0 THEN
                      IF WrunRef = 0 THEN
                          MOVE "historique insuffisant"
                              TO Wprojection
                      ELSE
                          MOVE "aucune consommation" TO Wprojection
                      END-IF
                  ELSE
                      COMPUTE WjoursRestants =
                          (Wmaximum - Wvaleur) / WparJour
                      IF WjoursRestants > 36500 THEN
                          MOVE "au-dela de cent ans" TO Wprojection
                      ELSE
                          COMPUTE WdateEpuisement =
                              FUNCTION DATE-OF-INTEGER(
                                  WjourJ + WjoursRestants)
                          MOVE WdateEpuisement TO Wprojection
                          IF WjoursRestants <= WhorizonAlerte THEN
                              MOVE "O" TO Walerte
                          END-IF
                      END-IF
                  END-IF
              END-IF

              IF Walerte = "O" THEN
                  ADD 1 TO WnbAlertes
              END-IF

              MOVE WidRun TO fic_run
              MOVE Wentite TO fic_entite
              MOVE WdateJour TO fic_date
              MOVE Wvaleur TO fic_valeur
              MOVE Wmaximum TO fic_maximum
              MOVE WparJour TO fic_parJour
              MOVE WdateEpuisement TO fic_dateEpuisement
              MOVE Walerte TO fic_alerte
              WRITE tamp_fcapacite
                  INVALID KEY
                      REWRITE tamp_fcapacite
                      END-REWRITE
              END-WRITE

              COMPUTE Wpourcent = (Wvaleur * 100) / Wmaximum
              MOVE Wvaleur TO Wchamp-valeur
              MOVE Wmaximum TO Wchamp-maximum
              MOVE Wpourcent TO Wchamp-pourcent
              MOVE WparJour TO Wchamp-parJour
              MOVE SPACES TO Wligne-rapport
              STRING Wentite "  " Wchamp-valeur " " Wchamp-maximum
                  "  " Wchamp-pourcent "%  " Wchamp-parJour "  "
                  Wprojection
                  DELIMITED BY SIZE INTO Wligne-rapport
              IF Walerte = "O" THEN
                  MOVE "<< ALERTE" TO Wligne-rapport(80:9)
              END-IF
              WRITE Wligne-rapport.

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
