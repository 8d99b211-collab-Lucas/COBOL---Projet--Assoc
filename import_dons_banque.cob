                      WITH DUPLICATES
                  file status is cr_fdons.

                  select frecus assign to "recus_fiscaux.dat"
                  organization indexed
                  access mode is dynamic
                  record key is frf_num
                  alternate record key is frf_donateur
                      WITH DUPLICATES
                  file status is cr_frecus.

                  select fexercices assign to "exercices.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fxc_annee
                  file status is cr_fexercices.

                  select increment assign to "autoinc.dat"
                  organization indexed
                  access mode is dynamic
                  02 fdn_montant PIC 9(6)V99.
                  02 fdn_recu PIC 9(5).

              FD frecus.
              01 tamp_frecus.
                  02 frf_num PIC 9(5).
                  02 frf_date PIC 9(8).
                  02 frf_don PIC 9(5).
                  02 frf_donateur PIC 9(5).
                  02 frf_type PIC X(1).
                  02 frf_produit PIC 9(5).
                  02 frf_quantite PIC 9(6).
                  02 frf_montant PIC 9(6)V99.
                  02 frf_statut PIC X(1).
                  02 frf_remplace PIC 9(5).
                  02 frf_remplacant PIC 9(5).
                  02 frf_motif PIC X(30).
                  02 frf_emisPar PIC 9(4).
                  02 frf_annulePar PIC 9(4).
                  02 frf_annuleDate PIC 9(8).

              FD fexercices.
              01 tamp_fexercices.
                  02 fxc_annee PIC 9(4).
                  02 fxc_statut PIC X(1).
                  02 fxc_par PIC 9(4).
                  02 fxc_date PIC 9(8).
                  02 fxc_heure PIC 9(6).
                  02 fxc_premierRecu PIC 9(5).
                  02 fxc_dernierRecu PIC 9(5).
                  02 fxc_nbRecus PIC 9(5).
                  02 fxc_montantRecus PIC 9(8)V99.
                  02 fxc_valeurStock PIC 9(10)V99.

              FD increment.
              01 autoinc.
                  02 autoinc_entite PIC X(2).
              WORKING-STORAGE SECTION.
              77 cr_fdonateurs PIC 9(2).
              77 cr_fdons PIC 9(2).
              77 cr_frecus PIC 9(2).
              77 cr_fexercices PIC 9(2).
              77 WexerciceClos PIC 9(1).
              77 cr_autoinc PIC 9(2).
              77 cr_fimport PIC 9(2).
              77 cr_fattente PIC 9(2).
              OPEN OUTPUT fattente
              OPEN INPUT fdonateurs
              OPEN I-O fdons
              OPEN I-O frecus
              IF cr_frecus = 35 THEN
                  OPEN OUTPUT frecus
                  CLOSE frecus
                  OPEN I-O frecus
              END-IF
              OPEN INPUT fexercices

              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
              CLOSE fattente
              CLOSE fdonateurs
              CLOSE fdons
              CLOSE frecus
              IF cr_fexercices = 00 THEN
                  CLOSE fexercices
              END-IF

              PERFORM Clore_controle_batch

                  END-WRITE
                  ADD 1 TO WnbAttente
              ELSE
                  PERFORM Tester_exercice_clos
                  IF WexerciceClos = 1 THEN
                      STRING "exercice clos: " Wligne-import
                          DELIMITED BY SIZE INTO Wligne-attente
                      WRITE Wligne-attente
                      END-WRITE
                      ADD 1 TO WnbAttente
                  ELSE
                      PERFORM Chercher_donateur_libelle
                      IF Wtrouve = 1 THEN
                          PERFORM Creer_don_monetaire
                          ADD 1 TO WnbImportes
                      ELSE
                          STRING "sans donateur: " Wligne-import
                              DELIMITED BY SIZE INTO Wligne-attente
                          WRITE Wligne-attente
                          END-WRITE
                          ADD 1 TO WnbAttente
                      END-IF
                  END-IF
              END-IF
              MOVE WnumLigne TO Wcheckpoint
              PERFORM Ecrire_checkpoint_batch.

              Tester_exercice_clos.
              MOVE 0 TO WexerciceClos
              IF cr_fexercices = 00 THEN
                  COMPUTE fxc_annee = WdateVirement / 10000
                  READ fexercices
                      NOT INVALID KEY
                          IF fxc_statut = "C" THEN
                              MOVE 1 TO WexerciceClos
                          END-IF
                  END-READ
              END-IF.

              Chercher_donateur_libelle.
              MOVE 0 TO Wtrouve
              MOVE 0 TO Wfin2
              MOVE WnumRecu TO fdn_recu
              WRITE tamp_fdons
              END-WRITE
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE WnumRecu TO frf_num
              MOVE Wdt(1:8) TO frf_date
              MOVE fdn_id TO frf_don
              MOVE WidDonateur TO frf_donateur
              MOVE "M" TO frf_type
              MOVE 0 TO frf_produit
              MOVE 0 TO frf_quantite
              MOVE Wmontant TO frf_montant
              MOVE "E" TO frf_statut
              MOVE 0 TO frf_remplace
              MOVE 0 TO frf_remplacant
              MOVE SPACES TO frf_motif
              MOVE 0 TO frf_emisPar
              MOVE 0 TO frf_annulePar
              MOVE 0 TO frf_annuleDate
              WRITE tamp_frecus
              END-WRITE
              DISPLAY "don " fdn_id " de " Wmontant
                  " euros rattache au donateur " WidDonateur
                  " (recu " WnumRecu ")".
