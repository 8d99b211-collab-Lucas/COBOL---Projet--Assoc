           IDENTIFICATION DIVISION.
              PROGRAM-ID. import-orientations.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select fbeneficiaires assign to "fbeneficiaires.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbn_id
                  alternate record key is fbn_nom WITH DUPLICATES
                  file status is cr_fbeneficiaires.

                  select fprescripteurs assign to "prescripteurs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fps_id
                  file status is cr_fprescripteurs.

                  select fcorrespondances
                      assign to "correspondances.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fcr_cle
                  file status is cr_fcorrespondances.

                  select increment assign to "autoinc.dat"
                  organization indexed
                  access mode is dynamic
                  record key is autoinc_entite
                  file status is cr_autoinc.

                  select fimport assign to "orientations_import.csv"
                  organization line sequential
                  file status is cr_fimport.

                  select frejets
                      assign to "import_orientations_rejets.log"
                  organization line sequential
                  file status is cr_frejets.

                  select fbatch-runs assign to "batch_runs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbr_id
                  alternate record key is fbr_programme
                      WITH DUPLICATES
                  file status is cr_fbatch-runs.

                  select fapres-images assign to "apres_images.dat"
                  organization line sequential
                  file status is cr_fapres-images.

                  select fversions assign to "versions_fichiers.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fvf_fichier
                  file status is cr_fversions.

              DATA DIVISION.
              FILE SECTION.

              FD fbeneficiaires.
              01 tamp_fbeneficiaires.
                  02 fbn_id PIC 9(5).
                  02 fbn_nom PIC X(30).
                  02 fbn_adresse PIC X(40).
                  02 fbn_nbPersonnes PIC 9(2).
                  02 fbn_dateInscription PIC 9(8).
                  02 fbn_statut PIC X(1).
                  02 fbn_modifPar PIC 9(4).
                  02 fbn_modifDate PIC 9(8).
                  02 fbn_modifHeure PIC 9(6).
                  02 fbn_dateRenouvellement PIC 9(8).
                  02 fbn_sansGluten PIC X(1).
                  02 fbn_sansPorc PIC X(1).
                  02 fbn_sansLactose PIC X(1).
                  02 fbn_prescripteur PIC 9(5).
                  02 fbn_dateOrientation PIC 9(8).

              FD fprescripteurs.
              01 tamp_fprescripteurs.
                  02 fps_id PIC 9(5).
                  02 fps_nom PIC X(30).
                  02 fps_organisme PIC X(30).
                  02 fps_contact PIC X(40).
                  02 fps_statut PIC X(1).

              FD fcorrespondances.
              01 tamp_fcorrespondances.
                  02 fcr_cle.
                      03 fcr_type PIC X(2).
                      03 fcr_interne PIC 9(5).
                  02 fcr_externe PIC X(10).

              FD increment.
              01 autoinc.
                  02 autoinc_entite PIC X(2).
                  02 autoinc_num PIC 9(5).

              FD fimport.
              01 Wligne-import PIC X(200).

              FD frejets.
              01 Wligne-rejet PIC X(250).

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

              FD fapres-images.
              01 tamp_fapres-images.
                  02 fai_date PIC 9(8).
                  02 fai_heure PIC 9(8).
                  02 fai_origine PIC X(9).
                  02 fai_fichier PIC X(2).
                  02 fai_operation PIC X(1).
                  02 fai_image PIC X(300).

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
              77 cr_fbeneficiaires PIC 9(2).
              77 cr_fprescripteurs PIC 9(2).
              77 cr_fcorrespondances PIC 9(2).
              77 cr_autoinc PIC 9(2).
              77 cr_fimport PIC 9(2).
              77 cr_frejets PIC 9(2).
              77 Wfin PIC 9.
              77 Wfin2 PIC 9.
              77 Wpos PIC 9(3).
              77 Wchamp PIC X(30).
              77 WrefPrescripteur PIC X(10).
              77 WnomBeneficiaire PIC X(30).
              77 WadresseBeneficiaire PIC X(40).
              77 WnbPersonnes PIC 9(2).
              77 WdateOrientation PIC 9(8).
              77 Wregime PIC X(10).
              77 WbnGluten PIC X(1).
              77 WbnPorc PIC X(1).
              77 WbnLactose PIC X(1).
              77 WidPrescripteur PIC 9(5).
              77 WidDoublon PIC 9(5).
              77 Wrejete PIC 9(1).
              77 Wmotif PIC X(40).
              77 WnbImportes PIC 9(5).
              77 WnbRejetes PIC 9(5).
              77 WnumLigne PIC 9(8).
              77 Wdt PIC X(21).
              77 Wdate PIC 9(8).
              77 WdateJour PIC 9(8).
              77 WdateValide PIC 9(1).
              77 WinviteDate PIC X(50).
              77 WanneeV PIC 9(4).
              77 WmoisV PIC 9(2).
              77 WjourV PIC 9(2).
              77 WmaxJour PIC 9(2).
              77 Wsaisie PIC X(20).
              77 cr_fbatch-runs PIC 9(2).
              77 Wprogramme PIC X(12).
              77 WidRun PIC 9(5).
              77 WmaxRun PIC 9(5).
              77 Wreprise PIC 9(1).
              77 Wcheckpoint PIC 9(8).
              77 WcheckpointRepris PIC 9(8).
              77 WstatutDernier PIC X(1).
              77 WdernierCheckpoint PIC 9(8).
              77 WfinRun PIC 9.
              77 cr_fapres-images PIC 9(2).
              77 WimageFichier PIC X(2).
              77 WimageOperation PIC X(1).
              77 WimageStatut PIC 9(2).
              77 WimageContenu PIC X(300).
              77 WimageHorodatage PIC X(21).
              77 WimageOrigine PIC X(9) VALUE "IMPORIENT".
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "fbeneficiaires.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Import des orientations des prescripteurs"
              MOVE 0 TO WnbImportes
              MOVE 0 TO WnbRejetes
              MOVE 0 TO WnumLigne
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO WdateJour

              OPEN INPUT fimport
              IF cr_fimport NOT = 00 THEN
                  DISPLAY "Fichier orientations_import.csv absent."
                  STOP RUN
              END-IF

              MOVE "IMPORIENT" TO Wprogramme
              PERFORM Ouvrir_controle_batch

              IF Wreprise = 1 THEN
                  OPEN EXTEND frejets
              ELSE
                  OPEN OUTPUT frejets
              END-IF
              OPEN I-O fbeneficiaires
              OPEN INPUT fprescripteurs
              OPEN INPUT fcorrespondances

              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fimport
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          ADD 1 TO WnumLigne
                          IF WnumLigne > WcheckpointRepris THEN
                              PERFORM Traiter_ligne_orientation
                          END-IF
                  END-READ
              END-PERFORM

              CLOSE fimport
              CLOSE frejets
              CLOSE fbeneficiaires
              CLOSE fprescripteurs
              CLOSE fcorrespondances

              PERFORM Clore_controle_batch

              DISPLAY WnbImportes " orientation(s) importee(s) "
                  "en attente de validation."
              DISPLAY WnbRejetes " ligne(s) rejetee(s), voir "
                  "import_orientations_rejets.log"
              STOP RUN.

              Traiter_ligne_orientation.
              MOVE 0 TO Wrejete
              MOVE SPACES TO Wmotif
              MOVE 1 TO Wpos
              MOVE SPACES TO WrefPrescripteur
              MOVE SPACES TO WnomBeneficiaire
              MOVE SPACES TO WadresseBeneficiaire
              MOVE SPACES TO Wregime
              UNSTRING Wligne-import DELIMITED BY ";"
                  INTO WrefPrescripteur
                  WITH POINTER Wpos
              UNSTRING Wligne-import DELIMITED BY ";"
                  INTO WnomBeneficiaire
                  WITH POINTER Wpos
              UNSTRING Wligne-import DELIMITED BY ";"
                  INTO WadresseBeneficiaire
                  WITH POINTER Wpos
              MOVE SPACES TO Wchamp
              UNSTRING Wligne-import DELIMITED BY ";"
                  INTO Wchamp
                  WITH POINTER Wpos
              MOVE 0 TO WnbPersonnes
              IF FUNCTION TRIM(Wchamp) IS NUMERIC THEN
                  MOVE FUNCTION NUMVAL(Wchamp) TO WnbPersonnes
              END-IF
              MOVE SPACES TO Wchamp
              UNSTRING Wligne-import DELIMITED BY ";"
                  INTO Wchamp
                  WITH POINTER Wpos
              MOVE 0 TO Wdate
              IF Wchamp(1:8) IS NUMERIC THEN
                  MOVE Wchamp(1:8) TO Wdate
              END-IF
              UNSTRING Wligne-import DELIMITED BY ";"
                  INTO Wregime
                  WITH POINTER Wpos

              PERFORM Chercher_prescripteur
              IF Wrejete = 0 AND WnomBeneficiaire = SPACES THEN
                  MOVE 1 TO Wrejete
                  MOVE "nom du foyer absent" TO Wmotif
              END-IF
              IF Wrejete = 0 AND WnbPersonnes = 0 THEN
                  MOVE 1 TO Wrejete
                  MOVE "taille du foyer invalide" TO Wmotif
              END-IF
              IF Wrejete = 0 THEN
                  PERFORM Valider_date
                  IF WdateValide = 0 OR Wdate > WdateJour THEN
                      MOVE 1 TO Wrejete
                      MOVE "date d'orientation invalide" TO Wmotif
                  END-IF
                  MOVE Wdate TO WdateOrientation
              END-IF
              IF Wrejete = 0 THEN
                  PERFORM Verifier_doublon_beneficiaire
              END-IF

              IF Wrejete = 0 THEN
                  PERFORM Lire_regime
                  PERFORM Ecrire_orientation
                  ADD 1 TO WnbImportes
              ELSE
                  MOVE SPACES TO Wligne-rejet
                  STRING "ligne " WnumLigne " " Wmotif ": "
                      Wligne-import
                      DELIMITED BY SIZE INTO Wligne-rejet
                  WRITE Wligne-rejet
                  ADD 1 TO WnbRejetes
              END-IF
              MOVE WnumLigne TO Wcheckpoint
              PERFORM Ecrire_checkpoint_batch.

              Chercher_prescripteur.
              MOVE 0 TO WidPrescripteur
              MOVE 0 TO Wfin2
              MOVE "PS" TO fcr_type
              MOVE LOW-VALUES TO fcr_interne
              START fcorrespondances KEY IS NOT LESS THAN fcr_cle
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ fcorrespondances NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF fcr_type NOT = "PS" THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              IF fcr_externe = WrefPrescripteur THEN
                                  MOVE fcr_interne TO WidPrescripteur
                                  MOVE 1 TO Wfin2
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              IF WidPrescripteur = 0 THEN
                  MOVE 1 TO Wrejete
                  MOVE "prescripteur sans correspondance" TO Wmotif
              ELSE
                  MOVE WidPrescripteur TO fps_id
                  READ fprescripteurs
                      INVALID KEY
                          MOVE 1 TO Wrejete
                          MOVE "prescripteur inconnu" TO Wmotif
                      NOT INVALID KEY
                          IF fps_statut = "I" THEN
                              MOVE 1 TO Wrejete
                              MOVE "prescripteur inactif" TO Wmotif
                          END-IF
                  END-READ
              END-IF.

              Verifier_doublon_beneficiaire.
              MOVE 0 TO Wfin2
              MOVE WnomBeneficiaire TO fbn_nom
              START fbeneficiaires KEY IS EQUAL TO fbn_nom
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ fbeneficiaires NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF fbn_nom NOT = WnomBeneficiaire THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              IF fbn_statut NOT = "I" AND
                                      (fbn_adresse =
                                          WadresseBeneficiaire OR
                                       fbn_adresse(1:10) =
                                          WadresseBeneficiaire(1:10))
                                      THEN
                                  MOVE 1 TO Wrejete
                                  MOVE fbn_id TO WidDoublon
                                  MOVE SPACES TO Wmotif
                                  STRING "doublon possible du foyer "
                                      WidDoublon
                                      DELIMITED BY SIZE INTO Wmotif
                                  MOVE 1 TO Wfin2
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM.

              Lire_regime.
              MOVE "N" TO WbnGluten
              MOVE "N" TO WbnPorc
              MOVE "N" TO WbnLactose
              MOVE 1 TO Wpos
              PERFORM WITH TEST AFTER UNTIL Wpos > 10
                  IF Wregime(Wpos:1) = "G" OR
                          Wregime(Wpos:1) = "g" THEN
                      MOVE "O" TO WbnGluten
                  END-IF
                  IF Wregime(Wpos:1) = "P" OR
                          Wregime(Wpos:1) = "p" THEN
                      MOVE "O" TO WbnPorc
                  END-IF
                  IF Wregime(Wpos:1) = "L" OR
                          Wregime(Wpos:1) = "l" THEN
                      MOVE "O" TO WbnLactose
                  END-IF
                  ADD 1 TO Wpos
              END-PERFORM.

              Ecrire_orientation.
              OPEN I-O increment
              MOVE "BF" TO autoinc_entite
              READ increment
                  ADD 1 TO autoinc_num
                  REWRITE autoinc
                  END-REWRITE
              CLOSE increment

              MOVE autoinc_num TO fbn_id
              MOVE WnomBeneficiaire TO fbn_nom
              MOVE WadresseBeneficiaire TO fbn_adresse
              MOVE WnbPersonnes TO fbn_nbPersonnes
              MOVE "P" TO fbn_statut
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO fbn_dateInscription
              MOVE Wdt(1:8) TO fbn_dateRenouvellement
              MOVE 0 TO fbn_modifPar
              MOVE Wdt(1:8) TO fbn_modifDate
              MOVE Wdt(9:6) TO fbn_modifHeure
              MOVE WbnGluten TO fbn_sansGluten
              MOVE WbnPorc TO fbn_sansPorc
              MOVE WbnLactose TO fbn_sansLactose
              MOVE WidPrescripteur TO fbn_prescripteur
              MOVE WdateOrientation TO fbn_dateOrientation
              WRITE tamp_fbeneficiaires
              END-WRITE
              MOVE "W" TO WimageOperation
              PERFORM Journaliser_image_beneficiaire.

              Ouvrir_controle_batch.
              OPEN I-O fbatch-runs
              IF cr_fbatch-runs = 35 THEN
                  OPEN OUTPUT fbatch-runs
                  CLOSE fbatch-runs
                  OPEN I-O fbatch-runs
              END-IF
              MOVE 0 TO WmaxRun
              MOVE 0 TO Wreprise
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
                  MOVE 1 TO Wreprise
                  MOVE WdernierCheckpoint TO Wcheckpoint
                  DISPLAY "Execution precedente interrompue, "
                      "reprise au point " Wcheckpoint
              END-IF
              MOVE Wcheckpoint TO WcheckpointRepris
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

              Ecrire_checkpoint_batch.
              MOVE WidRun TO fbr_id
              READ fbatch-runs
                  NOT INVALID KEY
                      MOVE Wcheckpoint TO fbr_checkpoint
                      REWRITE tamp_fbatch-runs
                      END-REWRITE
              END-READ.

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

              Journaliser_image_beneficiaire.
                  MOVE "BN" TO WimageFichier
                  MOVE cr_fbeneficiaires TO WimageStatut
                  MOVE tamp_fbeneficiaires TO WimageContenu
                  PERFORM Journaliser_apres_image.

              COPY "apres_images.cpy".

              COPY "versions.cpy".
              COPY "dates.cpy".
