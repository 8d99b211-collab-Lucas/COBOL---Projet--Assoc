           IDENTIFICATION DIVISION.
              PROGRAM-ID. export-terrain.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select fdistributions assign to "distributions.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fdi_id
                  alternate record key is fdi_idGroupe WITH DUPLICATES
                  alternate record key is fdi_centre WITH DUPLICATES
                  alternate record key is fdi_produit WITH DUPLICATES
                  alternate record key is fdi_date WITH DUPLICATES
                  file status is cr_fdistributions.

                  select fdistribution-lignes assign to
                  "fdistribution_lignes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fdl_cle
                  file status is cr_fdistribution-lignes.

                  select fbeneficiaires assign to "fbeneficiaires.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbn_id
                  alternate record key is fbn_nom WITH DUPLICATES
                  file status is cr_fbeneficiaires.

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

                  select faffectations assign to "affectations.dat"
                  organization indexed
                  access mode is dynamic
                  record key is faf_id
                  alternate record key is faf_distribution
                      WITH DUPLICATES
                  alternate record key is faf_benevole WITH DUPLICATES
                  file status is cr_faffectations.

                  select fbe assign to "benevoles.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbe_id
                  alternate record key is fbe_idGroupe WITH DUPLICATES
                  alternate record key is fbe_role WITH DUPLICATES
                  alternate record key is fbe_identifiant
                      WITH DUPLICATES
                  alternate record key is fbe_nom WITH DUPLICATES
                  file status is cr_fbe.

                  select frendezvous assign to "rendezvous.dat"
                  organization indexed
                  access mode is dynamic
                  record key is frv_id
                  alternate record key is frv_beneficiaire
                      WITH DUPLICATES
                  file status is cr_frendezvous.

                  select fcartes assign to "cartes_beneficiaires.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fcb_numero
                  alternate record key is fcb_beneficiaire
                      WITH DUPLICATES
                  file status is cr_fcartes.

                  select fterrain assign to "saisie_terrain.dat"
                  organization line sequential
                  file status is cr_fterrain.

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

              FD fdistributions.
              01 tamp_fdistributions.
                  02 fdi_id PIC 9(5).
                  02 fdi_idGroupe PIC 9(5).
                  02 fdi_date PIC 9(8).
                  02 fdi_centre PIC 9(2).
                  02 fdi_horaire PIC X(2).
                  02 fdi_produit PIC 9(5).
                  02 fdi_quantite PIC 9(6).
                  02 fdi_statut PIC X(1).
                  02 fdi_beneficiaire PIC 9(5).
                  02 fdi_nbBenevoles PIC 9(2).
                  02 fdi_campagne PIC X(8).
                  02 fdi_modifPar PIC 9(4).
                  02 fdi_modifDate PIC 9(8).
                  02 fdi_modifHeure PIC 9(6).

              FD fdistribution-lignes.
              01 tamp_fdistribution-lignes.
                  02 fdl_cle.
                      03 fdl_distribution PIC 9(5).
                      03 fdl_produit PIC 9(5).
                  02 fdl_quantite PIC 9(6).

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

              FD faffectations.
              01 tamp_faffectations.
                  02 faf_id PIC 9(5).
                  02 faf_distribution PIC 9(5).
                  02 faf_benevole PIC 9(4).
                  02 faf_statut PIC X(1).

              FD fbe.
              COPY "fbe_record.cpy".

              FD frendezvous.
              01 tamp_frendezvous.
                  02 frv_id PIC 9(5).
                  02 frv_beneficiaire PIC 9(5).
                  02 frv_centre PIC 9(2).
                  02 frv_date PIC 9(8).
                  02 frv_horaire PIC X(2).
                  02 frv_statut PIC X(1).

              FD fcartes.
              01 tamp_fcartes.
                  02 fcb_numero PIC 9(8).
                  02 fcb_beneficiaire PIC 9(5).
                  02 fcb_centre PIC 9(2).
                  02 fcb_statut PIC X(1).
                  02 fcb_dateEmission PIC 9(8).
                  02 fcb_emisPar PIC 9(4).
                  02 fcb_dateValidite PIC 9(8).
                  02 fcb_remplacePar PIC 9(8).
                  02 fcb_dateOpposition PIC 9(8).
                  02 fcb_opposePar PIC 9(4).
                  02 fcb_motif PIC X(30).

              FD fterrain.
              COPY "terrain_record.cpy".

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
              77 cr_fdistributions PIC 9(2).
              77 cr_fdistribution-lignes PIC 9(2).
              77 cr_fbeneficiaires PIC 9(2).
              77 cr_fproduits PIC 9(2).
              77 cr_fcentres PIC 9(2).
              77 cr_faffectations PIC 9(2).
              77 cr_fbe PIC 9(2).
              77 cr_frendezvous PIC 9(2).
              77 cr_fcartes PIC 9(2).
              77 cr_fterrain PIC 9(2).
              77 Wfin PIC 9.
              77 Wfin2 PIC 9.
              77 Wdt PIC X(21).
              77 WidC PIC 9(2).
              77 WdateTerrain PIC 9(8).
              77 WnomCentre PIC X(30).
              77 Wsaisie PIC X(8).
              77 Wreponse PIC X(1).
              77 WidBeneficiaire PIC 9(5).
              77 WnumCarte PIC 9(8).
              77 WnomBeneficiaire PIC X(30).
              77 WnbPersonnes PIC 9(2).
              77 WnbDistT PIC 9(4).
              77 WnbLignesT PIC 9(5).
              77 WnbAffT PIC 9(4).
              77 WnbRdvT PIC 9(4).
              77 WidxT PIC 9(4).
              01 Wtab-terrain.
                 02 Wter-ligne OCCURS 2000 TIMES.
                    03 Wter-type PIC X(1).
                    03 Wter-contenu PIC X(159).
              77 WnbTer PIC 9(4).
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
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "distributions.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "fbeneficiaires.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "benevoles.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Export de la journee d'un centre pour la "
                  "saisie hors connexion"
              DISPLAY "Entrez l'ID du centre : "
              ACCEPT WidC
              MOVE FUNCTION CURRENT-DATE TO Wdt
              DISPLAY "Date de la journee (AAAAMMJJ, vide = "
                  "aujourd'hui) : "
              MOVE SPACES TO Wsaisie
              ACCEPT Wsaisie
              IF Wsaisie IS NUMERIC THEN
                  MOVE Wsaisie TO WdateTerrain
              ELSE
                  MOVE Wdt(1:8) TO WdateTerrain
              END-IF

              MOVE SPACES TO WnomCentre
              OPEN INPUT fcentres
              MOVE WidC TO fce_id
              READ fcentres
                  INVALID KEY
                      DISPLAY "Le centre n'existe pas."
                      CLOSE fcentres
                      STOP RUN
                  NOT INVALID KEY
                      MOVE fce_nom TO WnomCentre
              END-READ
              CLOSE fcentres

              PERFORM Controler_fichier_en_cours

              MOVE "EXPTERR" TO Wprogramme
              PERFORM Ouvrir_controle_batch

              MOVE 0 TO WnbTer
              MOVE 0 TO WnbDistT
              MOVE 0 TO WnbLignesT
              MOVE 0 TO WnbAffT
              MOVE 0 TO WnbRdvT
              ADD 1 TO WnbTer
              OPEN OUTPUT fterrain

              OPEN INPUT fdistributions
              OPEN INPUT fdistribution-lignes
              OPEN INPUT fbeneficiaires
              OPEN INPUT fproduits
              OPEN INPUT faffectations
              OPEN INPUT fbe
              OPEN INPUT fcartes
              MOVE 0 TO Wfin
              MOVE WidC TO fdi_centre
              START fdistributions KEY IS EQUAL TO fdi_centre
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fdistributions NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF fdi_centre NOT = WidC THEN
                              MOVE 1 TO Wfin
                          ELSE
                              IF fdi_date = WdateTerrain AND
                                      (fdi_statut = "P" OR
                                       fdi_statut = "A") AND
                                      WnbTer < 1900 THEN
                                  PERFORM Exporter_distribution
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE fdistributions
              CLOSE fdistribution-lignes
              CLOSE fproduits
              CLOSE faffectations
              CLOSE fbe

              OPEN INPUT frendezvous
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ frendezvous NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF frv_centre = WidC AND
                                  frv_date = WdateTerrain AND
                                  frv_statut = "R" AND
                                  WnbTer < 2000 THEN
                              PERFORM Exporter_rendezvous
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE frendezvous
              CLOSE fbeneficiaires
              CLOSE fcartes

              MOVE SPACES TO fst_entete
              MOVE "E" TO fst_type
              MOVE WidC TO fst_eCentre
              MOVE WdateTerrain TO fst_eDate
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO fst_eExportDate
              MOVE Wdt(9:6) TO fst_eExportHeure
              MOVE "X" TO fst_eStatut
              MOVE 0 TO fst_eSaisieDate
              MOVE 0 TO fst_eSaisieHeure
              MOVE 0 TO fst_eFusionDate
              MOVE 0 TO fst_eFusionHeure
              MOVE WnomCentre TO fst_eNomCentre
              MOVE WnbDistT TO fst_eNbDistributions
              MOVE WnbLignesT TO fst_eNbLignes
              MOVE WnbAffT TO fst_eNbAffectations
              MOVE WnbRdvT TO fst_eNbRendezvous
              MOVE fst_type TO Wter-type(1)
              MOVE fst_donnees TO Wter-contenu(1)

              MOVE 1 TO WidxT
              PERFORM WITH TEST AFTER UNTIL WidxT > WnbTer
                  MOVE Wter-type(WidxT) TO fst_type
                  MOVE Wter-contenu(WidxT) TO fst_donnees
                  WRITE tamp_fterrain
                  END-WRITE
                  ADD 1 TO WidxT
              END-PERFORM
              CLOSE fterrain

              MOVE WnbTer TO Wcheckpoint
              PERFORM Clore_controle_batch

              DISPLAY "Journee du " WdateTerrain " du centre " WidC
                  " exportee vers saisie_terrain.dat :"
              DISPLAY WnbDistT " distribution(s), " WnbLignesT
                  " ligne(s), " WnbAffT " affectation(s), "
                  WnbRdvT " rendez-vous."
              IF WnbTer >= 1900 THEN
                  DISPLAY "Attention : fichier plein, journee "
                      "exportee en partie seulement."
              END-IF
              STOP RUN.

              Controler_fichier_en_cours.
              OPEN INPUT fterrain
              IF cr_fterrain = 00 THEN
                  READ fterrain
                      NOT AT END
                          IF fst_type = "E" AND
                                  fst_eStatut NOT = "F" THEN
                              DISPLAY "Le fichier saisie_terrain.dat "
                                  "du centre " fst_eCentre " du "
                                  fst_eDate " n'a pas ete fusionne."
                              DISPLAY "L'ecraser (saisies perdues) ? "
                                  "(O/N) : "
                              ACCEPT Wreponse
                              IF Wreponse NOT = "O" AND
                                      Wreponse NOT = "o" THEN
                                  CLOSE fterrain
                                  DISPLAY "Export abandonne."
                                  STOP RUN
                              END-IF
                          END-IF
                  END-READ
                  CLOSE fterrain
              END-IF.

              Exporter_distribution.
              MOVE fdi_beneficiaire TO WidBeneficiaire
              PERFORM Lire_beneficiaire_terrain
              MOVE SPACES TO fst_distribution
              MOVE "D" TO fst_type
              MOVE fdi_id TO fst_dId
              MOVE fdi_beneficiaire TO fst_dBeneficiaire
              MOVE WnumCarte TO fst_dCarte
              MOVE fdi_horaire TO fst_dHoraire
              MOVE fdi_statut TO fst_dStatut
              MOVE fdi_modifDate TO fst_dModifDate
              MOVE fdi_modifHeure TO fst_dModifHeure
              MOVE WnomBeneficiaire TO fst_dNom
              MOVE WnbPersonnes TO fst_dNbPersonnes
              MOVE SPACE TO fst_dSaisie
              MOVE 0 TO fst_dMontant
              MOVE 0 TO fst_dHeureSaisie
              ADD 1 TO WnbTer
              MOVE fst_type TO Wter-type(WnbTer)
              MOVE fst_donnees TO Wter-contenu(WnbTer)
              ADD 1 TO WnbDistT

              MOVE 0 TO Wfin2
              MOVE fdi_id TO fdl_distribution
              MOVE 0 TO fdl_produit
              START fdistribution-lignes KEY IS NOT LESS THAN fdl_cle
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ fdistribution-lignes NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF fdl_distribution NOT = fdi_id THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              IF WnbTer < 1950 THEN
                                  PERFORM Exporter_ligne
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM

              MOVE 0 TO Wfin2
              MOVE fdi_id TO faf_distribution
              START faffectations KEY IS EQUAL TO faf_distribution
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ faffectations NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF faf_distribution NOT = fdi_id THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              IF faf_statut = "A" AND
                                      WnbTer < 1950 THEN
                                  PERFORM Exporter_affectation
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM.

              Exporter_ligne.
              MOVE SPACES TO fpr_nom
              MOVE SPACES TO fpr_unite
              MOVE fdl_produit TO fpr_id
              READ fproduits
                  INVALID KEY
                      MOVE "produit inconnu" TO fpr_nom
              END-READ
              MOVE SPACES TO fst_ligne
              MOVE "L" TO fst_type
              MOVE fdl_distribution TO fst_lDistribution
              MOVE fdl_produit TO fst_lProduit
              MOVE fdl_quantite TO fst_lQteReservee
              MOVE fpr_nom TO fst_lLibelle
              MOVE fpr_unite TO fst_lUnite
              MOVE SPACE TO fst_lSaisie
              MOVE 0 TO fst_lQteServie
              MOVE SPACES TO fst_lMotif
              ADD 1 TO WnbTer
              MOVE fst_type TO Wter-type(WnbTer)
              MOVE fst_donnees TO Wter-contenu(WnbTer)
              ADD 1 TO WnbLignesT.

              Exporter_affectation.
              MOVE SPACES TO fbe_nom
              MOVE SPACES TO fbe_prenom
              MOVE faf_benevole TO fbe_id
              READ fbe
                  INVALID KEY
                      MOVE "benevole inconnu" TO fbe_nom
              END-READ
              MOVE SPACES TO fst_affectation
              MOVE "A" TO fst_type
              MOVE faf_id TO fst_aId
              MOVE faf_distribution TO fst_aDistribution
              MOVE faf_benevole TO fst_aBenevole
              MOVE faf_statut TO fst_aStatut
              MOVE fbe_nom TO fst_aNom
              MOVE fbe_prenom TO fst_aPrenom
              MOVE 0 TO fst_aArrivee
              MOVE 0 TO fst_aDepart
              ADD 1 TO WnbTer
              MOVE fst_type TO Wter-type(WnbTer)
              MOVE fst_donnees TO Wter-contenu(WnbTer)
              ADD 1 TO WnbAffT.

              Exporter_rendezvous.
              MOVE frv_beneficiaire TO WidBeneficiaire
              PERFORM Lire_beneficiaire_terrain
              MOVE SPACES TO fst_rendezvous
              MOVE "R" TO fst_type
              MOVE frv_id TO fst_rId
              MOVE frv_beneficiaire TO fst_rBeneficiaire
              MOVE WnumCarte TO fst_rCarte
              MOVE frv_horaire TO fst_rHoraire
              MOVE frv_statut TO fst_rStatut
              MOVE WnomBeneficiaire TO fst_rNom
              MOVE SPACE TO fst_rPresence
              ADD 1 TO WnbTer
              MOVE fst_type TO Wter-type(WnbTer)
              MOVE fst_donnees TO Wter-contenu(WnbTer)
              ADD 1 TO WnbRdvT.

              Lire_beneficiaire_terrain.
              MOVE SPACES TO WnomBeneficiaire
              MOVE 0 TO WnbPersonnes
              MOVE 0 TO WnumCarte
              IF WidBeneficiaire = 0 THEN
                  MOVE "groupe / partenaire" TO WnomBeneficiaire
              ELSE
                  MOVE WidBeneficiaire TO fbn_id
                  READ fbeneficiaires
                      INVALID KEY
                          MOVE "beneficiaire inconnu"
                              TO WnomBeneficiaire
                      NOT INVALID KEY
                          MOVE fbn_nom TO WnomBeneficiaire
                          MOVE fbn_nbPersonnes TO WnbPersonnes
                  END-READ
                  IF cr_fcartes = 00 THEN
                      MOVE 0 TO Wfin2
                      MOVE WidBeneficiaire TO fcb_beneficiaire
                      START fcartes KEY IS EQUAL TO fcb_beneficiaire
                          INVALID KEY MOVE 1 TO Wfin2
                      END-START
                      PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                          READ fcartes NEXT
                              AT END MOVE 1 TO Wfin2
                              NOT AT END
                                  IF fcb_beneficiaire NOT =
                                          WidBeneficiaire THEN
                                      MOVE 1 TO Wfin2
                                  ELSE
                                      IF fcb_statut = "A" THEN
                                          MOVE fcb_numero TO WnumCarte
                                      END-IF
                                  END-IF
                          END-READ
                      END-PERFORM
                  END-IF
              END-IF.

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
                  DISPLAY "Export precedent interrompu, "
                      "fichier terrain regenere en entier."
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
