                  organization line sequential
                  file status is cr_frapport.

                  select foffres assign to "offres_surplus.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fof_id
                  alternate record key is fof_lot WITH DUPLICATES
                  file status is cr_foffres.

                  select fsources assign to
                  "sources_financement.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fsf_code
                  file status is cr_fsources.

                  select fpartenaires assign to "partenaires.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpt_id
                  file status is cr_fpartenaires.

                  select fdistribution-partenaires assign to
                  "distribution_partenaires.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fdpt_distribution
                  alternate record key is fdpt_partenaire
                      WITH DUPLICATES
                  file status is cr_fdistribution-partenaires.

                  select fcentres assign to "centres.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fce_id
                  alternate record key is fce_ville WITH DUPLICATES
                  alternate record key is fce_produit WITH DUPLICATES
                  file status is cr_fcentres.

                  select increment assign to "autoinc.dat"
                  organization indexed
                  access mode is dynamic
                  record key is autoinc_entite
                  file status is cr_autoinc.

                  select foffre-partenaire assign to WnomOffre
                  organization line sequential
                  file status is cr_foffre-partenaire.

                  select fversions assign to "versions_fichiers.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fvf_fichier
                  file status is cr_fversions.

              DATA DIVISION.
              FILE SECTION.

                  02 flo_dlc PIC 9(8).
                  02 flo_quantite PIC 9(6).
                  02 flo_emplacement PIC X(10).
                  02 flo_source PIC X(2).
                  02 flo_statut PIC X(1).

              FD fdistributions.
              01 tamp_fdistributions.
                  02 fdi_date PIC 9(8).
                  02 fdi_centre PIC 9(2).
                  02 fdi_horaire PIC X(2).
                  02 fdi_produit PIC 9(5).
                  02 fdi_quantite PIC 9(6).
                  02 fdi_statut PIC X(1).
                  02 fdi_beneficiaire PIC 9(5).
              FD frapport.
              01 Wligne-rapport PIC X(150).

              FD foffres.
              01 tamp_foffres.
                  02 fof_id PIC 9(5).
                  02 fof_date PIC 9(8).
                  02 fof_centre PIC 9(2).
                  02 fof_produit PIC 9(5).
                  02 fof_lot PIC X(10).
                  02 fof_dlc PIC 9(8).
                  02 fof_quantite PIC 9(6).
                  02 fof_statut PIC X(1).
                  02 fof_partenaire PIC 9(5).
                  02 fof_qteAcceptee PIC 9(6).
                  02 fof_distribution PIC 9(5).
                  02 fof_dateTraitement PIC 9(8).

              FD fsources.
              01 tamp_fsources.
                  02 fsf_code PIC X(2).
                  02 fsf_libelle PIC X(30).
                  02 fsf_reserveBenef PIC X(1).

              FD fpartenaires.
              01 tamp_fpartenaires.
                  02 fpt_id PIC 9(5).
                  02 fpt_nom PIC X(30).
                  02 fpt_contact PIC X(40).
                  02 fpt_conventionDebut PIC 9(8).
                  02 fpt_conventionFin PIC 9(8).
                  02 fpt_tonnageMax PIC 9(6).
                  02 fpt_statut PIC X(1).

              FD fdistribution-partenaires.
              01 tamp_fdistribution-partenaires.
                  02 fdpt_distribution PIC 9(5).
                  02 fdpt_partenaire PIC 9(5).

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

              FD increment.
              01 autoinc.
                  02 autoinc_entite PIC X(2).
                  02 autoinc_num PIC 9(5).

              FD foffre-partenaire.
              01 Wligne-offre PIC X(150).

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
              77 cr_flots PIC 9(2).
              77 cr_fdistributions PIC 9(2).
              77 WidCourantLigne PIC 9(5).
              77 WproduitEntete PIC 9(5).
              77 WquantiteEntete PIC 9(6).
              77 cr_foffres PIC 9(2).
              77 cr_fsources PIC 9(2).
              77 cr_fpartenaires PIC 9(2).
              77 cr_fdistribution-partenaires PIC 9(2).
              77 cr_fcentres PIC 9(2).
              77 cr_autoinc PIC 9(2).
              77 cr_foffre-partenaire PIC 9(2).
              77 WnomOffre PIC X(40).
              77 WnbOffres PIC 9(4).
              77 WnbFichiersOffre PIC 9(4).
              77 WoffreExistante PIC 9(1).
              77 WsourceReservee PIC 9(1).
              77 WqteOfferte PIC 9(6).
              77 WtonnageCumul PIC 9(7).
              77 WtonnageReste PIC S9(7).
              77 WfinP PIC 9(1).
              77 WfinO PIC 9(1).
              77 WnomCentre PIC X(30).
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "distributions.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "lots.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Rapport anti-gaspi : DLC contre prevision"

              MOVE FUNCTION CURRENT-DATE TO Wdt
              OPEN INPUT fdistributions
              OPEN INPUT fdistribution-lignes
              OPEN OUTPUT frapport
              OPEN I-O foffres
              IF cr_foffres = 35 THEN
                  OPEN OUTPUT foffres
                  CLOSE foffres
                  OPEN I-O foffres
              END-IF
              OPEN INPUT fsources
              MOVE 0 TO WnbOffres
              MOVE 0 TO WnbFichiersOffre

              STRING "=== Anti-gaspi du " WdateJour
                  " (conso des 30 derniers jours) ==="
                  READ flots NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF flo_quantite > 0 AND
                                  flo_statut NOT = "Q" THEN
                              PERFORM Examiner_lot
                          END-IF
                  END-READ
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport

              PERFORM Emettre_offres_partenaires
              MOVE SPACES TO Wligne-rapport
              STRING WnbOffres " lot(s) proposes aux partenaires, "
                  WnbFichiersOffre " fichier(s) d'offre emis."
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport

              CLOSE flots
              CLOSE fdistributions
              CLOSE fdistribution-lignes
              CLOSE frapport
              CLOSE foffres
              CLOSE fsources

              DISPLAY WnbAlertes " alerte(s), voir anti_gaspi.txt"
              DISPLAY WnbFichiersOffre " fichier(s) "
                  "offre_partenaire_NNNNN.txt emis."
              STOP RUN.

              Examiner_lot.
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
                  ADD 1 TO WnbAlertes
                  PERFORM Tester_source_offre
                  IF WsourceReservee = 1 THEN
                      MOVE SPACES TO Wligne-rapport
                      STRING "    source " flo_source
                          " reservee aux beneficiaires inscrits, "
                          "pas d'offre partenaire"
                          DELIMITED BY SIZE INTO Wligne-rapport
                      WRITE Wligne-rapport
                  ELSE
                      PERFORM Enregistrer_offre_lot
                  END-IF
              END-IF.

              Tester_source_offre.
              MOVE 0 TO WsourceReservee
              IF cr_fsources = 00 AND flo_source NOT = SPACES THEN
                  MOVE flo_source TO fsf_code
                  READ fsources
                      NOT INVALID KEY
                          IF fsf_reserveBenef = "O" THEN
                              MOVE 1 TO WsourceReservee
                          END-IF
                  END-READ
              END-IF.

              Enregistrer_offre_lot.
              MOVE Wexcedent TO WqteOfferte
              MOVE 0 TO WoffreExistante
              MOVE 0 TO WfinO
              MOVE flo_numero TO fof_lot
              START foffres KEY IS EQUAL TO fof_lot
                  INVALID KEY MOVE 1 TO WfinO
              END-START
              PERFORM WITH TEST AFTER UNTIL WfinO = 1
                  READ foffres NEXT
                      AT END MOVE 1 TO WfinO
                      NOT AT END
                          IF fof_lot NOT = flo_numero THEN
                              MOVE 1 TO WfinO
                          ELSE
                              IF fof_centre = flo_centre AND
                                      fof_produit = flo_produit AND
                                      fof_statut = "O" THEN
                                  MOVE 1 TO WoffreExistante
                                  MOVE 1 TO WfinO
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              IF WoffreExistante = 1 THEN
                  MOVE WqteOfferte TO fof_quantite
                  MOVE flo_dlc TO fof_dlc
                  REWRITE tamp_foffres
                  END-REWRITE
              ELSE
                  OPEN I-O increment
                  MOVE "OF" TO autoinc_entite
                  READ increment
                      INVALID KEY
                          MOVE "OF" TO autoinc_entite
                          MOVE 00001 TO autoinc_num
                          WRITE autoinc
                          END-WRITE
                      NOT INVALID KEY
                          ADD 1 TO autoinc_num
                          REWRITE autoinc
                          END-REWRITE
                  END-READ
                  CLOSE increment
                  MOVE autoinc_num TO fof_id
                  MOVE WdateJour TO fof_date
                  MOVE flo_centre TO fof_centre
                  MOVE flo_produit TO fof_produit
                  MOVE flo_numero TO fof_lot
                  MOVE flo_dlc TO fof_dlc
                  MOVE WqteOfferte TO fof_quantite
                  MOVE "O" TO fof_statut
                  MOVE 0 TO fof_partenaire
                  MOVE 0 TO fof_qteAcceptee
                  MOVE 0 TO fof_distribution
                  MOVE 0 TO fof_dateTraitement
                  WRITE tamp_foffres
                  END-WRITE
              END-IF
              ADD 1 TO WnbOffres.

              Emettre_offres_partenaires.
              OPEN INPUT fpartenaires
              OPEN INPUT fdistribution-partenaires
              OPEN INPUT fcentres
              IF cr_fpartenaires = 00 THEN
                  MOVE 0 TO WfinP
                  PERFORM WITH TEST AFTER UNTIL WfinP = 1
                      READ fpartenaires NEXT
                          AT END MOVE 1 TO WfinP
                          NOT AT END
                              IF fpt_statut NOT = "I" AND
                                      fpt_conventionDebut <= WdateJour
                                      AND fpt_conventionFin >=
                                      WdateJour THEN
                                  PERFORM Calculer_reste_partenaire
                                  IF fpt_tonnageMax = 0 OR
                                          WtonnageReste > 0 THEN
                                      PERFORM Ecrire_fichier_offre
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fpartenaires
              END-IF
              CLOSE fdistribution-partenaires
              CLOSE fcentres.

              Calculer_reste_partenaire.
              MOVE 0 TO WtonnageCumul
              MOVE 0 TO Wfin2
              MOVE fpt_id TO fdpt_partenaire
              START fdistribution-partenaires
                  KEY IS EQUAL TO fdpt_partenaire
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ fdistribution-partenaires NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF fdpt_partenaire NOT = fpt_id THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              MOVE fdpt_distribution TO fdi_id
                              READ fdistributions
                                  NOT INVALID KEY
                                      IF fdi_statut NOT = "I" AND
                                              fdi_statut NOT = "X"
                                              THEN
                                          ADD fdi_quantite
                                              TO WtonnageCumul
                                      END-IF
                              END-READ
                          END-IF
                  END-READ
              END-PERFORM
              COMPUTE WtonnageReste = fpt_tonnageMax - WtonnageCumul.

              Ecrire_fichier_offre.
              MOVE SPACES TO WnomOffre
              STRING "offre_partenaire_" fpt_id ".txt"
                  DELIMITED BY SIZE INTO WnomOffre
              OPEN OUTPUT foffre-partenaire
              MOVE SPACES TO Wligne-offre
              STRING "# Offre de surplus du " WdateJour
                  " pour " fpt_nom " (partenaire " fpt_id ")"
                  DELIMITED BY SIZE INTO Wligne-offre
              WRITE Wligne-offre
              MOVE SPACES TO Wligne-offre
              IF fpt_tonnageMax = 0 THEN
                  MOVE "# Convention sans plafond de tonnage"
                      TO Wligne-offre
              ELSE
                  STRING "# Reste sur la convention : "
                      WtonnageReste
                      DELIMITED BY SIZE INTO Wligne-offre
              END-IF
              WRITE Wligne-offre
              MOVE "# offre;produit;lot;DLC;quantite;centre;nom "
                  TO Wligne-offre
              WRITE Wligne-offre
              MOVE "# Reponse : offre;partenaire;quantite;date "
                  TO Wligne-offre
              WRITE Wligne-offre
              MOVE 0 TO WfinO
              MOVE 0 TO fof_id
              START foffres KEY IS NOT LESS THAN fof_id
                  INVALID KEY MOVE 1 TO WfinO
              END-START
              PERFORM WITH TEST AFTER UNTIL WfinO = 1
                  READ foffres NEXT
                      AT END MOVE 1 TO WfinO
                      NOT AT END
                          IF fof_statut = "O" AND
                                  fof_dlc >= WdateJour THEN
                              PERFORM Ecrire_ligne_offre
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE foffre-partenaire
              ADD 1 TO WnbFichiersOffre.

              Ecrire_ligne_offre.
              MOVE SPACES TO WnomCentre
              MOVE fof_centre TO fce_id
              READ fcentres
                  NOT INVALID KEY
                      MOVE fce_nom TO WnomCentre
              END-READ
              MOVE SPACES TO Wligne-offre
              STRING fof_id ";" fof_produit ";" fof_lot ";"
                  fof_dlc ";" fof_quantite ";" fof_centre ";"
                  WnomCentre
                  DELIMITED BY SIZE INTO Wligne-offre
              WRITE Wligne-offre.

              Cumuler_consommation.
              MOVE 0 TO Wconsommation
              MOVE 0 TO Wfin2
                  MOVE WproduitEntete TO Wlgc-produit(1)
                  MOVE WquantiteEntete TO Wlgc-quantite(1)
              END-IF.

              COPY "versions.cpy".
