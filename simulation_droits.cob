           IDENTIFICATION DIVISION.
              PROGRAM-ID. simulation-droits.
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

                  select farchive assign to "distributions_archive.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fax_id
                  alternate record key is fax_date WITH DUPLICATES
                  file status is cr_farchive.

                  select fdistribution-lignes assign to
                  "fdistribution_lignes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fdl_cle
                  file status is cr_fdistribution-lignes.

                  select flignes-archive assign to
                  "distribution_lignes_archive.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fdlx_cle
                  file status is cr_flignes-archive.

                  select fbeneficiaires assign to "fbeneficiaires.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbn_id
                  alternate record key is fbn_nom WITH DUPLICATES
                  file status is cr_fbeneficiaires.

                  select fmenages assign to "menages.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fmn_cle
                  file status is cr_fmenages.

                  select fparametres assign to "parametres.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpa_code
                  file status is cr_fparametres.

                  select fparhist assign to "parametres_historique.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fph_cle
                  file status is cr_fparhist.

                  select increment assign to "autoinc.dat"
                  organization indexed
                  access mode is dynamic
                  record key is autoinc_entite
                  file status is cr_autoinc.

                  select fetats assign to "etats.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fet_id
                  file status is cr_fetats.

                  select frapport assign to WnomRapport
                  organization line sequential
                  file status is cr_frapport.

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

              FD farchive.
              01 tamp_farchive.
                  02 fax_id PIC 9(5).
                  02 fax_idGroupe PIC 9(5).
                  02 fax_date PIC 9(8).
                  02 fax_centre PIC 9(2).
                  02 fax_horaire PIC X(2).
                  02 fax_produit PIC 9(5).
                  02 fax_quantite PIC 9(6).
                  02 fax_statut PIC X(1).
                  02 fax_beneficiaire PIC 9(5).
                  02 fax_nbBenevoles PIC 9(2).
                  02 fax_campagne PIC X(8).
                  02 fax_modifPar PIC 9(4).
                  02 fax_modifDate PIC 9(8).
                  02 fax_modifHeure PIC 9(6).

              FD fdistribution-lignes.
              01 tamp_fdistribution-lignes.
                  02 fdl_cle.
                      03 fdl_distribution PIC 9(5).
                      03 fdl_produit PIC 9(5).
                  02 fdl_quantite PIC 9(6).

              FD flignes-archive.
              01 tamp_flignes-archive.
                  02 fdlx_cle.
                      03 fdlx_distribution PIC 9(5).
                      03 fdlx_produit PIC 9(5).
                  02 fdlx_quantite PIC 9(6).

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

              FD fmenages.
              01 tamp_fmenages.
                  02 fmn_cle.
                      03 fmn_beneficiaire PIC 9(5).
                      03 fmn_numPersonne PIC 9(2).
                  02 fmn_dateNaissance PIC 9(8).
                  02 fmn_relation PIC X(12).

              FD fparametres.
              01 tamp_fparametres.
                  02 fpa_code PIC X(8).
                  02 fpa_libelle PIC X(30).
                  02 fpa_valeur PIC 9(6).

              FD fparhist.
              01 tamp_fparhist.
                  02 fph_cle.
                      03 fph_code PIC X(8).
                      03 fph_dateDebut PIC 9(8).
                      03 fph_dateSaisie PIC 9(8).
                      03 fph_heureSaisie PIC 9(6).
                  02 fph_valeur PIC 9(6).
                  02 fph_ancienneValeur PIC 9(6).
                  02 fph_modifPar PIC 9(4).

              FD increment.
              01 autoinc.
                  02 autoinc_entite PIC X(2).
                  02 autoinc_num PIC 9(5).

              FD fetats.
              01 tamp_fetats.
                  02 fet_id PIC 9(5).
                  02 fet_code PIC X(8).
                  02 fet_date PIC 9(8).
                  02 fet_heure PIC 9(6).
                  02 fet_fichier PIC X(40).

              FD frapport.
              01 Wligne-rapport PIC X(150).

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
              77 cr_farchive PIC 9(2).
              77 cr_fdistribution-lignes PIC 9(2).
              77 cr_flignes-archive PIC 9(2).
              77 cr_fbeneficiaires PIC 9(2).
              77 cr_fmenages PIC 9(2).
              77 cr_fparametres PIC 9(2).
              77 cr_fparhist PIC 9(2).
              77 cr_autoinc PIC 9(2).
              77 cr_fetats PIC 9(2).
              77 cr_frapport PIC 9(2).
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).
              77 Wfin PIC 9.
              77 WfinL PIC 9(1).
              77 WfinM PIC 9(1).
              77 Wtrouve PIC 9.
              77 Wdt PIC X(21).
              77 Wsaisie PIC X(10).
              77 WnomRapport PIC X(40).
              77 WdateJour PIC 9(8).
              77 WnbMois PIC 9(2).
              77 WmoisCourant PIC 9(6).
              77 WanneeTrav PIC 9(4).
              77 WmmTrav PIC 9(2).
              77 WjjTrav PIC 9(2).
              77 Widx PIC 9(2).
              77 WdateDebut PIC 9(8).
              77 WdateChauffe PIC 9(8).
              77 WjourDebut PIC 9(7).
              77 WmaxJours PIC 9(6).
              77 WcodeParam PIC X(8).
              77 WvaleurParam PIC 9(6).
              77 WlimQteActuel PIC 9(6).
              77 WlimJrsActuel PIC 9(6).
              77 WnbScen PIC 9(1).
              77 Ws PIC 9(1).
              01 Wtab-scenarios.
                 02 Wsc-ligne OCCURS 4 TIMES.
                    03 Wsc-nom PIC X(6).
                    03 Wsc-limQte PIC 9(6).
                    03 Wsc-limJrs PIC 9(6).
                    03 Wsc-partAdulte PIC 9(2).
                    03 Wsc-partEnfant PIC 9(2).
                    03 Wsc-plafond PIC 9(7).
                    03 Wsc-fenetre PIC 9(7).
                    03 Wsc-servi PIC 9(6).
                    03 Wsc-serviDist PIC 9(7).
                    03 Wsc-nbRefus PIC 9(6).
                    03 Wsc-nbReduit PIC 9(6).
                    03 Wsc-volEconomise PIC 9(8).
                    03 Wsc-volBesoin PIC 9(8).
                    03 Wsc-nbFoyers PIC 9(5).
                    03 Wsc-taille PIC 9(5) OCCURS 9 TIMES.
              77 WidCourant PIC 9(5).
              77 WdateCourante PIC 9(8).
              77 WjourCourant PIC 9(7).
              77 WcentreCourant PIC 9(2).
              77 WfoyerCourant PIC 9(5).
              77 WstatutCourant PIC X(1).
              77 WproduitEntete PIC 9(5).
              77 WquantiteEntete PIC 9(6).
              77 WsourceArchive PIC 9(1).
              77 WqteDist PIC 9(7).
              77 WcompteStats PIC 9(1).
              77 WnbDistRejouees PIC 9(6).
              77 WvolRejoue PIC 9(8).
              77 WfoyerCache PIC 9(5) VALUE 0.
              77 WnbAdultes PIC 9(2).
              77 WnbEnfants PIC 9(2).
              77 WtailleFoyer PIC 9(2).
              77 WagePersonne PIC 9(3).
              77 WpartsFoyer PIC 9(4).
              77 WauPlafond PIC 9(1).
              77 Wallocation PIC S9(7).
              01 Wtab-lignes-cum.
                 02 Wlgc-ligne OCCURS 30 TIMES.
                    03 Wlgc-produit PIC 9(5).
                    03 Wlgc-quantite PIC 9(6).
              77 WnbLgc PIC 9(2).
              77 WidxLgc PIC 9(2).
              01 Wtab-fenetre.
                 02 Wfe-ligne OCCURS 3000 TIMES.
                    03 Wfe-foyer PIC 9(5).
                    03 Wfe-produit PIC 9(5).
                    03 Wfe-jour PIC 9(7).
                    03 Wfe-servi PIC 9(6) OCCURS 4 TIMES.
              77 WnbFe PIC 9(4).
              77 WidxFe PIC 9(4).
              77 WnbFeGarde PIC 9(4).
              77 WnbDebordements PIC 9(6).
              01 Wtab-foyers.
                 02 Wft-ligne OCCURS 3000 TIMES.
                    03 Wft-foyer PIC 9(5).
                    03 Wft-touche PIC X(1) OCCURS 4 TIMES.
              77 WnbFt PIC 9(4).
              77 WidxFt PIC 9(4).
              01 Wtab-centres.
                 02 Wct-ligne OCCURS 30 TIMES.
                    03 Wct-centre PIC 9(2).
                    03 Wct-foyers PIC 9(5) OCCURS 4 TIMES.
              77 WnbCt PIC 9(2).
              77 WidxCt PIC 9(2).
              01 Wtab-foyers-centres.
                 02 Wfc-ligne OCCURS 3000 TIMES.
                    03 Wfc-foyer PIC 9(5).
                    03 Wfc-centre PIC 9(2).
                    03 Wfc-touche PIC X(1) OCCURS 4 TIMES.
              77 WnbFc PIC 9(4).
              77 WidxFc PIC 9(4).
              77 Wlibelle PIC X(34).
              77 Wcolonne PIC 9(3).
              01 Wtab-valeurs.
                 02 Wval PIC 9(8) OCCURS 4 TIMES.
              01 Wchamp-valeur PIC Z(8)9.
              01 Wchamp-param PIC Z(5)9.
              01 Wchamp-part PIC Z9.

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "distributions.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "distributions_archive.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Simulation des regles de droit (lecture seule)"
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO WdateJour

              MOVE "LIMQTE" TO WcodeParam
              PERFORM Lire_parametre
              MOVE WvaleurParam TO WlimQteActuel
              MOVE "LIMJRS" TO WcodeParam
              PERFORM Lire_parametre
              MOVE WvaleurParam TO WlimJrsActuel
              MOVE "Actuel" TO Wsc-nom(1)
              MOVE WlimQteActuel TO Wsc-limQte(1)
              MOVE WlimJrsActuel TO Wsc-limJrs(1)
              MOVE 10 TO Wsc-partAdulte(1)
              MOVE 5 TO Wsc-partEnfant(1)
              DISPLAY "Regles actuelles : LIMQTE=" WlimQteActuel
                  " LIMJRS=" WlimJrsActuel
                  " part adulte=10 part enfant=5"

              MOVE 0 TO WnbMois
              PERFORM WITH TEST AFTER UNTIL WnbMois > 0
                  DISPLAY "Nombre de mois a rejouer (1 a 36) : "
                  ACCEPT WnbMois
                  IF WnbMois > 36 THEN
                      MOVE 0 TO WnbMois
                  END-IF
              END-PERFORM
              MOVE 0 TO WnbScen
              PERFORM WITH TEST AFTER UNTIL WnbScen > 0
                      AND WnbScen < 4
                  DISPLAY "Nombre de scenarios a comparer (1 a 3) : "
                  ACCEPT WnbScen
              END-PERFORM
              ADD 1 TO WnbScen
              MOVE 2 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  PERFORM Saisir_scenario
                  ADD 1 TO Ws
              END-PERFORM

              MOVE WdateJour(1:6) TO WmoisCourant
              MOVE WdateJour(7:2) TO WjjTrav
              IF WjjTrav > 28 THEN
                  MOVE 28 TO WjjTrav
              END-IF
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > WnbMois
                  PERFORM Reculer_un_mois
                  ADD 1 TO Widx
              END-PERFORM
              COMPUTE WdateDebut = (WmoisCourant * 100) + WjjTrav
              COMPUTE WjourDebut = FUNCTION INTEGER-OF-DATE(WdateDebut)
              MOVE 0 TO WmaxJours
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  IF Wsc-limJrs(Ws) > WmaxJours THEN
                      MOVE Wsc-limJrs(Ws) TO WmaxJours
                  END-IF
                  MOVE 0 TO Wsc-nbRefus(Ws)
                  MOVE 0 TO Wsc-nbReduit(Ws)
                  MOVE 0 TO Wsc-volEconomise(Ws)
                  MOVE 0 TO Wsc-volBesoin(Ws)
                  MOVE 0 TO Wsc-nbFoyers(Ws)
                  MOVE 1 TO Widx
                  PERFORM WITH TEST AFTER UNTIL Widx > 9
                      MOVE 0 TO Wsc-taille(Ws, Widx)
                      ADD 1 TO Widx
                  END-PERFORM
                  ADD 1 TO Ws
              END-PERFORM
              IF WmaxJours > 3650 THEN
                  MOVE 3650 TO WmaxJours
              END-IF
              COMPUTE WdateChauffe = FUNCTION DATE-OF-INTEGER(
                  WjourDebut - WmaxJours)

              MOVE 0 TO WnbFe
              MOVE 0 TO WnbFt
              MOVE 0 TO WnbCt
              MOVE 0 TO WnbFc
              MOVE 0 TO WnbDebordements
              MOVE 0 TO WnbDistRejouees
              MOVE 0 TO WvolRejoue

              OPEN INPUT fdistribution-lignes
              OPEN INPUT flignes-archive
              OPEN INPUT fbeneficiaires
              OPEN INPUT fmenages

              OPEN INPUT farchive
              IF cr_farchive = 00 THEN
                  MOVE 0 TO Wfin
                  MOVE WdateChauffe TO fax_date
                  START farchive KEY IS NOT LESS THAN fax_date
                      INVALID KEY MOVE 1 TO Wfin
                  END-START
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ farchive NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE fax_id TO WidCourant
                              MOVE fax_date TO WdateCourante
                              MOVE fax_centre TO WcentreCourant
                              MOVE fax_beneficiaire TO WfoyerCourant
                              MOVE fax_statut TO WstatutCourant
                              MOVE fax_produit TO WproduitEntete
                              MOVE fax_quantite TO WquantiteEntete
                              MOVE 1 TO WsourceArchive
                              PERFORM Rejouer_distribution
                      END-READ
                  END-PERFORM
                  CLOSE farchive
              END-IF

              OPEN INPUT fdistributions
              IF cr_fdistributions = 00 THEN
                  MOVE 0 TO Wfin
                  MOVE WdateChauffe TO fdi_date
                  START fdistributions KEY IS NOT LESS THAN fdi_date
                      INVALID KEY MOVE 1 TO Wfin
                  END-START
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdistributions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fdi_date > WdateJour THEN
                                  MOVE 1 TO Wfin
                              ELSE
                                  MOVE fdi_id TO WidCourant
                                  MOVE fdi_date TO WdateCourante
                                  MOVE fdi_centre TO WcentreCourant
                                  MOVE fdi_beneficiaire
                                      TO WfoyerCourant
                                  MOVE fdi_statut TO WstatutCourant
                                  MOVE fdi_produit TO WproduitEntete
                                  MOVE fdi_quantite
                                      TO WquantiteEntete
                                  MOVE 0 TO WsourceArchive
                                  PERFORM Rejouer_distribution
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fdistributions
              END-IF

              CLOSE fmenages
              CLOSE fbeneficiaires
              CLOSE flignes-archive
              CLOSE fdistribution-lignes

              PERFORM Ecrire_rapport
              PERFORM Enregistrer_etat
              DISPLAY WnbDistRejouees " distribution(s) rejouee(s), "
                  "voir " WnomRapport
              STOP RUN.

              Saisir_scenario.
              MOVE SPACES TO Wsc-nom(Ws)
              STRING "Scen." Ws DELIMITED BY SIZE INTO Wsc-nom(Ws)
              DISPLAY "--- Scenario " Ws " (vide = valeur actuelle)"
              DISPLAY "LIMQTE propose : "
              MOVE SPACES TO Wsaisie
              ACCEPT Wsaisie
              IF Wsaisie = SPACES THEN
                  MOVE WlimQteActuel TO Wsc-limQte(Ws)
              ELSE
                  MOVE FUNCTION NUMVAL(Wsaisie) TO Wsc-limQte(Ws)
              END-IF
              DISPLAY "LIMJRS propose : "
              MOVE SPACES TO Wsaisie
              ACCEPT Wsaisie
              IF Wsaisie = SPACES THEN
                  MOVE WlimJrsActuel TO Wsc-limJrs(Ws)
              ELSE
                  MOVE FUNCTION NUMVAL(Wsaisie) TO Wsc-limJrs(Ws)
              END-IF
              DISPLAY "Parts par adulte (15 ans et plus) : "
              MOVE SPACES TO Wsaisie
              ACCEPT Wsaisie
              IF Wsaisie = SPACES THEN
                  MOVE 10 TO Wsc-partAdulte(Ws)
              ELSE
                  MOVE FUNCTION NUMVAL(Wsaisie) TO Wsc-partAdulte(Ws)
              END-IF
              DISPLAY "Parts par enfant (moins de 15 ans) : "
              MOVE SPACES TO Wsaisie
              ACCEPT Wsaisie
              IF Wsaisie = SPACES THEN
                  MOVE 5 TO Wsc-partEnfant(Ws)
              ELSE
                  MOVE FUNCTION NUMVAL(Wsaisie) TO Wsc-partEnfant(Ws)
              END-IF.

              Reculer_un_mois.
              COMPUTE WanneeTrav = WmoisCourant / 100
              COMPUTE WmmTrav = WmoisCourant - (WanneeTrav * 100)
              IF WmmTrav = 1 THEN
                  SUBTRACT 1 FROM WanneeTrav
                  MOVE 12 TO WmmTrav
              ELSE
                  SUBTRACT 1 FROM WmmTrav
              END-IF
              COMPUTE WmoisCourant = (WanneeTrav * 100) + WmmTrav.

              Lire_parametre.
              MOVE 0 TO WvaleurParam
              OPEN INPUT fparametres
              IF cr_fparametres = 00 THEN
                  MOVE WcodeParam TO fpa_code
                  READ fparametres
                      NOT INVALID KEY
                          MOVE fpa_valeur TO WvaleurParam
                  END-READ
                  CLOSE fparametres
              END-IF
              OPEN INPUT fparhist
              IF cr_fparhist = 00 THEN
                  MOVE WcodeParam TO fph_code
                  MOVE 0 TO fph_dateDebut
                  MOVE 0 TO fph_dateSaisie
                  MOVE 0 TO fph_heureSaisie
                  MOVE 0 TO WfinM
                  MOVE 1 TO Wtrouve
                  START fparhist KEY IS NOT LESS THAN fph_cle
                      INVALID KEY MOVE 1 TO WfinM
                  END-START
                  PERFORM WITH TEST AFTER UNTIL WfinM = 1
                      READ fparhist NEXT
                          AT END MOVE 1 TO WfinM
                          NOT AT END
                              IF fph_code NOT = WcodeParam THEN
                                  MOVE 1 TO WfinM
                              ELSE
                                  IF fph_dateDebut <= WdateJour THEN
                                      MOVE fph_valeur TO WvaleurParam
                                  ELSE
                                      IF Wtrouve = 1 THEN
                                          MOVE fph_ancienneValeur
                                              TO WvaleurParam
                                      END-IF
                                      MOVE 1 TO WfinM
                                  END-IF
                                  MOVE 0 TO Wtrouve
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fparhist
              END-IF.

              Rejouer_distribution.
              IF WstatutCourant NOT = "I" AND
                      WstatutCourant NOT = "X" AND
                      WfoyerCourant NOT = 0 THEN
                  COMPUTE WjourCourant =
                      FUNCTION INTEGER-OF-DATE(WdateCourante)
                  MOVE 0 TO WcompteStats
                  IF WdateCourante >= WdateDebut THEN
                      MOVE 1 TO WcompteStats
                  END-IF
                  PERFORM Composer_foyer
                  MOVE 1 TO Ws
                  PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                      COMPUTE WpartsFoyer =
                          (WnbAdultes * Wsc-partAdulte(Ws))
                          + (WnbEnfants * Wsc-partEnfant(Ws))
                      IF WnbAdultes = 0 AND WnbEnfants = 0 THEN
                          COMPUTE WpartsFoyer =
                              WtailleFoyer * Wsc-partAdulte(Ws)
                      END-IF
                      IF WpartsFoyer = 0 THEN
                          MOVE Wsc-partAdulte(Ws) TO WpartsFoyer
                      END-IF
                      COMPUTE Wsc-plafond(Ws) =
                          (Wsc-limQte(Ws) * WpartsFoyer) / 10
                      MOVE 0 TO Wsc-serviDist(Ws)
                      ADD 1 TO Ws
                  END-PERFORM
                  PERFORM Charger_lignes_cumul
                  MOVE 0 TO WqteDist
                  MOVE 1 TO WidxLgc
                  PERFORM WITH TEST AFTER UNTIL WidxLgc > WnbLgc
                      PERFORM Rejouer_ligne
                      ADD Wlgc-quantite(WidxLgc) TO WqteDist
                      ADD 1 TO WidxLgc
                  END-PERFORM
                  IF WcompteStats = 1 THEN
                      ADD 1 TO WnbDistRejouees
                      ADD WqteDist TO WvolRejoue
                      MOVE 1 TO Ws
                      PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                          PERFORM Classer_distribution
                          ADD 1 TO Ws
                      END-PERFORM
                  END-IF
              END-IF.

              Composer_foyer.
              IF WfoyerCourant NOT = WfoyerCache THEN
                  MOVE WfoyerCourant TO WfoyerCache
                  MOVE 0 TO WnbAdultes
                  MOVE 0 TO WnbEnfants
                  MOVE 0 TO WtailleFoyer
                  MOVE 0 TO WfinM
                  MOVE WfoyerCourant TO fmn_beneficiaire
                  MOVE LOW-VALUES TO fmn_numPersonne
                  START fmenages KEY IS NOT LESS THAN fmn_cle
                      INVALID KEY MOVE 1 TO WfinM
                  END-START
                  PERFORM WITH TEST AFTER UNTIL WfinM = 1
                      READ fmenages NEXT
                          AT END MOVE 1 TO WfinM
                          NOT AT END
                              IF fmn_beneficiaire NOT = WfoyerCourant
                                      THEN
                                  MOVE 1 TO WfinM
                              ELSE
                                  COMPUTE WagePersonne =
                                      (WdateCourante
                                      - fmn_dateNaissance) / 10000
                                  IF WagePersonne >= 15 THEN
                                      ADD 1 TO WnbAdultes
                                  ELSE
                                      ADD 1 TO WnbEnfants
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
                  COMPUTE WtailleFoyer = WnbAdultes + WnbEnfants
                  IF WtailleFoyer = 0 THEN
                      MOVE WfoyerCourant TO fbn_id
                      READ fbeneficiaires
                          NOT INVALID KEY
                              MOVE fbn_nbPersonnes TO WtailleFoyer
                      END-READ
                  END-IF
              END-IF.

              Rejouer_ligne.
              PERFORM Purger_fenetre
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE 0 TO Wsc-fenetre(Ws)
                  ADD 1 TO Ws
              END-PERFORM
              MOVE 1 TO WidxFe
              PERFORM WITH TEST AFTER UNTIL WidxFe > WnbFe
                      OR WnbFe = 0
                  IF Wfe-foyer(WidxFe) = WfoyerCourant AND
                          Wfe-produit(WidxFe) = Wlgc-produit(WidxLgc)
                          THEN
                      MOVE 1 TO Ws
                      PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                          IF Wfe-jour(WidxFe) >=
                                  WjourCourant - Wsc-limJrs(Ws) THEN
                              ADD Wfe-servi(WidxFe, Ws)
                                  TO Wsc-fenetre(Ws)
                          END-IF
                          ADD 1 TO Ws
                      END-PERFORM
                  END-IF
                  ADD 1 TO WidxFe
              END-PERFORM
              MOVE 0 TO WauPlafond
              IF Wsc-limQte(1) > 0 AND Wsc-limJrs(1) > 0 AND
                      Wsc-fenetre(1) + Wlgc-quantite(WidxLgc)
                      >= Wsc-plafond(1) THEN
                  MOVE 1 TO WauPlafond
              END-IF
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  PERFORM Servir_ligne_scenario
                  ADD Wsc-servi(Ws) TO Wsc-serviDist(Ws)
                  ADD 1 TO Ws
              END-PERFORM
              IF WnbFe < 3000 THEN
                  ADD 1 TO WnbFe
                  MOVE WfoyerCourant TO Wfe-foyer(WnbFe)
                  MOVE Wlgc-produit(WidxLgc) TO Wfe-produit(WnbFe)
                  MOVE WjourCourant TO Wfe-jour(WnbFe)
                  MOVE 1 TO Ws
                  PERFORM WITH TEST AFTER UNTIL Ws > 4
                      MOVE 0 TO Wfe-servi(WnbFe, Ws)
                      IF Ws NOT > WnbScen THEN
                          MOVE Wsc-servi(Ws) TO Wfe-servi(WnbFe, Ws)
                      END-IF
                      ADD 1 TO Ws
                  END-PERFORM
              ELSE
                  ADD 1 TO WnbDebordements
              END-IF.

              Servir_ligne_scenario.
              MOVE Wlgc-quantite(WidxLgc) TO Wsc-servi(Ws)
              IF Wsc-limQte(Ws) > 0 AND Wsc-limJrs(Ws) > 0 THEN
                  COMPUTE Wallocation =
                      Wsc-plafond(Ws) - Wsc-fenetre(Ws)
                  IF Wallocation < 0 THEN
                      MOVE 0 TO Wallocation
                  END-IF
                  IF Wallocation < Wsc-servi(Ws) THEN
                      MOVE Wallocation TO Wsc-servi(Ws)
                  END-IF
                  IF WcompteStats = 1 AND WauPlafond = 1 AND Ws > 1
                          AND Wallocation > Wlgc-quantite(WidxLgc)
                          THEN
                      COMPUTE Wsc-volBesoin(Ws) = Wsc-volBesoin(Ws)
                          + Wallocation - Wlgc-quantite(WidxLgc)
                  END-IF
              END-IF.

              Purger_fenetre.
              IF WnbFe >= 3000 THEN
                  MOVE 0 TO WnbFeGarde
                  MOVE 1 TO WidxFe
                  PERFORM WITH TEST AFTER UNTIL WidxFe > WnbFe
                          OR WnbFe = 0
                      IF Wfe-jour(WidxFe) >= WjourCourant - WmaxJours
                              THEN
                          ADD 1 TO WnbFeGarde
                          MOVE Wfe-ligne(WidxFe)
                              TO Wfe-ligne(WnbFeGarde)
                      END-IF
                      ADD 1 TO WidxFe
                  END-PERFORM
                  MOVE WnbFeGarde TO WnbFe
              END-IF.

              Classer_distribution.
              IF Wsc-serviDist(Ws) < WqteDist THEN
                  COMPUTE Wsc-volEconomise(Ws) = Wsc-volEconomise(Ws)
                      + WqteDist - Wsc-serviDist(Ws)
                  IF Wsc-serviDist(Ws) = 0 THEN
                      ADD 1 TO Wsc-nbRefus(Ws)
                  ELSE
                      ADD 1 TO Wsc-nbReduit(Ws)
                  END-IF
                  PERFORM Marquer_foyer_touche
                  PERFORM Marquer_foyer_centre
              END-IF.

              Marquer_foyer_touche.
              MOVE 0 TO Wtrouve
              MOVE 1 TO WidxFt
              PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR
                      WidxFt > WnbFt
                  IF Wft-foyer(WidxFt) = WfoyerCourant THEN
                      MOVE 1 TO Wtrouve
                  ELSE
                      ADD 1 TO WidxFt
                  END-IF
              END-PERFORM
              IF Wtrouve = 0 AND WnbFt < 3000 THEN
                  ADD 1 TO WnbFt
                  MOVE WnbFt TO WidxFt
                  MOVE WfoyerCourant TO Wft-foyer(WidxFt)
                  MOVE "NNNN" TO Wft-ligne(WidxFt)(6:4)
                  MOVE 1 TO Wtrouve
              END-IF
              IF Wtrouve = 1 THEN
                  IF Wft-touche(WidxFt, Ws) NOT = "O" THEN
                      MOVE "O" TO Wft-touche(WidxFt, Ws)
                      ADD 1 TO Wsc-nbFoyers(Ws)
                      MOVE WtailleFoyer TO Widx
                      IF Widx = 0 THEN
                          MOVE 1 TO Widx
                      END-IF
                      IF Widx > 9 THEN
                          MOVE 9 TO Widx
                      END-IF
                      ADD 1 TO Wsc-taille(Ws, Widx)
                  END-IF
              END-IF.

              Marquer_foyer_centre.
              MOVE 0 TO Wtrouve
              MOVE 1 TO WidxFc
              PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR
                      WidxFc > WnbFc
                  IF Wfc-foyer(WidxFc) = WfoyerCourant AND
                          Wfc-centre(WidxFc) = WcentreCourant THEN
                      MOVE 1 TO Wtrouve
                  ELSE
                      ADD 1 TO WidxFc
                  END-IF
              END-PERFORM
              IF Wtrouve = 0 AND WnbFc < 3000 THEN
                  ADD 1 TO WnbFc
                  MOVE WnbFc TO WidxFc
                  MOVE WfoyerCourant TO Wfc-foyer(WidxFc)
                  MOVE WcentreCourant TO Wfc-centre(WidxFc)
                  MOVE "NNNN" TO Wfc-ligne(WidxFc)(8:4)
                  MOVE 1 TO Wtrouve
              END-IF
              IF Wtrouve = 1 THEN
                  IF Wfc-touche(WidxFc, Ws) NOT = "O" THEN
                      MOVE "O" TO Wfc-touche(WidxFc, Ws)
                      PERFORM Compter_foyer_centre
                  END-IF
              END-IF.

              Compter_foyer_centre.
              MOVE 0 TO Wtrouve
              MOVE 1 TO WidxCt
              PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR
                      WidxCt > WnbCt
                  IF Wct-centre(WidxCt) = WcentreCourant THEN
                      MOVE 1 TO Wtrouve
                  ELSE
                      ADD 1 TO WidxCt
                  END-IF
              END-PERFORM
              IF Wtrouve = 0 AND WnbCt < 30 THEN
                  ADD 1 TO WnbCt
                  MOVE WnbCt TO WidxCt
                  MOVE WcentreCourant TO Wct-centre(WidxCt)
                  MOVE 0 TO Wct-foyers(WidxCt, 1)
                  MOVE 0 TO Wct-foyers(WidxCt, 2)
                  MOVE 0 TO Wct-foyers(WidxCt, 3)
                  MOVE 0 TO Wct-foyers(WidxCt, 4)
                  MOVE 1 TO Wtrouve
              END-IF
              IF Wtrouve = 1 THEN
                  ADD 1 TO Wct-foyers(WidxCt, Ws)
              END-IF.

              Charger_lignes_cumul.
              MOVE 0 TO WnbLgc
              MOVE 0 TO WfinL
              IF WsourceArchive = 1 THEN
                  MOVE WidCourant TO fdlx_distribution
                  MOVE LOW-VALUES TO fdlx_produit
                  START flignes-archive KEY IS NOT LESS THAN
                      fdlx_cle
                      INVALID KEY MOVE 1 TO WfinL
                  END-START
                  PERFORM WITH TEST AFTER UNTIL WfinL = 1
                      READ flignes-archive NEXT
                          AT END MOVE 1 TO WfinL
                          NOT AT END
                              IF fdlx_distribution NOT =
                                      WidCourant THEN
                                  MOVE 1 TO WfinL
                              ELSE
                                  IF WnbLgc < 30 THEN
                                      ADD 1 TO WnbLgc
                                      MOVE fdlx_produit
                                          TO Wlgc-produit(WnbLgc)
                                      MOVE fdlx_quantite
                                          TO Wlgc-quantite(WnbLgc)
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
              ELSE
                  MOVE WidCourant TO fdl_distribution
                  MOVE LOW-VALUES TO fdl_produit
                  START fdistribution-lignes KEY IS NOT LESS THAN
                      fdl_cle
                      INVALID KEY MOVE 1 TO WfinL
                  END-START
                  PERFORM WITH TEST AFTER UNTIL WfinL = 1
                      READ fdistribution-lignes NEXT
                          AT END MOVE 1 TO WfinL
                          NOT AT END
                              IF fdl_distribution NOT =
                                      WidCourant THEN
                                  MOVE 1 TO WfinL
                              ELSE
                                  IF WnbLgc < 30 THEN
                                      ADD 1 TO WnbLgc
                                      MOVE fdl_produit
                                          TO Wlgc-produit(WnbLgc)
                                      MOVE fdl_quantite
                                          TO Wlgc-quantite(WnbLgc)
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
              END-IF
              IF WnbLgc = 0 THEN
                  MOVE 1 TO WnbLgc
                  MOVE WproduitEntete TO Wlgc-produit(1)
                  MOVE WquantiteEntete TO Wlgc-quantite(1)
              END-IF.

              Ecrire_rapport.
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE SPACES TO WnomRapport
              STRING "simulation_droits_" Wdt(1:8) "_" Wdt(9:6)
                  ".txt" DELIMITED BY SIZE INTO WnomRapport
              OPEN OUTPUT frapport
              MOVE SPACES TO Wligne-rapport
              STRING "=== Simulation des regles de droit du "
                  WdateJour " ==="
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING "Distributions rejouees du " WdateDebut " au "
                  WdateJour " (" WnbMois " mois, vivant + archive)"
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING "Simulation en lecture seule : aucune donnee "
                  "modifiee."
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "Scenario  LIMQTE  LIMJRS  Adulte  Enfant"
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE SPACES TO Wligne-rapport
                  MOVE Wsc-nom(Ws) TO Wligne-rapport(1:6)
                  MOVE Wsc-limQte(Ws) TO Wchamp-param
                  MOVE Wchamp-param TO Wligne-rapport(11:6)
                  MOVE Wsc-limJrs(Ws) TO Wchamp-param
                  MOVE Wchamp-param TO Wligne-rapport(19:6)
                  MOVE Wsc-partAdulte(Ws) TO Wchamp-part
                  MOVE Wchamp-part TO Wligne-rapport(31:2)
                  MOVE Wsc-partEnfant(Ws) TO Wchamp-part
                  MOVE Wchamp-part TO Wligne-rapport(39:2)
                  WRITE Wligne-rapport
                  ADD 1 TO Ws
              END-PERFORM
              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport

              MOVE SPACES TO Wlibelle
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE 0 TO Wval(Ws)
                  ADD 1 TO Ws
              END-PERFORM
              PERFORM Ecrire_entete_comparaison

              MOVE "Distributions rejouees" TO Wlibelle
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE WnbDistRejouees TO Wval(Ws)
                  ADD 1 TO Ws
              END-PERFORM
              PERFORM Ecrire_ligne_comparaison
              MOVE "Volume distribue reel" TO Wlibelle
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE WvolRejoue TO Wval(Ws)
                  ADD 1 TO Ws
              END-PERFORM
              PERFORM Ecrire_ligne_comparaison
              MOVE "Distributions refusees" TO Wlibelle
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE Wsc-nbRefus(Ws) TO Wval(Ws)
                  ADD 1 TO Ws
              END-PERFORM
              PERFORM Ecrire_ligne_comparaison
              MOVE "Distributions reduites" TO Wlibelle
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE Wsc-nbReduit(Ws) TO Wval(Ws)
                  ADD 1 TO Ws
              END-PERFORM
              PERFORM Ecrire_ligne_comparaison
              MOVE "Foyers touches" TO Wlibelle
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE Wsc-nbFoyers(Ws) TO Wval(Ws)
                  ADD 1 TO Ws
              END-PERFORM
              PERFORM Ecrire_ligne_comparaison
              MOVE "Volume de stock economise" TO Wlibelle
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE Wsc-volEconomise(Ws) TO Wval(Ws)
                  ADD 1 TO Ws
              END-PERFORM
              PERFORM Ecrire_ligne_comparaison
              MOVE "Volume supplementaire necessaire" TO Wlibelle
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE Wsc-volBesoin(Ws) TO Wval(Ws)
                  ADD 1 TO Ws
              END-PERFORM
              PERFORM Ecrire_ligne_comparaison

              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "--- Foyers touches par taille de foyer ---"
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > 9
                  MOVE SPACES TO Wlibelle
                  IF Widx = 9 THEN
                      MOVE "9 personnes et plus" TO Wlibelle
                  ELSE
                      STRING Widx(2:1) " personne(s)"
                          DELIMITED BY SIZE INTO Wlibelle
                  END-IF
                  MOVE 1 TO Ws
                  PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                      MOVE Wsc-taille(Ws, Widx) TO Wval(Ws)
                      ADD 1 TO Ws
                  END-PERFORM
                  PERFORM Ecrire_ligne_comparaison
                  ADD 1 TO Widx
              END-PERFORM

              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "--- Foyers touches par centre ---"
                  TO Wligne-rapport
              WRITE Wligne-rapport
              IF WnbCt = 0 THEN
                  MOVE "Aucun foyer touche." TO Wligne-rapport
                  WRITE Wligne-rapport
              END-IF
              MOVE 1 TO WidxCt
              PERFORM WITH TEST AFTER UNTIL WidxCt > WnbCt
                      OR WnbCt = 0
                  MOVE SPACES TO Wlibelle
                  STRING "Centre " Wct-centre(WidxCt)
                      DELIMITED BY SIZE INTO Wlibelle
                  MOVE 1 TO Ws
                  PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                      MOVE Wct-foyers(WidxCt, Ws) TO Wval(Ws)
                      ADD 1 TO Ws
                  END-PERFORM
                  PERFORM Ecrire_ligne_comparaison
                  ADD 1 TO WidxCt
              END-PERFORM

              IF WnbDebordements > 0 THEN
                  MOVE SPACES TO Wligne-rapport
                  STRING "Attention : " WnbDebordements
                      " ligne(s) hors table de cumul, resultats "
                      "approches."
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
              END-IF
              MOVE SPACES TO Wligne-rapport
              STRING "Volume supplementaire : part des plafonds "
                  "proposes au-dela de ce qui a ete servi aux "
                  "foyers deja au plafond actuel."
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              CLOSE frapport.

              Ecrire_entete_comparaison.
              MOVE SPACES TO Wligne-rapport
              MOVE "Indicateur" TO Wligne-rapport(1:10)
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  COMPUTE Wcolonne = 36 + ((Ws - 1) * 10) + 4
                  MOVE Wsc-nom(Ws) TO Wligne-rapport(Wcolonne:6)
                  ADD 1 TO Ws
              END-PERFORM
              WRITE Wligne-rapport.

              Ecrire_ligne_comparaison.
              MOVE SPACES TO Wligne-rapport
              MOVE Wlibelle TO Wligne-rapport(1:34)
              MOVE 1 TO Ws
              PERFORM WITH TEST AFTER UNTIL Ws > WnbScen
                  MOVE Wval(Ws) TO Wchamp-valeur
                  COMPUTE Wcolonne = 36 + ((Ws - 1) * 10)
                  MOVE Wchamp-valeur TO Wligne-rapport(Wcolonne:9)
                  ADD 1 TO Ws
              END-PERFORM
              WRITE Wligne-rapport.

              Enregistrer_etat.
              OPEN I-O increment
              IF cr_autoinc = 00 THEN
                  MOVE "ET" TO autoinc_entite
                  READ increment
                      NOT INVALID KEY
                          ADD 1 TO autoinc_num
                          REWRITE autoinc
                          END-REWRITE
                          OPEN I-O fetats
                          IF cr_fetats = 35 THEN
                              OPEN OUTPUT fetats
                              CLOSE fetats
                              OPEN I-O fetats
                          END-IF
                          MOVE autoinc_num TO fet_id
                          MOVE "SIMDROIT" TO fet_code
                          MOVE Wdt(1:8) TO fet_date
                          MOVE Wdt(9:6) TO fet_heure
                          MOVE WnomRapport TO fet_fichier
                          WRITE tamp_fetats
                          END-WRITE
                          CLOSE fetats
                  END-READ
                  CLOSE increment
              END-IF.

              COPY "versions.cpy".
