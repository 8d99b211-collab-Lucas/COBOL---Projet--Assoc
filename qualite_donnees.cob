           IDENTIFICATION DIVISION.
              PROGRAM-ID. qualite-donnees.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

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

                  select fcartes assign to "cartes_beneficiaires.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fcb_numero
                  alternate record key is fcb_beneficiaire
                      WITH DUPLICATES
                  file status is cr_fcartes.

                  select fcentres assign to "centres.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fce_id
                  alternate record key is fce_ville WITH DUPLICATES
                  alternate record key is fce_produit WITH DUPLICATES
                  file status is cr_fcentres.

                  select fantennes assign to "antennes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fan_code
                  file status is cr_fantennes.

                  select fproduits assign to "produits.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpr_id
                  file status is cr_fproduits.

                  select feans assign to "eans.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fea_code
                  file status is cr_feans.

                  select ffournisseurs assign to "ffournisseurs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ffo_id
                  file status is cr_ffournisseurs.

                  select fprix assign to "prix_fournisseurs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpx_cle
                  file status is cr_fprix.

                  select fqualite assign to "qualite_scores.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fqs_cle
                  file status is cr_fqualite.

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

              FD fbe.
              COPY "fbe_record.cpy".

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

              FD fantennes.
              01 tamp_fantennes.
                  02 fan_code PIC 9(2).
                  02 fan_libelle PIC X(30).

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

              FD feans.
              01 tamp_feans.
                  02 fea_code PIC X(13).
                  02 fea_produit PIC 9(5).

              FD ffournisseurs.
              01 tamp_ffournisseurs.
                  02 ffo_id PIC 9(5).
                  02 ffo_nom PIC X(30).
                  02 ffo_contact PIC X(40).
                  02 ffo_statut PIC X(1).
                  02 ffo_modifPar PIC 9(4).
                  02 ffo_modifDate PIC 9(8).
                  02 ffo_modifHeure PIC 9(6).

              FD fprix.
              01 tamp_fprix.
                  02 fpx_cle.
                      03 fpx_fournisseur PIC 9(5).
                      03 fpx_produit PIC 9(5).
                      03 fpx_dateDebut PIC 9(8).
                  02 fpx_prix PIC 9(6)V99.

              FD fqualite.
              01 tamp_fqualite.
                  02 fqs_cle.
                      03 fqs_niveau PIC X(1).
                      03 fqs_code PIC 9(2).
                      03 fqs_date PIC 9(8).
                  02 fqs_nbControles PIC 9(7).
                  02 fqs_nbAnomalies PIC 9(7).
                  02 fqs_score PIC 9(3)V9.

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
              77 cr_fbe PIC 9(2).
              77 cr_fbeneficiaires PIC 9(2).
              77 cr_fmenages PIC 9(2).
              77 cr_fcartes PIC 9(2).
              77 cr_fcentres PIC 9(2).
              77 cr_fantennes PIC 9(2).
              77 cr_fproduits PIC 9(2).
              77 cr_feans PIC 9(2).
              77 cr_ffournisseurs PIC 9(2).
              77 cr_fprix PIC 9(2).
              77 cr_fqualite PIC 9(2).
              77 cr_autoinc PIC 9(2).
              77 cr_fetats PIC 9(2).
              77 cr_frapport PIC 9(2).
              77 cr_fbatch-runs PIC 9(2).
              77 cr_fversions PIC 9(2).
              77 Wfin PIC 9.
              77 Wfin2 PIC 9.
              77 Wdt PIC X(21).
              77 WdateJour PIC 9(8).
              77 WnomRapport PIC X(40).
              77 Widx PIC 9(3).
              77 WidxAnt PIC 9(3).
              77 WcentreFiche PIC 9(2).
              77 WreferentielFiche PIC 9(1).
              77 WtypeFiche PIC X(12).
              77 WidFiche PIC 9(5).
              77 WnbCtlFiche PIC 9(2).
              77 WnbAnoFiche PIC 9(2).
              77 WlibFiche PIC X(80).
              77 WptrFiche PIC 9(3).
              77 WnumRegle PIC 9(2).
              77 WnbMembres PIC 9(2).
              77 WdateInvraisemblable PIC 9(1).
              77 WjoursOuverts PIC 9(1).
              77 WidxJour PIC 9(1).
              77 WrefControles PIC 9(7).
              77 WrefAnomalies PIC 9(7).
              77 WgloControles PIC 9(7).
              77 WgloAnomalies PIC 9(7).
              77 WnbFichesControlees PIC 9(6).
              77 WnbFichesAnomalie PIC 9(6).
              77 WniveauQs PIC X(1).
              77 WcodeQs PIC 9(2).
              77 WlibelleQs PIC X(30).
              77 WnbControlesQs PIC 9(7).
              77 WnbAnomaliesQs PIC 9(7).
              77 WscoreQs PIC 9(3)V9.
              77 WscorePrec PIC 9(3)V9.
              77 WprecTrouve PIC 9(1).
              77 WecartScore PIC S9(3)V9.
              77 WnbHist PIC 9(1).
              77 WidxHist PIC 9(1).
              01 Wtab-historique.
                 02 Whist-score PIC 9(3)V9 OCCURS 5 TIMES.
              77 WscoreEdit PIC ZZ9.9.
              77 WecartEdit PIC +ZZ9.9.
              77 WnbEdit PIC Z(6)9.
              77 WtexteHist PIC X(40).
              77 WptrHist PIC 9(3).
              01 Wtab-centres.
                 02 Wce-ligne OCCURS 100 TIMES.
                    03 Wce-existe PIC X(1).
                    03 Wce-nom PIC X(30).
                    03 Wce-antenne PIC 9(2).
                    03 Wce-controles PIC 9(7).
                    03 Wce-anomalies PIC 9(7).
              01 Wtab-antennes.
                 02 Wan-ligne OCCURS 100 TIMES.
                    03 Wan-existe PIC X(1).
                    03 Wan-libelle PIC X(30).
                    03 Wan-controles PIC 9(7).
                    03 Wan-anomalies PIC 9(7).
              01 Wtab-regles.
                 02 Wrg-ligne OCCURS 16 TIMES.
                    03 Wrg-libelle PIC X(45).
                    03 Wrg-court PIC X(12).
                    03 Wrg-nb PIC 9(6).
              01 Wtab-ean.
                 02 Wean-present PIC X(1) OCCURS 99999 TIMES.
              01 Wtab-prix.
                 02 Wpx-present PIC X(1) OCCURS 99999 TIMES.
              01 Wtab-pires.
                 02 Wpi-ligne OCCURS 25 TIMES.
                    03 Wpi-type PIC X(12).
                    03 Wpi-id PIC 9(5).
                    03 Wpi-centre PIC 9(2).
                    03 Wpi-nb PIC 9(2).
                    03 Wpi-lib PIC X(80).
              01 Wpi-tampon PIC X(101).
              77 WnbPires PIC 9(2).
              77 WidxPi PIC 9(2).
              77 WidxPiPrec PIC 9(2).
              77 Wprogramme PIC X(12).
              77 WidRun PIC 9(5).
              77 WmaxRun PIC 9(5).
              77 Wreprise PIC 9(1).
              77 Wcheckpoint PIC 9(8).
              77 WcheckpointRepris PIC 9(8).
              77 WstatutDernier PIC X(1).
              77 WdernierCheckpoint PIC 9(8).
              77 WfinRun PIC 9.
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "benevoles.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "fbeneficiaires.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Tableau de bord de la qualite des donnees"
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO WdateJour

              MOVE "QUALITE" TO Wprogramme
              PERFORM Ouvrir_controle_batch

              PERFORM Initialiser_regles
              PERFORM Charger_antennes
              PERFORM Charger_centres
              PERFORM Charger_eans
              PERFORM Charger_prix
              PERFORM Controler_benevoles
              PERFORM Controler_beneficiaires
              PERFORM Controler_centres
              PERFORM Controler_produits
              PERFORM Controler_fournisseurs
              PERFORM Cumuler_antennes
              PERFORM Ecrire_tableau
              PERFORM Enregistrer_etat

              MOVE WnbFichesControlees TO Wcheckpoint
              PERFORM Clore_controle_batch

              DISPLAY WnbFichesControlees " fiche(s) controlee(s), "
                  WnbFichesAnomalie " avec anomalie(s), voir "
                  FUNCTION TRIM(WnomRapport)
              STOP RUN.

              Initialiser_regles.
              INITIALIZE Wtab-regles
              MOVE "Benevole sans telephone" TO Wrg-libelle(1)
              MOVE "telephone" TO Wrg-court(1)
              MOVE "Benevole sans e-mail" TO Wrg-libelle(2)
              MOVE "e-mail" TO Wrg-court(2)
              MOVE "Benevole sans adresse" TO Wrg-libelle(3)
              MOVE "adresse" TO Wrg-court(3)
              MOVE "Benevole mineur sans consentement parental"
                  TO Wrg-libelle(4)
              MOVE "consentement" TO Wrg-court(4)
              MOVE "Benevole d'age invraisemblable" TO Wrg-libelle(5)
              MOVE "age" TO Wrg-court(5)
              MOVE "Beneficiaire sans adresse" TO Wrg-libelle(6)
              MOVE "adresse" TO Wrg-court(6)
              MOVE "Beneficiaire sans membre de menage"
                  TO Wrg-libelle(7)
              MOVE "menage vide" TO Wrg-court(7)
              MOVE "Beneficiaire : nb personnes <> menage"
                  TO Wrg-libelle(8)
              MOVE "nb personnes" TO Wrg-court(8)
              MOVE "Beneficiaire : date de naissance invraisemblable"
                  TO Wrg-libelle(9)
              MOVE "naissance" TO Wrg-court(9)
              MOVE "Centre sans jour d'ouverture" TO Wrg-libelle(10)
              MOVE "ouverture" TO Wrg-court(10)
              MOVE "Centre sans capacite de stockage"
                  TO Wrg-libelle(11)
              MOVE "capacite" TO Wrg-court(11)
              MOVE "Produit sans unite" TO Wrg-libelle(12)
              MOVE "unite" TO Wrg-court(12)
              MOVE "Produit sans categorie" TO Wrg-libelle(13)
              MOVE "categorie" TO Wrg-court(13)
              MOVE "Produit sans cout" TO Wrg-libelle(14)
              MOVE "cout" TO Wrg-court(14)
              MOVE "Produit sans code EAN" TO Wrg-libelle(15)
              MOVE "EAN" TO Wrg-court(15)
              MOVE "Fournisseur sans prix" TO Wrg-libelle(16)
              MOVE "prix" TO Wrg-court(16)
              INITIALIZE Wtab-centres
              INITIALIZE Wtab-antennes
              INITIALIZE Wtab-pires
              MOVE ALL "N" TO Wtab-ean
              MOVE ALL "N" TO Wtab-prix
              MOVE 0 TO WnbPires
              MOVE 0 TO WrefControles
              MOVE 0 TO WrefAnomalies
              MOVE 0 TO WgloControles
              MOVE 0 TO WgloAnomalies
              MOVE 0 TO WnbFichesControlees
              MOVE 0 TO WnbFichesAnomalie
              MOVE "N" TO Wce-existe(1)
              MOVE "Non rattache a un centre" TO Wce-nom(1)
              MOVE "O" TO Wan-existe(1)
              MOVE "Siege" TO Wan-libelle(1).

              Charger_antennes.
              OPEN INPUT fantennes
              IF cr_fantennes = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fantennes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              COMPUTE WidxAnt = fan_code + 1
                              MOVE "O" TO Wan-existe(WidxAnt)
                              MOVE fan_libelle TO Wan-libelle(WidxAnt)
                      END-READ
                  END-PERFORM
                  CLOSE fantennes
              END-IF.

              Charger_centres.
              OPEN INPUT fcentres
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fcentres NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          COMPUTE Widx = fce_id + 1
                          MOVE "O" TO Wce-existe(Widx)
                          MOVE fce_nom TO Wce-nom(Widx)
                          MOVE fce_antenne TO Wce-antenne(Widx)
                  END-READ
              END-PERFORM
              CLOSE fcentres.

              Charger_eans.
              OPEN INPUT feans
              IF cr_feans = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ feans NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fea_produit > 0 THEN
                                  MOVE "O" TO Wean-present(fea_produit)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE feans
              END-IF.

              Charger_prix.
              OPEN INPUT fprix
              IF cr_fprix = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fprix NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fpx_fournisseur > 0 AND
                                      fpx_prix > 0 THEN
                                  MOVE "O"
                                      TO Wpx-present(fpx_fournisseur)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fprix
              END-IF.

              Controler_benevoles.
              OPEN INPUT fbe
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fbe NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF fbe_statut NOT = "I" AND
                                  fbe_nom NOT = "ANONYMISE" THEN
                              PERFORM Controler_un_benevole
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE fbe.

              Controler_un_benevole.
              MOVE "Benevole" TO WtypeFiche
              MOVE fbe_id TO WidFiche
              MOVE fbe_centre TO WcentreFiche
              MOVE 0 TO WreferentielFiche
              PERFORM Debuter_fiche
              ADD 1 TO WnbCtlFiche
              IF fbe_telephone = SPACES THEN
                  MOVE 1 TO WnumRegle
                  PERFORM Noter_anomalie
              END-IF
              ADD 1 TO WnbCtlFiche
              IF fbe_email = SPACES THEN
                  MOVE 2 TO WnumRegle
                  PERFORM Noter_anomalie
              END-IF
              ADD 1 TO WnbCtlFiche
              IF fbe_adresse = SPACES THEN
                  MOVE 3 TO WnumRegle
                  PERFORM Noter_anomalie
              END-IF
              IF fbe_age < 18 THEN
                  ADD 1 TO WnbCtlFiche
                  IF fbe_consentement NOT = "O" THEN
                      MOVE 4 TO WnumRegle
                      PERFORM Noter_anomalie
                  END-IF
              END-IF
              ADD 1 TO WnbCtlFiche
              IF fbe_age < 12 OR fbe_age > 99 THEN
                  MOVE 5 TO WnumRegle
                  PERFORM Noter_anomalie
              END-IF
              PERFORM Terminer_fiche.

              Controler_beneficiaires.
              OPEN INPUT fbeneficiaires
              OPEN INPUT fmenages
              OPEN INPUT fcartes
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fbeneficiaires NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF fbn_statut NOT = "I" THEN
                              PERFORM Controler_un_beneficiaire
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE fbeneficiaires
              CLOSE fmenages
              CLOSE fcartes.

              Controler_un_beneficiaire.
              MOVE "Beneficiaire" TO WtypeFiche
              MOVE fbn_id TO WidFiche
              MOVE 0 TO WreferentielFiche
              PERFORM Chercher_centre_beneficiaire
              PERFORM Compter_menage
              PERFORM Debuter_fiche
              ADD 1 TO WnbCtlFiche
              IF fbn_adresse = SPACES THEN
                  MOVE 6 TO WnumRegle
                  PERFORM Noter_anomalie
              END-IF
              ADD 1 TO WnbCtlFiche
              IF WnbMembres = 0 THEN
                  MOVE 7 TO WnumRegle
                  PERFORM Noter_anomalie
              ELSE
                  ADD 1 TO WnbCtlFiche
                  IF fbn_nbPersonnes NOT = WnbMembres THEN
                      MOVE 8 TO WnumRegle
                      PERFORM Noter_anomalie
                  END-IF
                  ADD 1 TO WnbCtlFiche
                  IF WdateInvraisemblable = 1 THEN
                      MOVE 9 TO WnumRegle
                      PERFORM Noter_anomalie
                  END-IF
              END-IF
              PERFORM Terminer_fiche.

              Chercher_centre_beneficiaire.
              MOVE 0 TO WcentreFiche
              MOVE 0 TO Wfin2
              MOVE fbn_id TO fcb_beneficiaire
              START fcartes KEY IS EQUAL TO fcb_beneficiaire
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ fcartes NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF fcb_beneficiaire NOT = fbn_id THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              IF fcb_statut = "A" OR
                                      WcentreFiche = 0 THEN
                                  MOVE fcb_centre TO WcentreFiche
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM.

              Compter_menage.
              MOVE 0 TO WnbMembres
              MOVE 0 TO WdateInvraisemblable
              MOVE 0 TO Wfin2
              MOVE fbn_id TO fmn_beneficiaire
              MOVE LOW-VALUES TO fmn_numPersonne
              START fmenages KEY IS NOT LESS THAN fmn_cle
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ fmenages NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF fmn_beneficiaire NOT = fbn_id THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              ADD 1 TO WnbMembres
                              IF fmn_dateNaissance < 19000101 OR
                                      fmn_dateNaissance > WdateJour THEN
                                  MOVE 1 TO WdateInvraisemblable
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM.

              Controler_centres.
              OPEN INPUT fcentres
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fcentres NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF fce_statut NOT = "I" THEN
                              PERFORM Controler_un_centre
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE fcentres.

              Controler_un_centre.
              MOVE "Centre" TO WtypeFiche
              MOVE fce_id TO WidFiche
              MOVE fce_id TO WcentreFiche
              MOVE 0 TO WreferentielFiche
              PERFORM Debuter_fiche
              MOVE 0 TO WjoursOuverts
              MOVE 1 TO WidxJour
              PERFORM WITH TEST AFTER UNTIL WidxJour > 7
                  IF fce_joursOuverture(WidxJour:1) = "O" THEN
                      MOVE 1 TO WjoursOuverts
                  END-IF
                  ADD 1 TO WidxJour
              END-PERFORM
              ADD 1 TO WnbCtlFiche
              IF WjoursOuverts = 0 THEN
                  MOVE 10 TO WnumRegle
                  PERFORM Noter_anomalie
              END-IF
              ADD 1 TO WnbCtlFiche
              IF fce_capacite = 0 THEN
                  MOVE 11 TO WnumRegle
                  PERFORM Noter_anomalie
              END-IF
              PERFORM Terminer_fiche.

              Controler_produits.
              OPEN INPUT fproduits
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fproduits NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF fpr_statut NOT = "I" THEN
                              PERFORM Controler_un_produit
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE fproduits.

              Controler_un_produit.
              MOVE "Produit" TO WtypeFiche
              MOVE fpr_id TO WidFiche
              MOVE 0 TO WcentreFiche
              MOVE 1 TO WreferentielFiche
              PERFORM Debuter_fiche
              ADD 1 TO WnbCtlFiche
              IF fpr_unite = SPACES THEN
                  MOVE 12 TO WnumRegle
                  PERFORM Noter_anomalie
              END-IF
              ADD 1 TO WnbCtlFiche
              IF fpr_categorie = SPACES THEN
                  MOVE 13 TO WnumRegle
                  PERFORM Noter_anomalie
              END-IF
              ADD 1 TO WnbCtlFiche
              IF fpr_cout = 0 THEN
                  MOVE 14 TO WnumRegle
                  PERFORM Noter_anomalie
              END-IF
              ADD 1 TO WnbCtlFiche
              IF fpr_id = 0 THEN
                  MOVE 15 TO WnumRegle
                  PERFORM Noter_anomalie
              ELSE
                  IF Wean-present(fpr_id) NOT = "O" THEN
                      MOVE 15 TO WnumRegle
                      PERFORM Noter_anomalie
                  END-IF
              END-IF
              PERFORM Terminer_fiche.

              Controler_fournisseurs.
              OPEN INPUT ffournisseurs
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ ffournisseurs NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          IF ffo_statut NOT = "I" THEN
                              PERFORM Controler_un_fournisseur
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ffournisseurs.

              Controler_un_fournisseur.
              MOVE "Fournisseur" TO WtypeFiche
              MOVE ffo_id TO WidFiche
              MOVE 0 TO WcentreFiche
              MOVE 1 TO WreferentielFiche
              PERFORM Debuter_fiche
              ADD 1 TO WnbCtlFiche
              IF ffo_id = 0 THEN
                  MOVE 16 TO WnumRegle
                  PERFORM Noter_anomalie
              ELSE
                  IF Wpx-present(ffo_id) NOT = "O" THEN
                      MOVE 16 TO WnumRegle
                      PERFORM Noter_anomalie
                  END-IF
              END-IF
              PERFORM Terminer_fiche.

              Debuter_fiche.
              MOVE 0 TO WnbCtlFiche
              MOVE 0 TO WnbAnoFiche
              MOVE SPACES TO WlibFiche
              MOVE 1 TO WptrFiche.

              Noter_anomalie.
              ADD 1 TO Wrg-nb(WnumRegle)
              IF WnbAnoFiche > 0 THEN
                  STRING ", " DELIMITED BY SIZE
                      INTO WlibFiche WITH POINTER WptrFiche
                  END-STRING
              END-IF
              ADD 1 TO WnbAnoFiche
              STRING FUNCTION TRIM(Wrg-court(WnumRegle))
                  DELIMITED BY SIZE
                  INTO WlibFiche WITH POINTER WptrFiche
              END-STRING.

              Terminer_fiche.
              ADD 1 TO WnbFichesControlees
              ADD WnbCtlFiche TO WgloControles
              ADD WnbAnoFiche TO WgloAnomalies
              IF WreferentielFiche = 1 THEN
                  ADD WnbCtlFiche TO WrefControles
                  ADD WnbAnoFiche TO WrefAnomalies
              ELSE
                  COMPUTE Widx = WcentreFiche + 1
                  ADD WnbCtlFiche TO Wce-controles(Widx)
                  ADD WnbAnoFiche TO Wce-anomalies(Widx)
              END-IF
              IF WnbAnoFiche > 0 THEN
                  ADD 1 TO WnbFichesAnomalie
                  PERFORM Classer_fiche
              END-IF.

              Classer_fiche.
              IF WnbPires < 25 THEN
                  ADD 1 TO WnbPires
                  MOVE WnbPires TO WidxPi
              ELSE
                  IF WnbAnoFiche > Wpi-nb(25) THEN
                      MOVE 25 TO WidxPi
                  ELSE
                      MOVE 0 TO WidxPi
                  END-IF
              END-IF
              IF WidxPi > 0 THEN
                  MOVE WtypeFiche TO Wpi-type(WidxPi)
                  MOVE WidFiche TO Wpi-id(WidxPi)
                  MOVE WcentreFiche TO Wpi-centre(WidxPi)
                  MOVE WnbAnoFiche TO Wpi-nb(WidxPi)
                  MOVE WlibFiche TO Wpi-lib(WidxPi)
                  PERFORM WITH TEST BEFORE UNTIL WidxPi = 1
                      COMPUTE WidxPiPrec = WidxPi - 1
                      IF Wpi-nb(WidxPiPrec) < Wpi-nb(WidxPi) THEN
                          MOVE Wpi-ligne(WidxPiPrec) TO Wpi-tampon
                          MOVE Wpi-ligne(WidxPi)
                              TO Wpi-ligne(WidxPiPrec)
                          MOVE Wpi-tampon TO Wpi-ligne(WidxPi)
                          MOVE WidxPiPrec TO WidxPi
                      ELSE
                          MOVE 1 TO WidxPi
                      END-IF
                  END-PERFORM
              END-IF.

              Cumuler_antennes.
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > 100
                  IF Wce-controles(Widx) > 0 THEN
                      COMPUTE WidxAnt = Wce-antenne(Widx) + 1
                      MOVE "O" TO Wan-existe(WidxAnt)
                      ADD Wce-controles(Widx)
                          TO Wan-controles(WidxAnt)
                      ADD Wce-anomalies(Widx)
                          TO Wan-anomalies(WidxAnt)
                  END-IF
                  ADD 1 TO Widx
              END-PERFORM.

              Ecrire_tableau.
              MOVE SPACES TO WnomRapport
              STRING "qualite_donnees_" Wdt(1:8) "_" Wdt(9:6)
                  ".txt" DELIMITED BY SIZE INTO WnomRapport
              OPEN OUTPUT frapport
              OPEN I-O fqualite
              IF cr_fqualite = 35 THEN
                  OPEN OUTPUT fqualite
                  CLOSE fqualite
                  OPEN I-O fqualite
              END-IF

              MOVE SPACES TO Wligne-rapport
              STRING "=== Qualite des donnees de reference au "
                  WdateJour " ==="
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "Score = part des controles satisfaits (100 = "
                  & "aucune anomalie)."
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport

              MOVE "--- Scores par centre ---" TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "C" TO WniveauQs
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > 100
                  IF Wce-controles(Widx) > 0 THEN
                      COMPUTE WcodeQs = Widx - 1
                      MOVE Wce-nom(Widx) TO WlibelleQs
                      MOVE Wce-controles(Widx) TO WnbControlesQs
                      MOVE Wce-anomalies(Widx) TO WnbAnomaliesQs
                      PERFORM Ecrire_ligne_score
                  END-IF
                  ADD 1 TO Widx
              END-PERFORM

              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "--- Scores par antenne ---" TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "A" TO WniveauQs
              MOVE 1 TO WidxAnt
              PERFORM WITH TEST AFTER UNTIL WidxAnt > 100
                  IF Wan-controles(WidxAnt) > 0 THEN
                      COMPUTE WcodeQs = WidxAnt - 1
                      MOVE Wan-libelle(WidxAnt) TO WlibelleQs
                      MOVE Wan-controles(WidxAnt) TO WnbControlesQs
                      MOVE Wan-anomalies(WidxAnt) TO WnbAnomaliesQs
                      PERFORM Ecrire_ligne_score
                  END-IF
                  ADD 1 TO WidxAnt
              END-PERFORM

              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "--- Referentiel commun et ensemble ---"
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "R" TO WniveauQs
              MOVE 0 TO WcodeQs
              MOVE "Produits et fournisseurs" TO WlibelleQs
              MOVE WrefControles TO WnbControlesQs
              MOVE WrefAnomalies TO WnbAnomaliesQs
              PERFORM Ecrire_ligne_score
              MOVE "G" TO WniveauQs
              MOVE 0 TO WcodeQs
              MOVE "Ensemble de l'association" TO WlibelleQs
              MOVE WgloControles TO WnbControlesQs
              MOVE WgloAnomalies TO WnbAnomaliesQs
              PERFORM Ecrire_ligne_score

              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "--- Anomalies par regle ---" TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE 1 TO WnumRegle
              PERFORM WITH TEST AFTER UNTIL WnumRegle > 16
                  MOVE Wrg-nb(WnumRegle) TO WnbEdit
                  MOVE SPACES TO Wligne-rapport
                  STRING Wrg-libelle(WnumRegle) " " WnbEdit
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
                  ADD 1 TO WnumRegle
              END-PERFORM

              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "--- Fiches les plus incompletes ---"
                  TO Wligne-rapport
              WRITE Wligne-rapport
              IF WnbPires = 0 THEN
                  MOVE "Aucune anomalie detectee." TO Wligne-rapport
                  WRITE Wligne-rapport
              END-IF
              MOVE 1 TO WidxPi
              PERFORM WITH TEST BEFORE UNTIL WidxPi > WnbPires
                  MOVE SPACES TO Wligne-rapport
                  STRING Wpi-type(WidxPi) " ID " Wpi-id(WidxPi)
                      " centre " Wpi-centre(WidxPi) " : "
                      Wpi-nb(WidxPi) " anomalie(s) : "
                      Wpi-lib(WidxPi)
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
                  ADD 1 TO WidxPi
              END-PERFORM

              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING WnbFichesControlees " fiche(s) controlee(s), "
                  WnbFichesAnomalie " avec au moins une anomalie."
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              CLOSE fqualite
              CLOSE frapport.

              Ecrire_ligne_score.
              IF WnbControlesQs > 0 THEN
                  COMPUTE WscoreQs ROUNDED = 100 *
                      (WnbControlesQs - WnbAnomaliesQs)
                      / WnbControlesQs
              ELSE
                  MOVE 100 TO WscoreQs
              END-IF
              PERFORM Lire_historique_score
              MOVE WscoreQs TO WscoreEdit
              MOVE SPACES TO Wligne-rapport
              STRING WcodeQs " " WlibelleQs " score " WscoreEdit
                  DELIMITED BY SIZE INTO Wligne-rapport
              MOVE WnbAnomaliesQs TO WnbEdit
              STRING " anomalies " WnbEdit
                  DELIMITED BY SIZE INTO Wligne-rapport(52:18)
              IF WprecTrouve = 1 THEN
                  COMPUTE WecartScore = WscoreQs - WscorePrec
                  MOVE WecartScore TO WecartEdit
                  MOVE WscorePrec TO WscoreEdit
                  STRING " precedent " WscoreEdit " (" WecartEdit ")"
                      DELIMITED BY SIZE INTO Wligne-rapport(70:29)
                  PERFORM Composer_historique
                  MOVE WtexteHist TO Wligne-rapport(100:40)
              ELSE
                  MOVE " premier releve" TO Wligne-rapport(70:15)
              END-IF
              WRITE Wligne-rapport
              PERFORM Enregistrer_score.

              Lire_historique_score.
              MOVE 0 TO WprecTrouve
              MOVE 0 TO WnbHist
              INITIALIZE Wtab-historique
              MOVE 0 TO Wfin2
              MOVE WniveauQs TO fqs_niveau
              MOVE WcodeQs TO fqs_code
              MOVE 0 TO fqs_date
              START fqualite KEY IS NOT LESS THAN fqs_cle
                  INVALID KEY MOVE 1 TO Wfin2
              END-START
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                  READ fqualite NEXT
                      AT END MOVE 1 TO Wfin2
                      NOT AT END
                          IF fqs_niveau NOT = WniveauQs OR
                                  fqs_code NOT = WcodeQs OR
                                  fqs_date >= WdateJour THEN
                              MOVE 1 TO Wfin2
                          ELSE
                              MOVE 1 TO WprecTrouve
                              MOVE fqs_score TO WscorePrec
                              IF WnbHist < 5 THEN
                                  ADD 1 TO WnbHist
                              ELSE
                                  MOVE Whist-score(2) TO Whist-score(1)
                                  MOVE Whist-score(3) TO Whist-score(2)
                                  MOVE Whist-score(4) TO Whist-score(3)
                                  MOVE Whist-score(5) TO Whist-score(4)
                              END-IF
                              MOVE fqs_score TO Whist-score(WnbHist)
                          END-IF
                  END-READ
              END-PERFORM.

              Composer_historique.
              MOVE SPACES TO WtexteHist
              MOVE 1 TO WptrHist
              STRING "historique :" DELIMITED BY SIZE
                  INTO WtexteHist WITH POINTER WptrHist
              END-STRING
              MOVE 1 TO WidxHist
              PERFORM WITH TEST BEFORE UNTIL WidxHist > WnbHist
                  MOVE Whist-score(WidxHist) TO WscoreEdit
                  STRING " " WscoreEdit DELIMITED BY SIZE
                      INTO WtexteHist WITH POINTER WptrHist
                  END-STRING
                  ADD 1 TO WidxHist
              END-PERFORM.

              Enregistrer_score.
              MOVE WniveauQs TO fqs_niveau
              MOVE WcodeQs TO fqs_code
              MOVE WdateJour TO fqs_date
              READ fqualite
                  INVALID KEY
                      MOVE WnbControlesQs TO fqs_nbControles
                      MOVE WnbAnomaliesQs TO fqs_nbAnomalies
                      MOVE WscoreQs TO fqs_score
                      WRITE tamp_fqualite
                      END-WRITE
                  NOT INVALID KEY
                      MOVE WnbControlesQs TO fqs_nbControles
                      MOVE WnbAnomaliesQs TO fqs_nbAnomalies
                      MOVE WscoreQs TO fqs_score
                      REWRITE tamp_fqualite
                      END-REWRITE
              END-READ.

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
                          MOVE "QUALITE" TO fet_code
                          MOVE Wdt(1:8) TO fet_date
                          MOVE Wdt(9:6) TO fet_heure
                          MOVE WnomRapport TO fet_fichier
                          WRITE tamp_fetats
                          END-WRITE
                          CLOSE fetats
                  END-READ
                  CLOSE increment
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
                  DISPLAY "Releve precedent interrompu, "
                      "scores du jour recalcules."
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
