           IDENTIFICATION DIVISION.
              PROGRAM-ID. conversion-fichiers.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select fversions assign to "versions_fichiers.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fvf_fichier
                  file status is cr_fversions.

                  select flots assign to "lots.dat"
                  organization indexed
                  access mode is dynamic
                  record key is flo_cle
                  file status is cr_flots.

                  select flots-v1 assign to "lots.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fl1_cle
                  file status is cr_flots-v1.

                  select flots-v2 assign to "lots.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fl2_cle
                  file status is cr_flots-v2.

                  select fjournal assign to "journal.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fja_id
                  alternate record key is fja_idUtilisateur
                      WITH DUPLICATES
                  file status is cr_fjournal.

                  select fjournal-v1 assign to "journal.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fj1_id
                  alternate record key is fj1_idUtilisateur
                      WITH DUPLICATES
                  file status is cr_fjournal-v1.

                  select ftemperatures assign to "temperatures.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ftp_id
                  file status is cr_ftemperatures.

                  select ftemperatures-v1 assign to "temperatures.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ft1_id
                  file status is cr_ftemperatures-v1.

                  select fconsommations assign to
                  "lot_consommations.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fcs_id
                  alternate record key is fcs_numero
                      WITH DUPLICATES
                  file status is cr_fconsommations.

                  select fconsommations-v1 assign to
                  "lot_consommations.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fc1_id
                  alternate record key is fc1_numero
                      WITH DUPLICATES
                  file status is cr_fconsommations-v1.

                  select fdistributions assign to "distributions.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fdi_id
                  alternate record key is fdi_idGroupe WITH DUPLICATES
                  alternate record key is fdi_centre WITH DUPLICATES
                  alternate record key is fdi_produit WITH DUPLICATES
                  alternate record key is fdi_date WITH DUPLICATES
                  file status is cr_fdistributions.

                  select fdistributions-v1 assign to "distributions.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fd1_id
                  alternate record key is fd1_idGroupe WITH DUPLICATES
                  alternate record key is fd1_centre WITH DUPLICATES
                  alternate record key is fd1_produit WITH DUPLICATES
                  alternate record key is fd1_date WITH DUPLICATES
                  file status is cr_fdistributions-v1.

                  select fdemandes assign to "demandes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fdm_id
                  alternate record key is fdm_groupe WITH DUPLICATES
                  file status is cr_fdemandes.

                  select fdemandes-v1 assign to "demandes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fm1_id
                  alternate record key is fm1_groupe WITH DUPLICATES
                  file status is cr_fdemandes-v1.

                  select farchive assign to "distributions_archive.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fax_id
                  alternate record key is fax_date WITH DUPLICATES
                  file status is cr_farchive.

                  select farchive-v1 assign to
                  "distributions_archive.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fa1_id
                  alternate record key is fa1_date WITH DUPLICATES
                  file status is cr_farchive-v1.

                  select fancien assign to WnomAncien
                  organization line sequential
                  file status is cr_fancien.

              DATA DIVISION.
              FILE SECTION.

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

              FD flots.
              01 tamp_flots.
                  02 flo_cle.
                      03 flo_centre PIC 9(2).
                      03 flo_produit PIC 9(5).
                      03 flo_numero PIC X(10).
                  02 flo_dlc PIC 9(8).
                  02 flo_quantite PIC 9(6).
                  02 flo_emplacement PIC X(10).
                  02 flo_source PIC X(2).
                  02 flo_statut PIC X(1).

              FD flots-v1.
              01 tamp_flots-v1.
                  02 fl1_cle PIC X(17).
                  02 FILLER PIC X(24).

              FD flots-v2.
              01 tamp_flots-v2.
                  02 fl2_cle PIC X(17).
                  02 FILLER PIC X(26).

              FD fjournal.
              01 tamp_fjournal.
                  02 fja_id PIC 9(5).
                  02 fja_idUtilisateur PIC 9(4).
                  02 fja_date PIC 9(8).
                  02 fja_heure PIC 9(6).
                  02 fja_resultat PIC X(1).
                  02 fja_admin PIC 9(4).

              FD fjournal-v1.
              01 tamp_fjournal-v1.
                  02 fj1_id PIC 9(5).
                  02 fj1_idUtilisateur PIC 9(4).
                  02 FILLER PIC X(15).

              FD ftemperatures.
              01 tamp_ftemperatures.
                  02 ftp_id PIC 9(5).
                  02 ftp_centre PIC 9(2).
                  02 ftp_produit PIC 9(5).
                  02 ftp_lot PIC X(10).
                  02 ftp_type PIC X(1).
                  02 ftp_date PIC 9(8).
                  02 ftp_heure PIC 9(6).
                  02 ftp_temperature PIC S9(2)V9.
                  02 ftp_conforme PIC X(1).
                  02 ftp_equipement PIC 9(5).

              FD ftemperatures-v1.
              01 tamp_ftemperatures-v1.
                  02 ft1_id PIC 9(5).
                  02 FILLER PIC X(36).

              FD fconsommations.
              01 tamp_fconsommations.
                  02 fcs_id PIC 9(5).
                  02 fcs_numero PIC X(10).
                  02 fcs_centre PIC 9(2).
                  02 fcs_produit PIC 9(5).
                  02 fcs_distribution PIC 9(5).
                  02 fcs_quantite PIC 9(6).
                  02 fcs_date PIC 9(8).
                  02 fcs_emplacement PIC X(10).
                  02 fcs_dlc PIC 9(8).

              FD fconsommations-v1.
              01 tamp_fconso-v1.
                  02 fc1_id PIC 9(5).
                  02 fc1_numero PIC X(10).
                  02 FILLER PIC X(26).

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

              FD fdistributions-v1.
              01 tamp_fdistributions-v1.
                  02 fd1_id PIC 9(5).
                  02 fd1_idGroupe PIC 9(5).
                  02 fd1_date PIC 9(8).
                  02 fd1_centre PIC 9(2).
                  02 FILLER PIC X(2).
                  02 fd1_produit PIC 9(2).
                  02 FILLER PIC X(40).

              FD fdemandes.
              01 tamp_fdemandes.
                  02 fdm_id PIC 9(5).
                  02 fdm_groupe PIC 9(5).
                  02 fdm_date PIC 9(8).
                  02 fdm_horaire PIC X(2).
                  02 fdm_centre PIC 9(2).
                  02 fdm_produit PIC 9(5).
                  02 fdm_quantite PIC 9(6).
                  02 fdm_statut PIC X(1).
                  02 fdm_motif PIC X(30).
                  02 fdm_demandeur PIC 9(4).
                  02 fdm_distribution PIC 9(5).

              FD fdemandes-v1.
              01 tamp_fdemandes-v1.
                  02 fm1_id PIC 9(5).
                  02 fm1_groupe PIC 9(5).
                  02 FILLER PIC X(60).

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

              FD farchive-v1.
              01 tamp_farchive-v1.
                  02 fa1_id PIC 9(5).
                  02 FILLER PIC X(5).
                  02 fa1_date PIC 9(8).
                  02 FILLER PIC X(46).

              FD fancien.
              01 Wligne-ancien PIC X(100).
              01 Wancien-distribution.
                  02 fad_id PIC 9(5).
                  02 fad_idGroupe PIC 9(5).
                  02 fad_date PIC 9(8).
                  02 fad_centre PIC 9(2).
                  02 fad_horaire PIC X(2).
                  02 fad_produit PIC 9(2).
                  02 fad_quantite PIC 9(6).
                  02 fad_statut PIC X(1).
                  02 fad_beneficiaire PIC 9(5).
                  02 fad_nbBenevoles PIC 9(2).
                  02 fad_campagne PIC X(8).
                  02 fad_modifPar PIC 9(4).
                  02 fad_modifDate PIC 9(8).
                  02 fad_modifHeure PIC 9(6).
              01 Wancien-demande.
                  02 fam_id PIC 9(5).
                  02 fam_groupe PIC 9(5).
                  02 fam_date PIC 9(8).
                  02 fam_horaire PIC X(2).
                  02 fam_centre PIC 9(2).
                  02 fam_produit PIC 9(2).
                  02 fam_quantite PIC 9(6).
                  02 fam_statut PIC X(1).
                  02 fam_motif PIC X(30).
                  02 fam_demandeur PIC 9(4).
                  02 fam_distribution PIC 9(5).

              WORKING-STORAGE SECTION.
              77 cr_fversions PIC 9(2).
              77 cr_flots PIC 9(2).
              77 cr_flots-v1 PIC 9(2).
              77 cr_flots-v2 PIC 9(2).
              77 cr_fjournal PIC 9(2).
              77 cr_fjournal-v1 PIC 9(2).
              77 cr_ftemperatures PIC 9(2).
              77 cr_ftemperatures-v1 PIC 9(2).
              77 cr_fconsommations PIC 9(2).
              77 cr_fconsommations-v1 PIC 9(2).
              77 cr_fdistributions PIC 9(2).
              77 cr_fdistributions-v1 PIC 9(2).
              77 cr_fdemandes PIC 9(2).
              77 cr_fdemandes-v1 PIC 9(2).
              77 cr_farchive PIC 9(2).
              77 cr_farchive-v1 PIC 9(2).
              77 cr_fancien PIC 9(2).
              77 WcrAncien PIC 9(2).
              77 Wfin PIC 9.
              77 Wchoix PIC 9(1).
              77 Wreponse PIC X(1).
              77 Wsaisie PIC X(30).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).
              77 WvfEtat PIC X(1).
              77 WvfAncienne PIC 9(3).
              77 WvfExiste PIC 9(1).
              77 WvfSuivi PIC 9(1).
              77 WtypeConversion PIC 9(1).
              77 WnomAncien PIC X(30).
              77 WnbAvant PIC 9(8).
              77 WnbApres PIC 9(8).
              77 WnbRelus PIC 9(8).
              77 WnbRejets PIC 9(8).
              77 WdtVersion PIC X(21).
              77 WidxFichier PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO Wchoix
              PERFORM WITH TEST AFTER UNTIL Wchoix = 6
                  DISPLAY "=== Conversion des fichiers de donnees ==="
                  DISPLAY "1. Etat des versions de fichiers"
                  DISPLAY "2. Convertir un fichier au format courant"
                  DISPLAY "3. Valider une conversion"
                  DISPLAY "4. Annuler une conversion"
                  DISPLAY "5. Declarer la version d'un fichier"
                  DISPLAY "6. Quitter"
                  DISPLAY "Votre choix : "
                  ACCEPT Wchoix
                  IF Wchoix = 1 THEN
                      PERFORM Afficher_etat_versions
                  ELSE
                      IF Wchoix = 2 THEN
                          PERFORM Convertir_fichier
                      ELSE
                          IF Wchoix = 3 THEN
                              PERFORM Valider_conversion
                          ELSE
                              IF Wchoix = 4 THEN
                                  PERFORM Annuler_conversion
                              ELSE
                                  IF Wchoix = 5 THEN
                                      PERFORM Declarer_version
                                  END-IF
                              END-IF
                          END-IF
                      END-IF
                  END-IF
              END-PERFORM
              STOP RUN.

              Afficher_etat_versions.
              DISPLAY "Fichier                        Version "
                  "Attendue Etat"
              PERFORM VARYING WidxFichier FROM 1 BY 1
                      UNTIL WidxFichier > 9
                  PERFORM Nommer_fichier_suivi
                  PERFORM Version_courante_fichier
                  PERFORM Lire_controle_version
                  IF WvfEtat = "C" THEN
                      DISPLAY WvfFichier " " WvfTrouvee "     "
                          WvfAttendue "      conversion a valider ("
                          FUNCTION TRIM(WnomAncien) " conserve)"
                  ELSE
                      IF WvfTrouvee = WvfAttendue THEN
                          DISPLAY WvfFichier " " WvfTrouvee "     "
                              WvfAttendue "      a jour"
                      ELSE
                          DISPLAY WvfFichier " " WvfTrouvee "     "
                              WvfAttendue "      A CONVERTIR"
                      END-IF
                  END-IF
              END-PERFORM.

              Nommer_fichier_suivi.
              IF WidxFichier = 1 THEN
                  MOVE "benevoles.dat" TO WvfFichier
              END-IF
              IF WidxFichier = 2 THEN
                  MOVE "distributions.dat" TO WvfFichier
              END-IF
              IF WidxFichier = 3 THEN
                  MOVE "fbeneficiaires.dat" TO WvfFichier
              END-IF
              IF WidxFichier = 4 THEN
                  MOVE "lots.dat" TO WvfFichier
              END-IF
              IF WidxFichier = 5 THEN
                  MOVE "journal.dat" TO WvfFichier
              END-IF
              IF WidxFichier = 6 THEN
                  MOVE "temperatures.dat" TO WvfFichier
              END-IF
              IF WidxFichier = 7 THEN
                  MOVE "lot_consommations.dat" TO WvfFichier
              END-IF
              IF WidxFichier = 8 THEN
                  MOVE "demandes.dat" TO WvfFichier
              END-IF
              IF WidxFichier = 9 THEN
                  MOVE "distributions_archive.dat" TO WvfFichier
              END-IF.

              Choisir_fichier.
              DISPLAY "Fichiers suivis : benevoles.dat, "
                  "distributions.dat, fbeneficiaires.dat,"
              DISPLAY "  lots.dat, journal.dat, temperatures.dat, "
                  "lot_consommations.dat,"
              DISPLAY "  demandes.dat, distributions_archive.dat"
              DISPLAY "Nom du fichier : "
              ACCEPT WvfFichier
              MOVE 0 TO WvfSuivi
              MOVE 0 TO WtypeConversion
              PERFORM VARYING WidxFichier FROM 1 BY 1
                      UNTIL WidxFichier > 9
                  MOVE WvfFichier TO Wsaisie
                  PERFORM Nommer_fichier_suivi
                  IF WvfFichier = Wsaisie THEN
                      MOVE 1 TO WvfSuivi
                  END-IF
                  MOVE Wsaisie TO WvfFichier
              END-PERFORM
              IF WvfFichier = "lots.dat" THEN
                  MOVE 1 TO WtypeConversion
              END-IF
              IF WvfFichier = "journal.dat" THEN
                  MOVE 2 TO WtypeConversion
              END-IF
              IF WvfFichier = "temperatures.dat" THEN
                  MOVE 3 TO WtypeConversion
              END-IF
              IF WvfFichier = "lot_consommations.dat" THEN
                  MOVE 4 TO WtypeConversion
              END-IF
              IF WvfFichier = "distributions.dat" THEN
                  MOVE 5 TO WtypeConversion
              END-IF
              IF WvfFichier = "demandes.dat" THEN
                  MOVE 6 TO WtypeConversion
              END-IF
              IF WvfFichier = "distributions_archive.dat" THEN
                  MOVE 7 TO WtypeConversion
              END-IF
              IF WvfSuivi = 1 THEN
                  PERFORM Version_courante_fichier
                  PERFORM Lire_controle_version
              ELSE
                  DISPLAY "Ce fichier n'est pas suivi."
              END-IF.

              Lire_controle_version.
              MOVE 1 TO WvfTrouvee
              MOVE SPACE TO WvfEtat
              MOVE 0 TO WvfAncienne
              MOVE 0 TO WnbAvant
              MOVE 0 TO WnbApres
              MOVE SPACES TO WnomAncien
              OPEN INPUT fversions
              IF cr_fversions = 00 THEN
                  MOVE WvfFichier TO fvf_fichier
                  READ fversions
                      NOT INVALID KEY
                          MOVE fvf_version TO WvfTrouvee
                          MOVE fvf_etat TO WvfEtat
                          MOVE fvf_versionAncienne TO WvfAncienne
                          MOVE fvf_nbAvant TO WnbAvant
                          MOVE fvf_nbApres TO WnbApres
                          MOVE fvf_fichierAncien TO WnomAncien
                  END-READ
                  CLOSE fversions
              END-IF.

              Ecrire_controle_version.
              OPEN I-O fversions
              IF cr_fversions = 35 THEN
                  OPEN OUTPUT fversions
                  CLOSE fversions
                  OPEN I-O fversions
              END-IF
              MOVE FUNCTION CURRENT-DATE TO WdtVersion
              MOVE WvfFichier TO fvf_fichier
              READ fversions
                  INVALID KEY MOVE 0 TO WvfExiste
                  NOT INVALID KEY MOVE 1 TO WvfExiste
              END-READ
              MOVE WvfFichier TO fvf_fichier
              MOVE WvfTrouvee TO fvf_version
              MOVE WdtVersion(1:8) TO fvf_date
              MOVE WvfEtat TO fvf_etat
              MOVE WvfAncienne TO fvf_versionAncienne
              MOVE WnbAvant TO fvf_nbAvant
              MOVE WnbApres TO fvf_nbApres
              MOVE WnomAncien TO fvf_fichierAncien
              IF WvfExiste = 1 THEN
                  REWRITE tamp_fversions
                  END-REWRITE
              ELSE
                  WRITE tamp_fversions
                  END-WRITE
              END-IF
              CLOSE fversions.

              Convertir_fichier.
              PERFORM Choisir_fichier
              IF WvfSuivi = 1 THEN
                  IF WvfEtat = "C" THEN
                      DISPLAY "Une conversion de ce fichier attend "
                          "validation ou annulation."
                  ELSE
                      IF WvfTrouvee = WvfAttendue THEN
                          DISPLAY "Fichier deja au format courant "
                              "(version " WvfAttendue ")."
                      ELSE
                          IF WvfTrouvee > WvfAttendue THEN
                              DISPLAY "Version " WvfTrouvee
                                  " plus recente que la version "
                                  WvfAttendue " des programmes : "
                                  "conversion impossible."
                          ELSE
                              IF WtypeConversion = 0 THEN
                                  DISPLAY "Aucune conversion connue "
                                      "pour ce fichier."
                              ELSE
                                  PERFORM Executer_conversion
                              END-IF
                          END-IF
                      END-IF
                  END-IF
              END-IF.

              Executer_conversion.
              MOVE WvfTrouvee TO WvfAncienne
              MOVE SPACES TO WnomAncien
              STRING FUNCTION TRIM(WvfFichier) ".v" WvfAncienne
                  DELIMITED BY SIZE INTO WnomAncien
              DISPLAY "Conversion de " FUNCTION TRIM(WvfFichier)
                  " de la version " WvfAncienne " a la version "
                  WvfAttendue "."
              DISPLAY "L'ancien fichier sera conserve sous "
                  FUNCTION TRIM(WnomAncien) "."
              DISPLAY "Confirmer (O/N) : "
              ACCEPT Wreponse
              IF Wreponse = "O" OR Wreponse = "o" THEN
                  MOVE 0 TO WnbAvant
                  MOVE 0 TO WnbApres
                  MOVE 0 TO WnbRejets
                  MOVE 0 TO WcrAncien
                  OPEN OUTPUT fancien
                  IF WtypeConversion = 1 THEN
                      PERFORM Copier_ancien_lots
                  END-IF
                  IF WtypeConversion = 2 THEN
                      PERFORM Copier_ancien_journal
                  END-IF
                  IF WtypeConversion = 3 THEN
                      PERFORM Copier_ancien_temperatures
                  END-IF
                  IF WtypeConversion = 4 THEN
                      PERFORM Copier_ancien_consommations
                  END-IF
                  IF WtypeConversion = 5 THEN
                      PERFORM Copier_ancien_distributions
                  END-IF
                  IF WtypeConversion = 6 THEN
                      PERFORM Copier_ancien_demandes
                  END-IF
                  IF WtypeConversion = 7 THEN
                      PERFORM Copier_ancien_archive
                  END-IF
                  CLOSE fancien
                  IF WcrAncien = 35 THEN
                      PERFORM Creer_fichier_courant
                  END-IF
                  IF WcrAncien NOT = 00 AND WcrAncien NOT = 35 THEN
                      DISPLAY "Lecture impossible de "
                          FUNCTION TRIM(WvfFichier) " (code "
                          WcrAncien ") : conversion abandonnee."
                  END-IF
                  IF WcrAncien = 00 THEN
                      IF WtypeConversion = 1 THEN
                          PERFORM Charger_nouveau_lots
                      END-IF
                      IF WtypeConversion = 2 THEN
                          PERFORM Charger_nouveau_journal
                      END-IF
                      IF WtypeConversion = 3 THEN
                          PERFORM Charger_nouveau_temperatures
                      END-IF
                      IF WtypeConversion = 4 THEN
                          PERFORM Charger_nouveau_consommations
                      END-IF
                      IF WtypeConversion = 5 THEN
                          PERFORM Charger_nouveau_distributions
                      END-IF
                      IF WtypeConversion = 6 THEN
                          PERFORM Charger_nouveau_demandes
                      END-IF
                      IF WtypeConversion = 7 THEN
                          PERFORM Charger_nouveau_archive
                      END-IF
                      PERFORM Compter_fichier_courant
                      MOVE WvfAttendue TO WvfTrouvee
                      MOVE "C" TO WvfEtat
                      PERFORM Ecrire_controle_version
                      DISPLAY "Enregistrements avant conversion : "
                          WnbAvant
                      DISPLAY "Enregistrements apres conversion : "
                          WnbRelus
                      IF WnbRejets > 0 THEN
                          DISPLAY WnbRejets " enregistrement(s) "
                              "rejete(s) (cle en double)."
                      END-IF
                      IF WnbRelus = WnbAvant THEN
                          DISPLAY "Verifier le fichier converti puis "
                              "valider ou annuler la conversion."
                      ELSE
                          DISPLAY "Ecart de comptage : annuler la "
                              "conversion avant toute reprise."
                      END-IF
                  END-IF
              ELSE
                  DISPLAY "Conversion abandonnee."
              END-IF.

              Creer_fichier_courant.
              IF WtypeConversion = 1 THEN
                  OPEN OUTPUT flots
                  CLOSE flots
              END-IF
              IF WtypeConversion = 2 THEN
                  OPEN OUTPUT fjournal
                  CLOSE fjournal
              END-IF
              IF WtypeConversion = 3 THEN
                  OPEN OUTPUT ftemperatures
                  CLOSE ftemperatures
              END-IF
              IF WtypeConversion = 4 THEN
                  OPEN OUTPUT fconsommations
                  CLOSE fconsommations
              END-IF
              IF WtypeConversion = 5 THEN
                  OPEN OUTPUT fdistributions
                  CLOSE fdistributions
              END-IF
              IF WtypeConversion = 6 THEN
                  OPEN OUTPUT fdemandes
                  CLOSE fdemandes
              END-IF
              IF WtypeConversion = 7 THEN
                  OPEN OUTPUT farchive
                  CLOSE farchive
              END-IF
              MOVE WvfAttendue TO WvfTrouvee
              MOVE SPACE TO WvfEtat
              MOVE 0 TO WvfAncienne
              MOVE SPACES TO WnomAncien
              PERFORM Ecrire_controle_version
              DISPLAY "Fichier absent : cree vide au format courant "
                  "(version " WvfAttendue ").".

              Compter_fichier_courant.
              MOVE 0 TO WnbRelus
              IF WtypeConversion = 1 THEN
                  PERFORM Compter_lots
              END-IF
              IF WtypeConversion = 2 THEN
                  PERFORM Compter_journal
              END-IF
              IF WtypeConversion = 3 THEN
                  PERFORM Compter_temperatures
              END-IF
              IF WtypeConversion = 4 THEN
                  PERFORM Compter_consommations
              END-IF
              IF WtypeConversion = 5 THEN
                  PERFORM Compter_distributions
              END-IF
              IF WtypeConversion = 6 THEN
                  PERFORM Compter_demandes
              END-IF
              IF WtypeConversion = 7 THEN
                  PERFORM Compter_archive
              END-IF.

              Valider_conversion.
              PERFORM Choisir_fichier
              IF WvfSuivi = 1 THEN
                  IF WvfEtat NOT = "C" THEN
                      DISPLAY "Aucune conversion en attente pour ce "
                          "fichier."
                  ELSE
                      PERFORM Compter_fichier_courant
                      DISPLAY "Enregistrements avant conversion : "
                          WnbAvant
                      DISPLAY "Enregistrements dans le fichier : "
                          WnbRelus
                      IF WnbRelus NOT = WnbAvant THEN
                          DISPLAY "Comptages differents : validation "
                              "refusee, annuler la conversion."
                      ELSE
                          OPEN OUTPUT fancien
                          CLOSE fancien
                          MOVE SPACE TO WvfEtat
                          PERFORM Ecrire_controle_version
                          DISPLAY "Conversion validee, copie "
                              FUNCTION TRIM(WnomAncien) " videe."
                      END-IF
                  END-IF
              END-IF.

              Annuler_conversion.
              PERFORM Choisir_fichier
              IF WvfSuivi = 1 THEN
                  IF WvfEtat NOT = "C" THEN
                      DISPLAY "Aucune conversion en attente pour ce "
                          "fichier."
                  ELSE
                      DISPLAY "Retour de " FUNCTION TRIM(WvfFichier)
                          " a la version " WvfAncienne " depuis "
                          FUNCTION TRIM(WnomAncien) "."
                      DISPLAY "Confirmer (O/N) : "
                      ACCEPT Wreponse
                      IF Wreponse = "O" OR Wreponse = "o" THEN
                          MOVE 0 TO WnbApres
                          MOVE 0 TO WnbRejets
                          IF WtypeConversion = 1 THEN
                              PERFORM Recharger_ancien_lots
                          END-IF
                          IF WtypeConversion = 2 THEN
                              PERFORM Recharger_ancien_journal
                          END-IF
                          IF WtypeConversion = 3 THEN
                              PERFORM Recharger_ancien_temperatures
                          END-IF
                          IF WtypeConversion = 4 THEN
                              PERFORM Recharger_ancien_consommations
                          END-IF
                          IF WtypeConversion = 5 THEN
                              PERFORM Recharger_ancien_distributions
                          END-IF
                          IF WtypeConversion = 6 THEN
                              PERFORM Recharger_ancien_demandes
                          END-IF
                          IF WtypeConversion = 7 THEN
                              PERFORM Recharger_ancien_archive
                          END-IF
                          MOVE WvfAncienne TO WvfTrouvee
                          MOVE SPACE TO WvfEtat
                          PERFORM Ecrire_controle_version
                          DISPLAY WnbApres " enregistrement(s) "
                              "restaure(s) sur " WnbAvant "."
                      ELSE
                          DISPLAY "Annulation abandonnee."
                      END-IF
                  END-IF
              END-IF.

              Declarer_version.
              PERFORM Choisir_fichier
              IF WvfSuivi = 1 THEN
                  IF WvfEtat = "C" THEN
                      DISPLAY "Une conversion de ce fichier attend "
                          "validation ou annulation."
                  ELSE
                      DISPLAY "Version actuelle : " WvfTrouvee
                          ", version attendue : " WvfAttendue
                      DISPLAY "Version reelle du fichier : "
                      ACCEPT Wsaisie
                      IF Wsaisie(1:1) IS NUMERIC AND
                              Wsaisie(2:1) = SPACE THEN
                          MOVE Wsaisie(1:1) TO WvfTrouvee
                      ELSE
                          MOVE 0 TO WvfTrouvee
                      END-IF
                      IF WvfTrouvee = 0 OR
                              WvfTrouvee > WvfAttendue THEN
                          DISPLAY "Version invalide."
                      ELSE
                          DISPLAY "Confirmer (O/N) : "
                          ACCEPT Wreponse
                          IF Wreponse = "O" OR Wreponse = "o" THEN
                              PERFORM Ecrire_controle_version
                              DISPLAY "Version enregistree."
                          END-IF
                      END-IF
                  END-IF
              END-IF.

              Copier_ancien_lots.
              IF WvfAncienne = 1 THEN
                  OPEN INPUT flots-v1
                  MOVE cr_flots-v1 TO WcrAncien
                  IF WcrAncien = 00 THEN
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ flots-v1 NEXT
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  MOVE tamp_flots-v1 TO Wligne-ancien
                                  WRITE Wligne-ancien
                                  ADD 1 TO WnbAvant
                          END-READ
                      END-PERFORM
                      CLOSE flots-v1
                  END-IF
              ELSE
                  OPEN INPUT flots-v2
                  MOVE cr_flots-v2 TO WcrAncien
                  IF WcrAncien = 00 THEN
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ flots-v2 NEXT
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  MOVE tamp_flots-v2 TO Wligne-ancien
                                  WRITE Wligne-ancien
                                  ADD 1 TO WnbAvant
                          END-READ
                      END-PERFORM
                      CLOSE flots-v2
                  END-IF
              END-IF.

              Charger_nouveau_lots.
              OPEN OUTPUT flots
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE Wligne-ancien TO tamp_flots
                          MOVE SPACES TO flo_statut
                          WRITE tamp_flots
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE flots.

              Compter_lots.
              MOVE 0 TO WnbRelus
              OPEN INPUT flots
              IF cr_flots = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ flots NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END ADD 1 TO WnbRelus
                      END-READ
                  END-PERFORM
                  CLOSE flots
              END-IF.

              Recharger_ancien_lots.
              IF WvfAncienne = 1 THEN
                  OPEN OUTPUT flots-v1
                  OPEN INPUT fancien
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fancien
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE Wligne-ancien TO tamp_flots-v1
                              WRITE tamp_flots-v1
                                  INVALID KEY ADD 1 TO WnbRejets
                                  NOT INVALID KEY ADD 1 TO WnbApres
                              END-WRITE
                      END-READ
                  END-PERFORM
                  CLOSE fancien
                  CLOSE flots-v1
              ELSE
                  OPEN OUTPUT flots-v2
                  OPEN INPUT fancien
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fancien
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE Wligne-ancien TO tamp_flots-v2
                              WRITE tamp_flots-v2
                                  INVALID KEY ADD 1 TO WnbRejets
                                  NOT INVALID KEY ADD 1 TO WnbApres
                              END-WRITE
                      END-READ
                  END-PERFORM
                  CLOSE fancien
                  CLOSE flots-v2
              END-IF.

              Copier_ancien_journal.
              OPEN INPUT fjournal-v1
              MOVE cr_fjournal-v1 TO WcrAncien
              IF WcrAncien = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fjournal-v1 NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fjournal-v1 TO Wligne-ancien
                              WRITE Wligne-ancien
                              ADD 1 TO WnbAvant
                      END-READ
                  END-PERFORM
                  CLOSE fjournal-v1
              END-IF.

              Charger_nouveau_journal.
              OPEN OUTPUT fjournal
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE Wligne-ancien TO tamp_fjournal
                          MOVE 0 TO fja_admin
                          WRITE tamp_fjournal
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE fjournal.

              Compter_journal.
              MOVE 0 TO WnbRelus
              OPEN INPUT fjournal
              IF cr_fjournal = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fjournal NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END ADD 1 TO WnbRelus
                      END-READ
                  END-PERFORM
                  CLOSE fjournal
              END-IF.

              Recharger_ancien_journal.
              OPEN OUTPUT fjournal-v1
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE Wligne-ancien TO tamp_fjournal-v1
                          WRITE tamp_fjournal-v1
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE fjournal-v1.

              Copier_ancien_temperatures.
              OPEN INPUT ftemperatures-v1
              MOVE cr_ftemperatures-v1 TO WcrAncien
              IF WcrAncien = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ftemperatures-v1 NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_ftemperatures-v1
                                  TO Wligne-ancien
                              WRITE Wligne-ancien
                              ADD 1 TO WnbAvant
                      END-READ
                  END-PERFORM
                  CLOSE ftemperatures-v1
              END-IF.

              Charger_nouveau_temperatures.
              OPEN OUTPUT ftemperatures
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE Wligne-ancien TO tamp_ftemperatures
                          MOVE 0 TO ftp_equipement
                          WRITE tamp_ftemperatures
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE ftemperatures.

              Compter_temperatures.
              MOVE 0 TO WnbRelus
              OPEN INPUT ftemperatures
              IF cr_ftemperatures = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ftemperatures NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END ADD 1 TO WnbRelus
                      END-READ
                  END-PERFORM
                  CLOSE ftemperatures
              END-IF.

              Recharger_ancien_temperatures.
              OPEN OUTPUT ftemperatures-v1
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE Wligne-ancien TO tamp_ftemperatures-v1
                          WRITE tamp_ftemperatures-v1
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE ftemperatures-v1.

              Copier_ancien_consommations.
              OPEN INPUT fconsommations-v1
              MOVE cr_fconsommations-v1 TO WcrAncien
              IF WcrAncien = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fconsommations-v1 NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fconso-v1 TO Wligne-ancien
                              WRITE Wligne-ancien
                              ADD 1 TO WnbAvant
                      END-READ
                  END-PERFORM
                  CLOSE fconsommations-v1
              END-IF.

              Charger_nouveau_consommations.
              OPEN OUTPUT fconsommations
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE Wligne-ancien TO tamp_fconsommations
                          MOVE SPACES TO fcs_emplacement
                          MOVE 0 TO fcs_dlc
                          WRITE tamp_fconsommations
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE fconsommations.

              Compter_consommations.
              MOVE 0 TO WnbRelus
              OPEN INPUT fconsommations
              IF cr_fconsommations = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fconsommations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END ADD 1 TO WnbRelus
                      END-READ
                  END-PERFORM
                  CLOSE fconsommations
              END-IF.

              Recharger_ancien_consommations.
              OPEN OUTPUT fconsommations-v1
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE Wligne-ancien TO tamp_fconso-v1
                          WRITE tamp_fconso-v1
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE fconsommations-v1.

              Copier_ancien_distributions.
              OPEN INPUT fdistributions-v1
              MOVE cr_fdistributions-v1 TO WcrAncien
              IF WcrAncien = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdistributions-v1 NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fdistributions-v1
                                  TO Wligne-ancien
                              WRITE Wligne-ancien
                              ADD 1 TO WnbAvant
                      END-READ
                  END-PERFORM
                  CLOSE fdistributions-v1
              END-IF.

              Charger_nouveau_distributions.
              OPEN OUTPUT fdistributions
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fad_id TO fdi_id
                          MOVE fad_idGroupe TO fdi_idGroupe
                          MOVE fad_date TO fdi_date
                          MOVE fad_centre TO fdi_centre
                          MOVE fad_horaire TO fdi_horaire
                          MOVE fad_produit TO fdi_produit
                          MOVE fad_quantite TO fdi_quantite
                          MOVE fad_statut TO fdi_statut
                          MOVE fad_beneficiaire TO fdi_beneficiaire
                          MOVE fad_nbBenevoles TO fdi_nbBenevoles
                          MOVE fad_campagne TO fdi_campagne
                          MOVE fad_modifPar TO fdi_modifPar
                          MOVE fad_modifDate TO fdi_modifDate
                          MOVE fad_modifHeure TO fdi_modifHeure
                          WRITE tamp_fdistributions
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE fdistributions.

              Compter_distributions.
              MOVE 0 TO WnbRelus
              OPEN INPUT fdistributions
              IF cr_fdistributions = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdistributions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END ADD 1 TO WnbRelus
                      END-READ
                  END-PERFORM
                  CLOSE fdistributions
              END-IF.

              Recharger_ancien_distributions.
              OPEN OUTPUT fdistributions-v1
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE Wligne-ancien TO tamp_fdistributions-v1
                          WRITE tamp_fdistributions-v1
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE fdistributions-v1.

              Copier_ancien_demandes.
              OPEN INPUT fdemandes-v1
              MOVE cr_fdemandes-v1 TO WcrAncien
              IF WcrAncien = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdemandes-v1 NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fdemandes-v1 TO Wligne-ancien
                              WRITE Wligne-ancien
                              ADD 1 TO WnbAvant
                      END-READ
                  END-PERFORM
                  CLOSE fdemandes-v1
              END-IF.

              Charger_nouveau_demandes.
              OPEN OUTPUT fdemandes
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fam_id TO fdm_id
                          MOVE fam_groupe TO fdm_groupe
                          MOVE fam_date TO fdm_date
                          MOVE fam_horaire TO fdm_horaire
                          MOVE fam_centre TO fdm_centre
                          MOVE fam_produit TO fdm_produit
                          MOVE fam_quantite TO fdm_quantite
                          MOVE fam_statut TO fdm_statut
                          MOVE fam_motif TO fdm_motif
                          MOVE fam_demandeur TO fdm_demandeur
                          MOVE fam_distribution TO fdm_distribution
                          WRITE tamp_fdemandes
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE fdemandes.

              Compter_demandes.
              MOVE 0 TO WnbRelus
              OPEN INPUT fdemandes
              IF cr_fdemandes = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdemandes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END ADD 1 TO WnbRelus
                      END-READ
                  END-PERFORM
                  CLOSE fdemandes
              END-IF.

              Recharger_ancien_demandes.
              OPEN OUTPUT fdemandes-v1
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE Wligne-ancien TO tamp_fdemandes-v1
                          WRITE tamp_fdemandes-v1
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE fdemandes-v1.

              Copier_ancien_archive.
              OPEN INPUT farchive-v1
              MOVE cr_farchive-v1 TO WcrAncien
              IF WcrAncien = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ farchive-v1 NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_farchive-v1 TO Wligne-ancien
                              WRITE Wligne-ancien
                              ADD 1 TO WnbAvant
                      END-READ
                  END-PERFORM
                  CLOSE farchive-v1
              END-IF.

              Charger_nouveau_archive.
              OPEN OUTPUT farchive
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fad_id TO fax_id
                          MOVE fad_idGroupe TO fax_idGroupe
                          MOVE fad_date TO fax_date
                          MOVE fad_centre TO fax_centre
                          MOVE fad_horaire TO fax_horaire
                          MOVE fad_produit TO fax_produit
                          MOVE fad_quantite TO fax_quantite
                          MOVE fad_statut TO fax_statut
                          MOVE fad_beneficiaire TO fax_beneficiaire
                          MOVE fad_nbBenevoles TO fax_nbBenevoles
                          MOVE fad_campagne TO fax_campagne
                          MOVE fad_modifPar TO fax_modifPar
                          MOVE fad_modifDate TO fax_modifDate
                          MOVE fad_modifHeure TO fax_modifHeure
                          WRITE tamp_farchive
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE farchive.

              Compter_archive.
              MOVE 0 TO WnbRelus
              OPEN INPUT farchive
              IF cr_farchive = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ farchive NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END ADD 1 TO WnbRelus
                      END-READ
                  END-PERFORM
                  CLOSE farchive
              END-IF.

              Recharger_ancien_archive.
              OPEN OUTPUT farchive-v1
              OPEN INPUT fancien
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fancien
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE Wligne-ancien TO tamp_farchive-v1
                          WRITE tamp_farchive-v1
                              INVALID KEY ADD 1 TO WnbRejets
                              NOT INVALID KEY ADD 1 TO WnbApres
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE fancien
              CLOSE farchive-v1.

              COPY "versions.cpy".
