                  record key is autoinc_entite
                  file status is cr_autoinc.

                  select fsources assign to
                  "sources_financement.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fsf_code
                  file status is cr_fsources.

                  select fmvsources assign to
                  "mouvements_sources.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fms_id
                  file status is cr_fmvsources.

                  select feans assign to "eans.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fea_code
                  file status is cr_feans.

                  select fetats assign to "etats.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fet_id
                  file status is cr_fetats.

                  select fetat assign to WnomEtat
                  organization line sequential
                  file status is cr_fetat.

                  select fimport assign to "bons_livraison.csv"
                  organization line sequential
                  file status is cr_fimport.
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

                  02 flo_dlc PIC 9(8).
                  02 flo_quantite PIC 9(6).
                  02 flo_emplacement PIC X(10).
                  02 flo_source PIC X(2).
                  02 flo_statut PIC X(1).

              FD fsources.
              01 tamp_fsources.
                  02 fsf_code PIC X(2).
                  02 fsf_libelle PIC X(30).
                  02 fsf_reserveBenef PIC X(1).

              FD fmvsources.
              01 tamp_fmvsources.
                  02 fms_id PIC 9(5).
                  02 fms_date PIC 9(8).
                  02 fms_centre PIC 9(2).
                  02 fms_produit PIC 9(5).
                  02 fms_lot PIC X(10).
                  02 fms_source PIC X(2).
                  02 fms_type PIC X(1).
                  02 fms_sens PIC X(1).
                  02 fms_quantite PIC 9(6).
                  02 fms_reference PIC 9(5).

              FD fkardex.
              01 tamp_fkardex.
                  02 autoinc_entite PIC X(2).
                  02 autoinc_num PIC 9(5).

              FD feans.
              01 tamp_feans.
                  02 fea_code PIC X(13).
                  02 fea_produit PIC 9(5).

              FD fetats.
              01 tamp_fetats.
                  02 fet_id PIC 9(5).
                  02 fet_code PIC X(8).
                  02 fet_date PIC 9(8).
                  02 fet_heure PIC 9(6).
                  02 fet_fichier PIC X(40).

              FD fetat.
              01 Wligne-etat-fichier PIC X(100).

              FD fimport.
              01 Wligne-import PIC X(100).

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
              77 cr_ffournisseurs PIC 9(2).
              77 cr_fcentres PIC 9(2).
              77 cr_autoinc PIC 9(2).
              77 cr_fimport PIC 9(2).
              77 cr_frejets PIC 9(2).
              77 cr_fsources PIC 9(2).
              77 cr_fmvsources PIC 9(2).
              77 cr_feans PIC 9(2).
              77 cr_fetats PIC 9(2).
              77 cr_fetat PIC 9(2).
              77 WnomEtat PIC X(40).
              77 WetiquettesActives PIC 9(1).
              77 WnbEtiquettes PIC 9(5).
              77 WlignesEtat PIC 9(8).
              77 WemplacementBl PIC X(10).
              77 WnomProduitBl PIC X(30).
              77 WuniteBl PIC X(3).
              77 WeanBl PIC X(13).
              77 WfinEan PIC 9.
              77 WsourceLot PIC X(2).
              77 Wfin PIC 9.
              77 Wfin2 PIC 9.
              77 Wpos PIC 9(3).
              77 WstatutDernier PIC X(1).
              77 WdernierCheckpoint PIC 9(8).
              77 WfinRun PIC 9.
              77 cr_fapres-images PIC 9(2).
              77 WimageFichier PIC X(2).
              77 WimageOperation PIC X(1).
              77 WimageStatut PIC 9(2).
              77 WimageContenu PIC X(300).
              77 WimageHorodatage PIC X(21).
              77 WimageOrigine PIC X(9) VALUE "IMPRECEP".
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "lots.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Import des bons de livraison fournisseurs"
              MOVE 0 TO WnbImportees
              MOVE 0 TO WnbRejetees
              OPEN I-O freceptions
              OPEN I-O flots
              OPEN I-O fkardex
              OPEN INPUT fsources
              OPEN I-O fmvsources
              IF cr_fmvsources = 35 THEN
                  OPEN OUTPUT fmvsources
                  CLOSE fmvsources
                  OPEN I-O fmvsources
              END-IF
              PERFORM Ouvrir_etiquettes_bl

              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
              CLOSE freceptions
              CLOSE flots
              CLOSE fkardex
              CLOSE fsources
              CLOSE fmvsources
              PERFORM Clore_etiquettes_bl

              PERFORM Clore_controle_batch

              ELSE
                  MOVE 0 TO Wdlc
              END-IF
              MOVE SPACES TO Wchamp
              UNSTRING Wligne-import DELIMITED BY ";"
                  INTO Wchamp
                  WITH POINTER Wpos
              MOVE Wchamp(1:2) TO WsourceLot
              IF WsourceLot = SPACES THEN
                  MOVE "AC" TO WsourceLot
              END-IF

              MOVE WidFournisseur TO ffo_id
              READ ffournisseurs
                  WRITE Wligne-rejet
              END-IF

              IF Wrejete = 0 THEN
                  MOVE WsourceLot TO fsf_code
                  READ fsources
                      INVALID KEY
                          MOVE 1 TO Wrejete
                          STRING "source de financement inconnue: "
                              Wligne-import
                              DELIMITED BY SIZE INTO Wligne-rejet
                          WRITE Wligne-rejet
                  END-READ
              END-IF

              IF Wrejete = 0 THEN
                  MOVE WidCentre TO flo_centre
                  MOVE WidProduit TO flo_produit
                  MOVE WnumLot TO flo_numero
                  READ flots
                      NOT INVALID KEY
                          IF flo_statut = "Q" THEN
                              MOVE 1 TO Wrejete
                              STRING "lot en quarantaine: "
                                  Wligne-import
                                  DELIMITED BY SIZE INTO Wligne-rejet
                              WRITE Wligne-rejet
                          END-IF
                  END-READ
              END-IF

              IF Wrejete = 0 THEN
                  PERFORM Controler_capacite_bl
              END-IF
                  PERFORM Enregistrer_lot_bl
                  PERFORM Enregistrer_reception_bl
                  PERFORM Ecrire_kardex_bl
                  PERFORM Ecrire_mouvement_source_bl
                  PERFORM Ecrire_etiquette_bl
                  ADD 1 TO WnbImportees
              ELSE
                  ADD 1 TO WnbRejetees
                          ADD Wquantite TO fce_quantite
                          REWRITE tamp_fcentres
                          END-REWRITE
                          MOVE "R" TO WimageOperation
                          PERFORM Journaliser_image_centre
                      ELSE
                          MOVE 1 TO WusingCP
                      END-IF
                          MOVE 0 TO fcp_seuil
                          WRITE tamp_fcentre_produits
                          END-WRITE
                          MOVE "W" TO WimageOperation
                          PERFORM Journaliser_image_stock
                      NOT INVALID KEY
                          ADD Wquantite TO fcp_quantite
                          REWRITE tamp_fcentre_produits
                          END-REWRITE
                          MOVE "R" TO WimageOperation
                          PERFORM Journaliser_image_stock
                  END-READ
              END-IF

                      MOVE Wdlc TO flo_dlc
                      MOVE Wquantite TO flo_quantite
                      MOVE SPACES TO flo_emplacement
                      MOVE SPACES TO WemplacementBl
                      MOVE WsourceLot TO flo_source
                      MOVE SPACE TO flo_statut
                      WRITE tamp_flots
                      END-WRITE
                      MOVE "W" TO WimageOperation
                      PERFORM Journaliser_image_lot
                  NOT INVALID KEY
                      ADD Wquantite TO flo_quantite
                      MOVE Wdlc TO flo_dlc
                      MOVE flo_emplacement TO WemplacementBl
                      IF flo_source = SPACES THEN
                          MOVE WsourceLot TO flo_source
                      ELSE
                          MOVE flo_source TO WsourceLot
                      END-IF
                      REWRITE tamp_flots
                      END-REWRITE
                      MOVE "R" TO WimageOperation
                      PERFORM Journaliser_image_lot
              END-READ.

              Enregistrer_reception_bl.
              MOVE 0 TO fkx_utilisateur
              MOVE fre_id TO fkx_reference
              WRITE tamp_fkardex
              END-WRITE
              MOVE "W" TO WimageOperation
              PERFORM Journaliser_image_kardex.

              Ecrire_mouvement_source_bl.
              OPEN I-O increment
              MOVE "MS" TO autoinc_entite
              READ increment
                  INVALID KEY
                      MOVE "MS" TO autoinc_entite
                      MOVE 00001 TO autoinc_num
                      WRITE autoinc
                      END-WRITE
                  NOT INVALID KEY
                      ADD 1 TO autoinc_num
                      REWRITE autoinc
                      END-REWRITE
              END-READ
              CLOSE increment

              MOVE autoinc_num TO fms_id
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO fms_date
              MOVE WidCentre TO fms_centre
              MOVE WidProduit TO fms_produit
              MOVE WnumLot TO fms_lot
              MOVE WsourceLot TO fms_source
              MOVE "E" TO fms_type
              MOVE "+" TO fms_sens
              MOVE Wquantite TO fms_quantite
              MOVE fre_id TO fms_reference
              WRITE tamp_fmvsources
              END-WRITE.

              Ouvrir_etiquettes_bl.
              MOVE 0 TO WetiquettesActives
              MOVE 0 TO WnbEtiquettes
              MOVE 0 TO WlignesEtat
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE SPACES TO WnomEtat
              STRING "ETAT_ETIQLOT_" Wdt(1:8) "_" Wdt(9:6) ".txt"
                  DELIMITED BY SIZE INTO WnomEtat
              OPEN OUTPUT fetat
              IF cr_fetat = 00 THEN
                  MOVE 1 TO WetiquettesActives
                  MOVE SPACES TO Wligne-etat-fichier
                  STRING "=== ETAT ETIQLOT du " Wdt(1:8) " "
                      Wdt(9:6) " - page 1 ==="
                      DELIMITED BY SIZE INTO Wligne-etat-fichier
                  WRITE Wligne-etat-fichier

                  OPEN I-O increment
                  MOVE "ET" TO autoinc_entite
                  READ increment
                      INVALID KEY
                          MOVE "ET" TO autoinc_entite
                          MOVE 00001 TO autoinc_num
                          WRITE autoinc
                          END-WRITE
                      NOT INVALID KEY
                          ADD 1 TO autoinc_num
                          REWRITE autoinc
                          END-REWRITE
                  END-READ
                  CLOSE increment

                  OPEN I-O fetats
                  IF cr_fetats = 35 THEN
                      OPEN OUTPUT fetats
                      CLOSE fetats
                      OPEN I-O fetats
                  END-IF
                  MOVE autoinc_num TO fet_id
                  MOVE "ETIQLOT" TO fet_code
                  MOVE Wdt(1:8) TO fet_date
                  MOVE Wdt(9:6) TO fet_heure
                  MOVE WnomEtat TO fet_fichier
                  WRITE tamp_fetats
                  END-WRITE
                  CLOSE fetats
              ELSE
                  DISPLAY "Fichier d'etiquettes non cree."
              END-IF
              OPEN INPUT feans.

              Ecrire_etiquette_bl.
              IF WetiquettesActives = 1 THEN
                  MOVE SPACES TO WnomProduitBl
                  MOVE SPACES TO WuniteBl
                  MOVE WidProduit TO fpr_id
                  READ fproduits
                      NOT INVALID KEY
                          MOVE fpr_nom TO WnomProduitBl
                          MOVE fpr_unite TO WuniteBl
                  END-READ
                  PERFORM Chercher_ean_bl

                  MOVE "+--------------------------------------+"
                      TO Wligne-etat-fichier
                  PERFORM Ecrire_ligne_etiquette_bl
                  MOVE SPACES TO Wligne-etat-fichier
                  STRING "| " WnomProduitBl " (produit " WidProduit ")"
                      DELIMITED BY SIZE INTO Wligne-etat-fichier
                  PERFORM Ecrire_ligne_etiquette_bl
                  MOVE SPACES TO Wligne-etat-fichier
                  STRING "| Lot " WnumLot "   DLC " Wdlc(7:2) "/"
                      Wdlc(5:2) "/" Wdlc(1:4)
                      DELIMITED BY SIZE INTO Wligne-etat-fichier
                  PERFORM Ecrire_ligne_etiquette_bl
                  MOVE SPACES TO Wligne-etat-fichier
                  STRING "| Quantite " Wquantite " " WuniteBl
                      "   Centre " WidCentre
                      DELIMITED BY SIZE INTO Wligne-etat-fichier
                  PERFORM Ecrire_ligne_etiquette_bl
                  MOVE SPACES TO Wligne-etat-fichier
                  STRING "| Emplacement " WemplacementBl
                      "   EAN " WeanBl
                      DELIMITED BY SIZE INTO Wligne-etat-fichier
                  PERFORM Ecrire_ligne_etiquette_bl
                  MOVE "+--------------------------------------+"
                      TO Wligne-etat-fichier
                  PERFORM Ecrire_ligne_etiquette_bl
                  ADD 1 TO WnbEtiquettes
              END-IF.

              Ecrire_ligne_etiquette_bl.
              WRITE Wligne-etat-fichier
              ADD 1 TO WlignesEtat.

              Chercher_ean_bl.
              MOVE SPACES TO WeanBl
              IF cr_feans = 00 THEN
                  MOVE 0 TO WfinEan
                  MOVE LOW-VALUES TO fea_code
                  START feans KEY IS NOT LESS THAN fea_code
                      INVALID KEY MOVE 1 TO WfinEan
                  END-START
                  PERFORM WITH TEST AFTER UNTIL WfinEan = 1
                      READ feans NEXT
                          AT END MOVE 1 TO WfinEan
                          NOT AT END
                              IF fea_produit = WidProduit THEN
                                  MOVE fea_code TO WeanBl
                                  MOVE 1 TO WfinEan
                              END-IF
                      END-READ
                  END-PERFORM
              END-IF.

              Clore_etiquettes_bl.
              IF cr_feans = 00 THEN
                  CLOSE feans
              END-IF
              IF WetiquettesActives = 1 THEN
                  MOVE SPACES TO Wligne-etat-fichier
                  STRING "=== FIN ETAT - " WlignesEtat
                      " ligne(s) - total " WnbEtiquettes " ==="
                      DELIMITED BY SIZE INTO Wligne-etat-fichier
                  WRITE Wligne-etat-fichier
                  CLOSE fetat
                  DISPLAY WnbEtiquettes " etiquette(s) de lot dans "
                      WnomEtat
              END-IF.

              Ouvrir_controle_batch.
              OPEN I-O fbatch-runs
              IF cr_fbatch-runs = 35 THEN
                      END-REWRITE
              END-READ
              CLOSE fbatch-runs.

              Journaliser_image_stock.
                  MOVE "CP" TO WimageFichier
                  MOVE cr_fcentre_produits TO WimageStatut
                  MOVE tamp_fcentre_produits TO WimageContenu
                  PERFORM Journaliser_apres_image.

              Journaliser_image_centre.
                  MOVE "CE" TO WimageFichier
                  MOVE cr_fcentres TO WimageStatut
                  MOVE tamp_fcentres TO WimageContenu
                  PERFORM Journaliser_apres_image.

              Journaliser_image_lot.
                  MOVE "LO" TO WimageFichier
                  MOVE cr_flots TO WimageStatut
                  MOVE tamp_flots TO WimageContenu
                  PERFORM Journaliser_apres_image.

              Journaliser_image_kardex.
                  MOVE "KX" TO WimageFichier
                  MOVE cr_fkardex TO WimageStatut
                  MOVE tamp_fkardex TO WimageContenu
                  PERFORM Journaliser_apres_image.

              COPY "apres_images.cpy".

              COPY "versions.cpy".
