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
              77 cr_fbe PIC 9(2).
              77 cr_fgroupes PIC 9(2).
              77 WstatutDernier PIC X(1).
              77 WdernierCheckpoint PIC 9(8).
              77 WfinRun PIC 9.
              77 cr_fapres-images PIC 9(2).
              77 WimageFichier PIC X(2).
              77 WimageOperation PIC X(1).
              77 WimageStatut PIC 9(2).
              77 WimageContenu PIC X(300).
              77 WimageHorodatage PIC X(21).
              77 WimageOrigine PIC X(9) VALUE "IMPBENEV".
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "benevoles.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Import en masse des benevoles"
              MOVE 0 TO WnbImportes
              MOVE 0 TO WnbRejetes
              MOVE 0 TO fbe_antenne
              MOVE 0 TO fbe_centre
              WRITE tamp_fbe
              END-WRITE
              MOVE "W" TO WimageOperation
              PERFORM Journaliser_image_benevole.

              Ouvrir_controle_batch.
              OPEN I-O fbatch-runs
                      END-REWRITE
              END-READ
              CLOSE fbatch-runs.

              Journaliser_image_benevole.
                  MOVE "BE" TO WimageFichier
                  MOVE cr_fbe TO WimageStatut
                  MOVE tamp_fbe TO WimageContenu
                  PERFORM Journaliser_apres_image.

              COPY "apres_images.cpy".

              COPY "versions.cpy".
