                  record key is autoinc_entite
                  file status is cr_autoinc.

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

                  02 autoinc_entite PIC X(2).
                  02 autoinc_num PIC 9(5).

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
              77 cr_autoinc PIC 9(2).
              77 Whashidx PIC 9(2).
              01 Wmdp-carac.
                 02 Wmdp-octet PIC X(1) OCCURS 30 TIMES.
              77 cr_fapres-images PIC 9(2).
              77 WimageFichier PIC X(2).
              77 WimageOperation PIC X(1).
              77 WimageStatut PIC 9(2).
              77 WimageContenu PIC X(300).
              77 WimageHorodatage PIC X(21).
              77 WimageOrigine PIC X(9) VALUE "BENEVOLES".
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

              OPEN I-O increment
                  IF cr_autoinc = 35
                      MOVE "BE" TO autoinc_entite
           OPEN EXTEND fbe
           WRITE tamp_fbe
           END-WRITE
           MOVE "W" TO WimageOperation
           PERFORM Journaliser_image_benevole
           CLOSE fbe.

               Affichage_benevoles.
                  NOT INVALID KEY
                         DISPLAY "Benevole supprime."
                         DELETE fbe
                         MOVE "D" TO WimageOperation
                         PERFORM Journaliser_image_benevole
                  MOVE 1 TO Wtrouver
                  END-READ
           END-PERFORM
           CLOSE fbe.

              Journaliser_image_benevole.
                  MOVE "BE" TO WimageFichier
                  MOVE cr_fbe TO WimageStatut
                  MOVE tamp_fbe TO WimageContenu
                  PERFORM Journaliser_apres_image.

              COPY "apres_images.cpy".

              COPY "versions.cpy".
