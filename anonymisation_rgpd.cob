                  organization line sequential
                  file status is cr_frapport.

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

                  02 fja_date PIC 9(8).
                  02 fja_heure PIC 9(6).
                  02 fja_resultat PIC X(1).
                  02 fja_admin PIC 9(4).

              FD frapport.
              01 Wligne-rapport PIC X(150).

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
              77 cr_fjournal PIC 9(2).
              77 WidCourant PIC 9(4).
              77 WnbAnonymises PIC 9(5).
              77 WnbIgnores PIC 9(5).
              77 cr_fapres-images PIC 9(2).
              77 WimageFichier PIC X(2).
              77 WimageOperation PIC X(1).
              77 WimageStatut PIC 9(2).
              77 WimageContenu PIC X(300).
              77 WimageHorodatage PIC X(21).
              77 WimageOrigine PIC X(9) VALUE "ANONYMRGP".
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "benevoles.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "journal.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Anonymisation RGPD des benevoles inactifs"
              DISPLAY "Duree legale de conservation (jours) : "
              ACCEPT WnbJours
              MOVE Wdt(9:6) TO fbe_modifHeure
              REWRITE tamp_fbe
              END-REWRITE
              MOVE "R" TO WimageOperation
              PERFORM Journaliser_image_benevole
              ADD 1 TO WnbAnonymises
              STRING "benevole " WidCourant " anonymise"
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport.

              Journaliser_image_benevole.
                  MOVE "BE" TO WimageFichier
                  MOVE cr_fbe TO WimageStatut
                  MOVE tamp_fbe TO WimageContenu
                  PERFORM Journaliser_apres_image.

              COPY "apres_images.cpy".

              COPY "versions.cpy".
