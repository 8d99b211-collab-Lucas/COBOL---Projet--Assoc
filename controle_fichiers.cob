                  organization line sequential
                  file status is cr_frapport.

                  select fversions assign to "versions_fichiers.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fvf_fichier
                  file status is cr_fversions.

              DATA DIVISION.
              FILE SECTION.

                  02 fdi_date PIC 9(8).
                  02 fdi_centre PIC 9(2).
                  02 fdi_horaire PIC X(2).
                  02 fdi_produit PIC 9(5).
                  02 fdi_quantite PIC 9(6).
                  02 fdi_statut PIC X(1).
                  02 fdi_beneficiaire PIC 9(5).
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
              77 cr_fbe PIC 9(2).
              77 cr_fgroupes PIC 9(2).
              77 WmaxCle PIC 9(5).
              77 WnbAnomalies PIC 9(4).
              77 WcontrolesDispo PIC 9(1).
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "benevoles.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "distributions.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "=== Controle des fichiers de donnees ==="
              DISPLAY "1. Mettre a jour les totaux de controle"
              DISPLAY "2. Verifier l'integrite avant la chaine"
                          END-IF
                  END-READ
              END-IF.

              COPY "versions.cpy".
