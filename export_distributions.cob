                      WITH DUPLICATES
                  file status is cr_fbatch-runs.

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
              77 cr_fexport PIC 9(2).
              01 Wchamp-id PIC Z(4)9.
              01 Wchamp-idGroupe PIC Z(4)9.
              01 Wchamp-centre PIC Z9.
              01 Wchamp-produit PIC Z(4)9.
              01 Wchamp-quantite PIC Z(5)9.
              01 Wchamp-date PIC 9(8).
              01 Wchamp-beneficiaire PIC Z(4)9.
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
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Export CSV des distributions"
              DISPLAY "Filtrer par periode ? (O/N) : "
              ACCEPT Wfiltrer
                      END-REWRITE
              END-READ
              CLOSE fbatch-runs.

              COPY "versions.cpy".
