                  record key is fmx_id
                  file status is cr_fmouvements-archive.

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

              FD fjournal-archive.
              01 tamp_fjournal-archive.
                  02 fjx_date PIC 9(8).
                  02 fjx_heure PIC 9(6).
                  02 fjx_resultat PIC X(1).
                  02 fjx_admin PIC 9(4).

              FD fmouvements.
              01 tamp_fmouvements.
                  02 fmx_validePar PIC 9(4).
                  02 fmx_motif PIC X(30).

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
              77 cr_fjournal PIC 9(2).
              77 cr_fjournal-archive PIC 9(2).
              77 WnbJournal PIC 9(6).
              77 WnbMouvements PIC 9(6).
              77 WnbEnAttente PIC 9(6).
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "journal.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Archivage du journal et des mouvements"
              PERFORM Valider_date_limite

              MOVE fja_date TO fjx_date
              MOVE fja_heure TO fjx_heure
              MOVE fja_resultat TO fjx_resultat
              MOVE fja_admin TO fjx_admin
              WRITE tamp_fjournal-archive
                  INVALID KEY CONTINUE
              END-WRITE
                      DISPLAY "Date invalide (AAAAMMJJ attendu)."
                  END-IF
              END-PERFORM.

              COPY "versions.cpy".
