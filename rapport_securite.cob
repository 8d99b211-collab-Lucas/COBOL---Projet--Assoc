                  organization line sequential
                  file status is cr_frapport.

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
              77 cr_frapport PIC 9(2).
              77 WnbSec PIC 9(3).
              77 WidxSec PIC 9(3).
              77 WidxSec2 PIC 9(3).
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

              DISPLAY "Rapport de securite des connexions"
              MOVE 0 TO WnbSec

                  IF fja_resultat = "I" THEN
                      ADD 1 TO Wsec-inactifs(WidxSec)
                  END-IF
                  IF fja_resultat NOT = "R" AND
                          (fja_heure < 080000 OR fja_heure >= 200000)
                          THEN
                      ADD 1 TO Wsec-horsHoraire(WidxSec)
                  END-IF
              END-IF.
                  END-IF
                  ADD 1 TO WidxSec
              END-PERFORM.

              COPY "versions.cpy".
