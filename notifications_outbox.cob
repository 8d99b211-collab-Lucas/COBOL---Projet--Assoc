                      WITH DUPLICATES
                  file status is cr_freceptions.

                  select fcapacite assign to "capacite_compteurs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fic_cle
                  file status is cr_fcapacite.

                  select fexport assign to "notifications.csv"
                  organization line sequential
                  file status is cr_fexport.

                  select fversions assign to "versions_fichiers.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fvf_fichier
                  file status is cr_fversions.

              DATA DIVISION.
              FILE SECTION.

                  02 fre_modifPar PIC 9(4).
                  02 fre_lot PIC X(10).

              FD fcapacite.
              01 tamp_fcapacite.
                  02 fic_cle.
                      03 fic_run PIC 9(5).
                      03 fic_entite PIC X(2).
                  02 fic_date PIC 9(8).
                  02 fic_valeur PIC 9(5).
                  02 fic_maximum PIC 9(5).
                  02 fic_parJour PIC 9(5)V99.
                  02 fic_dateEpuisement PIC 9(8).
                  02 fic_alerte PIC X(1).

              FD fexport.
              01 Wligne-export PIC X(150).

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
              77 cr_fproduits PIC 9(2).
              77 cr_fcentres PIC 9(2).
              77 WdateJour PIC 9(8).
              77 WjourSemaine PIC 9(1).
              77 WreceptionTrouvee PIC 9(1).
              77 cr_fcapacite PIC 9(2).
              77 WdernierRunCapacite PIC 9(5).
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

              DISPLAY "Generation de la boite de notifications"
              MOVE 0 TO WnbLignes

              PERFORM Notifier_comptes_verrouilles
              PERFORM Notifier_anomalies_stock
              PERFORM Notifier_ramasses_manquees
              PERFORM Notifier_compteurs_epuisement

              CLOSE fproduits
              CLOSE fcentres
                  CLOSE framasses
              END-IF.

              Notifier_compteurs_epuisement.
              OPEN INPUT fcapacite
              IF cr_fcapacite = 00 THEN
                  MOVE 0 TO WdernierRunCapacite
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcapacite NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fic_run > WdernierRunCapacite THEN
                                  MOVE fic_run TO WdernierRunCapacite
                              END-IF
                      END-READ
                  END-PERFORM
                  MOVE 0 TO Wfin
                  MOVE WdernierRunCapacite TO fic_run
                  MOVE LOW-VALUES TO fic_entite
                  START fcapacite KEY IS NOT LESS THAN fic_cle
                      INVALID KEY MOVE 1 TO Wfin
                  END-START
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcapacite NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fic_run NOT = WdernierRunCapacite THEN
                                  MOVE 1 TO Wfin
                              ELSE
                                  IF fic_alerte = "O" THEN
                                      MOVE SPACES TO Wligne-export
                                      STRING
                                          "ALERTE;CAPACITE_COMPTEUR;"
                                          fic_entite ";compteur "
                                          fic_valeur " sur "
                                          fic_maximum
                                          ", epuisement prevu le "
                                          fic_dateEpuisement
                                          DELIMITED BY SIZE
                                          INTO Wligne-export
                                      WRITE Wligne-export
                                      ADD 1 TO WnbLignes
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE fcapacite
              END-IF.

              Chercher_reception_jour.
              MOVE 0 TO WreceptionTrouvee
              MOVE 0 TO Wfin2
                          END-IF
                  END-READ
              END-PERFORM.

              COPY "versions.cpy".
