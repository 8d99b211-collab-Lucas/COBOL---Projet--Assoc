                  alternate record key is fce_produit WITH DUPLICATES
                  file status is cr_fcentres.

                  select forientations
                      assign to "orientations_sortantes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fot_id
                  alternate record key is fot_beneficiaire
                      WITH DUPLICATES
                  file status is cr_forientations.

                  select furgences assign to "accueils_urgence.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fug_cle
                  file status is cr_furgences.

                  select frapport assign to "rapport_activite.txt"
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
                  02 fax_date PIC 9(8).
                  02 fax_centre PIC 9(2).
                  02 fax_horaire PIC X(2).
                  02 fax_produit PIC 9(5).
                  02 fax_quantite PIC 9(6).
                  02 fax_statut PIC X(1).
                  02 fax_beneficiaire PIC 9(5).
                  02 fce_antenne PIC 9(2).
                  02 fce_capacite PIC 9(6).

              FD forientations.
              01 tamp_forientations.
                  02 fot_id PIC 9(5).
                  02 fot_beneficiaire PIC 9(5).
                  02 fot_organisme PIC X(30).
                  02 fot_domaine PIC X(2).
                  02 fot_date PIC 9(8).
                  02 fot_benevole PIC 9(4).
                  02 fot_statut PIC X(1).
                  02 fot_dateSuivi PIC 9(8).
                  02 fot_commentaire PIC X(40).
                  02 fot_modifPar PIC 9(4).
                  02 fot_modifDate PIC 9(8).

              FD furgences.
              01 tamp_furgences.
                  02 fug_cle.
                      03 fug_id PIC 9(5).
                      03 fug_produit PIC 9(5).
                  02 fug_centre PIC 9(2).
                  02 fug_date PIC 9(8).
                  02 fug_horaire PIC X(2).
                  02 fug_nbPersonnes PIC 9(3).
                  02 fug_quantite PIC 9(6).
                  02 fug_benevole PIC 9(4).

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
              77 cr_fdistributions PIC 9(2).
              77 cr_farchive PIC 9(2).
              77 cr_flignes-archive PIC 9(2).
              77 WsourceArchive PIC 9(1).
              77 WquantiteTotale PIC 9(8).
              77 cr_forientations PIC 9(2).
              77 WidxDomaine PIC 9(1).
              77 WidxIssue PIC 9(1).
              77 WnbOrientations PIC 9(6).
              01 Wtab-orientations.
                 02 Wor-domaine OCCURS 6 TIMES.
                    03 Wor-code PIC X(2).
                    03 Wor-libelle PIC X(20).
                    03 Wor-nb PIC 9(5) OCCURS 4 TIMES.
              77 cr_furgences PIC 9(2).
              77 WidPrecUrg PIC 9(5).
              77 WnbUrg PIC 9(2).
              77 WnbAccueilsUrg PIC 9(6).
              77 WnbPersonnesUrg PIC 9(8).
              77 WquantiteUrg PIC 9(8).
              01 Wtab-urgences.
                 02 Wug-ligne OCCURS 30 TIMES.
                    03 Wug-centre PIC 9(2).
                    03 Wug-accueils PIC 9(6).
                    03 Wug-personnes PIC 9(8).
                    03 Wug-quantite PIC 9(8).
              77 cr_fversions PIC 9(2).
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE 0 TO WversionRefus
              MOVE "distributions.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "distributions_archive.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "Rapport d'activite annuel"
              DISPLAY "Entrez l'annee (AAAA) : "
              ACCEPT Wannee
                  ADD 1 TO Widx
              END-PERFORM

              PERFORM Compter_orientations
              PERFORM Compter_urgences

              OPEN INPUT fdistribution-lignes
              OPEN INPUT flignes-archive

                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport

              MOVE "--- Orientations vers d'autres services ---"
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE 1 TO WidxDomaine
              PERFORM WITH TEST AFTER UNTIL WidxDomaine > 6
                  MOVE SPACES TO Wligne-rapport
                  STRING Wor-libelle(WidxDomaine)
                      " : proposees " Wor-nb(WidxDomaine, 1)
                      ", rdv pris " Wor-nb(WidxDomaine, 2)
                      ", realisees " Wor-nb(WidxDomaine, 3)
                      ", abandonnees " Wor-nb(WidxDomaine, 4)
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
                  ADD 1 TO WidxDomaine
              END-PERFORM
              MOVE SPACES TO Wligne-rapport
              STRING "Total orientations : " WnbOrientations
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport

              MOVE "--- Accueils d'urgence sans inscription ---"
                  TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > WnbUrg
                      OR WnbUrg = 0
                  MOVE SPACES TO Wligne-rapport
                  STRING "centre " Wug-centre(Widx)
                      " : " Wug-accueils(Widx) " accueil(s), "
                      Wug-personnes(Widx) " personne(s), "
                      Wug-quantite(Widx) " unite(s)"
                      DELIMITED BY SIZE INTO Wligne-rapport
                  WRITE Wligne-rapport
                  ADD 1 TO Widx
              END-PERFORM
              MOVE SPACES TO Wligne-rapport
              STRING "Total accueils d'urgence : " WnbAccueilsUrg
                  ", " WnbPersonnesUrg " personne(s), "
                  WquantiteUrg " unite(s)"
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport

              CLOSE frapport
              CLOSE fdistribution-lignes
              CLOSE flignes-archive
                  MOVE WproduitEntete TO Wlgc-produit(1)
                  MOVE WquantiteEntete TO Wlgc-quantite(1)
              END-IF.

              Compter_orientations.
              MOVE 0 TO WnbOrientations
              MOVE "EM" TO Wor-code(1)
              MOVE "emploi" TO Wor-libelle(1)
              MOVE "SA" TO Wor-code(2)
              MOVE "sante" TO Wor-libelle(2)
              MOVE "LO" TO Wor-code(3)
              MOVE "logement" TO Wor-libelle(3)
              MOVE "BU" TO Wor-code(4)
              MOVE "budget" TO Wor-libelle(4)
              MOVE "EP" TO Wor-code(5)
              MOVE "epicerie solidaire" TO Wor-libelle(5)
              MOVE "AU" TO Wor-code(6)
              MOVE "autre" TO Wor-libelle(6)
              MOVE 1 TO WidxDomaine
              PERFORM WITH TEST AFTER UNTIL WidxDomaine > 6
                  MOVE 1 TO WidxIssue
                  PERFORM WITH TEST AFTER UNTIL WidxIssue > 4
                      MOVE 0 TO Wor-nb(WidxDomaine, WidxIssue)
                      ADD 1 TO WidxIssue
                  END-PERFORM
                  ADD 1 TO WidxDomaine
              END-PERFORM
              OPEN INPUT forientations
              IF cr_forientations = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ forientations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fot_date(1:4) = Wannee THEN
                                  PERFORM Cumuler_orientation
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE forientations
              END-IF.

              Cumuler_orientation.
              MOVE 6 TO WidxDomaine
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Widx > 5
                  IF Wor-code(Widx) = fot_domaine THEN
                      MOVE Widx TO WidxDomaine
                  END-IF
                  ADD 1 TO Widx
              END-PERFORM
              MOVE 1 TO WidxIssue
              IF fot_statut = "R" THEN
                  MOVE 2 TO WidxIssue
              END-IF
              IF fot_statut = "F" THEN
                  MOVE 3 TO WidxIssue
              END-IF
              IF fot_statut = "A" THEN
                  MOVE 4 TO WidxIssue
              END-IF
              ADD 1 TO Wor-nb(WidxDomaine, WidxIssue)
              ADD 1 TO WnbOrientations.

              Compter_urgences.
              MOVE 0 TO WnbUrg
              MOVE 0 TO WnbAccueilsUrg
              MOVE 0 TO WnbPersonnesUrg
              MOVE 0 TO WquantiteUrg
              MOVE 0 TO WidPrecUrg
              OPEN INPUT furgences
              IF cr_furgences = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ furgences NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fug_date(1:4) = Wannee THEN
                                  PERFORM Cumuler_urgence
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE furgences
              END-IF.

              Cumuler_urgence.
              MOVE 0 TO Wtrouve
              MOVE 1 TO Widx
              PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR
                      Widx > WnbUrg
                  IF Wug-centre(Widx) = fug_centre THEN
                      MOVE 1 TO Wtrouve
                  ELSE
                      ADD 1 TO Widx
                  END-IF
              END-PERFORM
              IF Wtrouve = 0 AND WnbUrg < 30 THEN
                  ADD 1 TO WnbUrg
                  MOVE WnbUrg TO Widx
                  MOVE fug_centre TO Wug-centre(Widx)
                  MOVE 0 TO Wug-accueils(Widx)
                  MOVE 0 TO Wug-personnes(Widx)
                  MOVE 0 TO Wug-quantite(Widx)
                  MOVE 1 TO Wtrouve
              END-IF
              IF Wtrouve = 1 THEN
                  ADD fug_quantite TO Wug-quantite(Widx)
                  IF fug_id NOT = WidPrecUrg THEN
                      ADD 1 TO Wug-accueils(Widx)
                      ADD fug_nbPersonnes TO Wug-personnes(Widx)
                  END-IF
              END-IF
              ADD fug_quantite TO WquantiteUrg
              IF fug_id NOT = WidPrecUrg THEN
                  ADD 1 TO WnbAccueilsUrg
                  ADD fug_nbPersonnes TO WnbPersonnesUrg
                  MOVE fug_id TO WidPrecUrg
              END-IF.

              COPY "versions.cpy".
