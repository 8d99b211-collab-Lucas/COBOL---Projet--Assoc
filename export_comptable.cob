                  record key is fen_id
                  file status is cr_fencaissements.

                  select ffrais assign to "notes_frais.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ffr_id
                  alternate record key is ffr_benevole WITH DUPLICATES
                  file status is cr_ffrais.

                  select ffactures assign to
                  "factures_fournisseurs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ffa_id
                  alternate record key is ffa_fournisseur
                      WITH DUPLICATES
                  file status is cr_ffactures.

                  select fexport assign to "export_comptable.csv"
                  organization line sequential
                  file status is cr_fexport.

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
                  02 fen_date PIC 9(8).
                  02 fen_montant PIC 9(6)V99.

              FD ffrais.
              01 tamp_ffrais.
                  02 ffr_id PIC 9(5).
                  02 ffr_benevole PIC 9(4).
                  02 ffr_date PIC 9(8).
                  02 ffr_typeLien PIC X(1).
                  02 ffr_reference PIC 9(5).
                  02 ffr_nature PIC X(1).
                  02 ffr_km PIC 9(5).
                  02 ffr_montant PIC 9(6)V99.
                  02 ffr_libelle PIC X(30).
                  02 ffr_statut PIC X(1).
                  02 ffr_choix PIC X(1).
                  02 ffr_validePar PIC 9(4).
                  02 ffr_dateValidation PIC 9(8).
                  02 ffr_motif PIC X(30).
                  02 ffr_dateReglement PIC 9(8).
                  02 ffr_don PIC 9(5).

              FD ffactures.
              01 tamp_ffactures.
                  02 ffa_id PIC 9(5).
                  02 ffa_numero PIC X(15).
                  02 ffa_fournisseur PIC 9(5).
                  02 ffa_commande PIC 9(5).
                  02 ffa_date PIC 9(8).
                  02 ffa_echeance PIC 9(8).
                  02 ffa_montant PIC 9(8)V99.
                  02 ffa_statut PIC X(1).
                  02 ffa_motif PIC X(40).
                  02 ffa_saisiPar PIC 9(4).
                  02 ffa_resoluPar PIC 9(4).
                  02 ffa_datePaiement PIC 9(8).

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
              77 cr_fdistributions PIC 9(2).
              77 cr_fmouvements PIC 9(2).
              77 WdatePrix PIC 9(8).
              77 Wreponse PIC X(1).
              77 cr_fencaissements PIC 9(2).
              77 cr_ffrais PIC 9(2).
              77 cr_ffactures PIC 9(2).

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

              DISPLAY "Export comptable des mouvements de stock"
              MOVE 0 TO WvalorisePrix
              DISPLAY "Valoriser au dernier prix d'achat reel ? "
                  CLOSE fencaissements
              END-IF

              OPEN INPUT ffrais
              IF cr_ffrais = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffrais NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF ffr_statut = "V" AND
                                      ffr_choix = "P" AND
                                      ffr_dateReglement >= WdateDebut
                                      AND ffr_dateReglement <= WdateFin
                                  MOVE ffr_montant TO Wvaleur
                                  MOVE Wvaleur TO Wvaleur-aff
                                  MOVE SPACES TO Wligne-export
                                  STRING ffr_dateReglement ";NDF" ffr_id
                                      ";625;D;" Wvaleur-aff
                                      ";frais benevoles"
                                      DELIMITED BY SIZE
                                      INTO Wligne-export
                                  WRITE Wligne-export
                                  MOVE SPACES TO Wligne-export
                                  STRING ffr_dateReglement ";NDF" ffr_id
                                      ";467;C;" Wvaleur-aff
                                      ";remboursement benevole"
                                      DELIMITED BY SIZE
                                      INTO Wligne-export
                                  WRITE Wligne-export
                                  ADD 2 TO WnbLignes
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE ffrais
              END-IF

              OPEN INPUT ffactures
              IF cr_ffactures = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffactures NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              PERFORM Ecrire_piece_facture
                      END-READ
                  END-PERFORM
                  CLOSE ffactures
              END-IF

              CLOSE fexport
              CLOSE fproduits
              IF WvalorisePrix = 1 THEN
              WRITE Wligne-export
              ADD 2 TO WnbLignes.

              Ecrire_piece_facture.
              MOVE ffa_montant TO Wvaleur
              MOVE Wvaleur TO Wvaleur-aff
              IF (ffa_statut = "A" OR ffa_statut = "P") AND
                      ffa_date >= WdateDebut AND
                      ffa_date <= WdateFin THEN
                  MOVE SPACES TO Wligne-export
                  STRING ffa_date ";FAC" ffa_id
                      ";408;D;" Wvaleur-aff
                      ";facture " ffa_numero " ech " ffa_echeance
                      DELIMITED BY SIZE
                      INTO Wligne-export
                  WRITE Wligne-export
                  MOVE SPACES TO Wligne-export
                  STRING ffa_date ";FAC" ffa_id
                      ";401;C;" Wvaleur-aff
                      ";facture " ffa_numero " ech " ffa_echeance
                      DELIMITED BY SIZE
                      INTO Wligne-export
                  WRITE Wligne-export
                  ADD 2 TO WnbLignes
              END-IF
              IF ffa_statut = "P" AND
                      ffa_datePaiement >= WdateDebut AND
                      ffa_datePaiement <= WdateFin THEN
                  MOVE SPACES TO Wligne-export
                  STRING ffa_datePaiement ";REG" ffa_id
                      ";401;D;" Wvaleur-aff
                      ";reglement facture " ffa_numero
                      DELIMITED BY SIZE
                      INTO Wligne-export
                  WRITE Wligne-export
                  MOVE SPACES TO Wligne-export
                  STRING ffa_datePaiement ";REG" ffa_id
                      ";512;C;" Wvaleur-aff
                      ";reglement facture " ffa_numero
                      DELIMITED BY SIZE
                      INTO Wligne-export
                  WRITE Wligne-export
                  ADD 2 TO WnbLignes
              END-IF.

              Lire_cout_produit.
              MOVE 0 TO Wcout
              MOVE WidProduit TO fpr_id
                  END-READ
              END-PERFORM.

              COPY "versions.cpy".
              COPY "dates.cpy".

              Charger_lignes_cumul.
