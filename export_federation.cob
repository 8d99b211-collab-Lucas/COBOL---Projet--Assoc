                  record key is fdlx_cle
                  file status is cr_flignes-archive.

                  select furgences assign to "accueils_urgence.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fug_cle
                  file status is cr_furgences.

                  select fexport assign to "declaration_federation.txt"
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
                  02 fax_date PIC 9(8).
                  02 fax_centre PIC 9(2).
                  02 fax_horaire PIC X(2).
                  02 fax_produit PIC 9(5).
                  02 fax_quantite PIC 9(6).
                  02 fax_statut PIC X(1).
                  02 fax_beneficiaire PIC 9(5).
                      03 fdlx_produit PIC 9(5).
                  02 fdlx_quantite PIC 9(6).

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

              FD fexport.
              01 Wligne-export PIC X(60).

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
                  02 Wdet-produit PIC X(10).
                  02 Wdet-quantite PIC 9(8).
                  02 Wdet-filler PIC X(23).
              01 Wenr-urgence.
                  02 Wurg-type PIC X(1).
                  02 Wurg-date PIC 9(8).
                  02 Wurg-centre PIC X(10).
                  02 Wurg-produit PIC X(10).
                  02 Wurg-quantite PIC 9(8).
                  02 Wurg-personnes PIC 9(3).
                  02 Wurg-filler PIC X(20).
              01 Wenr-fin.
                  02 Wfin-type PIC X(1).
                  02 Wfin-nbDetails PIC 9(8).
              77 WquantiteEntete PIC 9(6).
              77 cr_flignes-archive PIC 9(2).
              77 WsourceArchive PIC 9(1).
              77 cr_furgences PIC 9(2).
              77 WnbUrgences PIC 9(8).
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

              DISPLAY "Declaration mensuelle pour la federation"
              DISPLAY "Entrez le mois a declarer (AAAAMM) : "
              ACCEPT WmoisCible

              MOVE 0 TO WnbDetails
              MOVE 0 TO WtotalQuantite
              MOVE 0 TO WnbUrgences

              OPEN INPUT fcorrespondances
              OPEN INPUT fdistribution-lignes
                  CLOSE farchive
              END-IF

              OPEN INPUT furgences
              IF cr_furgences = 00 THEN
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ furgences NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              IF fug_date(1:6) = WmoisCible THEN
                                  PERFORM Ecrire_urgence_federation
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE furgences
              END-IF

              MOVE "9" TO Wfin-type
              MOVE WnbDetails TO Wfin-nbDetails
              MOVE WtotalQuantite TO Wfin-totalQuantite

              DISPLAY WnbDetails " enregistrement(s) declare(s) vers "
                  "declaration_federation.txt"
              DISPLAY "dont " WnbUrgences " ligne(s) d'accueil "
                  "d'urgence sans inscription"
              STOP RUN.

              Ecrire_detail_federation.
              ADD 1 TO WnbDetails
              ADD WquantiteCourante TO WtotalQuantite.

              Ecrire_urgence_federation.
              MOVE "3" TO Wurg-type
              MOVE fug_date TO Wurg-date
              MOVE "CE" TO WtypeCorr
              MOVE fug_centre TO WcodeInterne
              PERFORM Chercher_code_externe
              MOVE WcodeExterne TO Wurg-centre
              MOVE "PR" TO WtypeCorr
              MOVE fug_produit TO WcodeInterne
              PERFORM Chercher_code_externe
              MOVE WcodeExterne TO Wurg-produit
              MOVE fug_quantite TO Wurg-quantite
              MOVE fug_nbPersonnes TO Wurg-personnes
              MOVE SPACES TO Wurg-filler
              MOVE Wenr-urgence TO Wligne-export
              WRITE Wligne-export
              ADD 1 TO WnbDetails
              ADD 1 TO WnbUrgences
              ADD fug_quantite TO WtotalQuantite.

              Chercher_code_externe.
              MOVE WtypeCorr TO fcr_type
              MOVE WcodeInterne TO fcr_interne
                  MOVE WproduitEntete TO Wlgc-produit(1)
                  MOVE WquantiteEntete TO Wlgc-quantite(1)
              END-IF.

              COPY "versions.cpy".
