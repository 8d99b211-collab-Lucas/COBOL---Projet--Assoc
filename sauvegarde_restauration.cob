                  organization line sequential
                  file status is cr_fsav-cu.

                  select ftournee-retours assign to
                      "tournee_retours.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ftr_cle
                  file status is cr_ftournee-retours.

                  select fsav-tr assign to
                      "tournee_retours.sauv"
                  organization line sequential
                  file status is cr_fsav-tr.

                  select fvehicule-journal assign to
                      "vehicule_journal.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fvj_id
                  alternate record key is fvj_vehicule WITH DUPLICATES
                  file status is cr_fvehicule-journal.

                  select fsav-vj assign to "vehicule_journal.sauv"
                  organization line sequential
                  file status is cr_fsav-vj.

                  select fvehicule-echeances assign to
                      "vehicule_echeances.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fve_cle
                  file status is cr_fvehicule-echeances.

                  select fsav-ve assign to "vehicule_echeances.sauv"
                  organization line sequential
                  file status is cr_fsav-ve.

                  select ffrais assign to "notes_frais.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ffr_id
                  alternate record key is ffr_benevole WITH DUPLICATES
                  file status is cr_ffrais.

                  select fsav-nf assign to "notes_frais.sauv"
                  organization line sequential
                  file status is cr_fsav-nf.

                  select frecus assign to "recus_fiscaux.dat"
                  organization indexed
                  access mode is dynamic
                  record key is frf_num
                  alternate record key is frf_donateur WITH DUPLICATES
                  file status is cr_frecus.

                  select fsav-rf assign to "recus_fiscaux.sauv"
                  organization line sequential
                  file status is cr_fsav-rf.

                  select fsubv-affect assign to
                      "subvention_affectations.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fsa_id
                  alternate record key is fsa_subvention WITH DUPLICATES
                  file status is cr_fsubv-affect.

                  select fsav-sa assign to
                      "subvention_affectations.sauv"
                  organization line sequential
                  file status is cr_fsav-sa.

                  select fbudgets assign to "budgets.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbg_cle
                  file status is cr_fbudgets.

                  select fsav-bg assign to "budgets.sauv"
                  organization line sequential
                  file status is cr_fsav-bg.

                  select freglements assign to "reglements_antennes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is frg_cle
                  file status is cr_freglements.

                  select fsav-rg assign to "reglements_antennes.sauv"
                  organization line sequential
                  file status is cr_fsav-rg.

                  select fnutrition assign to "nutrition.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fnu_produit
                  alternate record key is fnu_groupe WITH DUPLICATES
                  file status is cr_fnutrition.

                  select fsav-nu assign to "nutrition.sauv"
                  organization line sequential
                  file status is cr_fsav-nu.

                  select fcartes assign to "cartes_beneficiaires.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fcb_numero
                  alternate record key is fcb_beneficiaire
                      WITH DUPLICATES
                  file status is cr_fcartes.

                  select fsav-cb assign to "cartes_beneficiaires.sauv"
                  organization line sequential
                  file status is cr_fsav-cb.

                  select fevaluations assign to
                      "evaluations_sociales.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fev_cle
                  file status is cr_fevaluations.

                  select fsav-ev assign to "evaluations_sociales.sauv"
                  organization line sequential
                  file status is cr_fsav-ev.

                  select ftypesjustif assign to
                      "types_justificatifs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ftj_code
                  file status is cr_ftypesjustif.

                  select fsav-tj assign to "types_justificatifs.sauv"
                  organization line sequential
                  file status is cr_fsav-tj.

                  select fjustificatifs assign to "justificatifs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fju_cle
                  file status is cr_fjustificatifs.

                  select fsav-ju assign to "justificatifs.sauv"
                  organization line sequential
                  file status is cr_fsav-ju.

                  select forientations assign to
                      "orientations_sortantes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fot_id
                  alternate record key is fot_beneficiaire
                      WITH DUPLICATES
                  file status is cr_forientations.

                  select fsav-ot assign to "orientations_sortantes.sauv"
                  organization line sequential
                  file status is cr_fsav-ot.

                  select fextraits assign to "extraits_rgpd.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fxr_id
                  file status is cr_fextraits.

                  select fsav-xr assign to "extraits_rgpd.sauv"
                  organization line sequential
                  file status is cr_fsav-xr.

                  select furgences assign to "accueils_urgence.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fug_cle
                  file status is cr_furgences.

                  select fsav-ug assign to "accueils_urgence.sauv"
                  organization line sequential
                  file status is cr_fsav-ug.

                  select fcarnets assign to "carnets_cheques.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fck_id
                  file status is cr_fcarnets.

                  select fsav-ck assign to "carnets_cheques.sauv"
                  organization line sequential
                  file status is cr_fsav-ck.

                  select fcheques assign to "cheques_services.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fvo_numero
                  alternate record key is fvo_beneficiaire
                      WITH DUPLICATES
                  file status is cr_fcheques.

                  select fsav-vo assign to "cheques_services.sauv"
                  organization line sequential
                  file status is cr_fsav-vo.

                  select fsources assign to "sources_financement.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fsf_code
                  file status is cr_fsources.

                  select fsav-sf assign to "sources_financement.sauv"
                  organization line sequential
                  file status is cr_fsav-sf.

                  select fmvsources assign to "mouvements_sources.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fms_id
                  file status is cr_fmvsources.

                  select fsav-ms assign to "mouvements_sources.sauv"
                  organization line sequential
                  file status is cr_fsav-ms.

                  select foffres assign to "offres_surplus.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fof_id
                  alternate record key is fof_lot WITH DUPLICATES
                  file status is cr_foffres.

                  select fsav-of assign to "offres_surplus.sauv"
                  organization line sequential
                  file status is cr_fsav-of.

                  select fquarantaines assign to "quarantaines.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fqr_id
                  alternate record key is fqr_centre WITH DUPLICATES
                  file status is cr_fquarantaines.

                  select fsav-qr assign to "quarantaines.sauv"
                  organization line sequential
                  file status is cr_fsav-qr.

                  select fcomptages assign to "plan_comptages.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fpc_cle
                  file status is cr_fcomptages.

                  select fsav-cy assign to "plan_comptages.sauv"
                  organization line sequential
                  file status is cr_fsav-cy.

                  select ffactures assign to "factures_fournisseurs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ffa_id
                  alternate record key is ffa_fournisseur
                      WITH DUPLICATES
                  file status is cr_ffactures.

                  select fsav-fa assign to "factures_fournisseurs.sauv"
                  organization line sequential
                  file status is cr_fsav-fa.

                  select ffacture-lignes assign to "facture_lignes.dat"
                  organization indexed
                  access mode is dynamic
                  record key is ffl_cle
                  file status is cr_ffacture-lignes.

                  select fsav-fl assign to "facture_lignes.sauv"
                  organization line sequential
                  file status is cr_fsav-fl.

                  select fequipements assign to "equipements.dat"
                  organization indexed
                  access mode is dynamic
                  record key is feq_id
                  alternate record key is feq_centre WITH DUPLICATES
                  file status is cr_fequipements.

                  select fsav-eq assign to "equipements.sauv"
                  organization line sequential
                  file status is cr_fsav-eq.

                  select fmaintenances assign to "maintenances.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fmt_id
                  alternate record key is fmt_equipement WITH DUPLICATES
                  file status is cr_fmaintenances.

                  select fsav-mt assign to "maintenances.sauv"
                  organization line sequential
                  file status is cr_fsav-mt.

                  select fechanges assign to "echanges_affectations.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fxa_id
                  alternate record key is fxa_distribution
                      WITH DUPLICATES
                  file status is cr_fechanges.

                  select fsav-xa assign to "echanges_affectations.sauv"
                  organization line sequential
                  file status is cr_fsav-xa.

                  select fattestations assign to "attestations.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fab_id
                  alternate record key is fab_benevole WITH DUPLICATES
                  file status is cr_fattestations.

                  select fsav-ab assign to "attestations.sauv"
                  organization line sequential
                  file status is cr_fsav-ab.

                  select frevues assign to "revues_habilitations.dat"
                  organization indexed
                  access mode is dynamic
                  record key is frh_cle
                  alternate record key is frh_reviseur WITH DUPLICATES
                  file status is cr_frevues.

                  select fsav-rh assign to "revues_habilitations.sauv"
                  organization line sequential
                  file status is cr_fsav-rh.

                  select fmotsdepasse assign to "mots_de_passe.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fmp_benevole
                  file status is cr_fmotsdepasse.

                  select fsav-mp assign to "mots_de_passe.sauv"
                  organization line sequential
                  file status is cr_fsav-mp.

                  select fversions assign to "versions_fichiers.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fvf_fichier
                  file status is cr_fversions.

                  select fsav-vf assign to "versions_fichiers.sauv"
                  organization line sequential
                  file status is cr_fsav-vf.

                  select fcapacite assign to "capacite_compteurs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fic_cle
                  file status is cr_fcapacite.

                  select fsav-ic assign to "capacite_compteurs.sauv"
                  organization line sequential
                  file status is cr_fsav-ic.

                  select fparhist assign to "parametres_historique.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fph_cle
                  file status is cr_fparhist.

                  select fsav-ph assign to "parametres_historique.sauv"
                  organization line sequential
                  file status is cr_fsav-ph.

                  select fcrises assign to "crises.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fkr_id
                  file status is cr_fcrises.

                  select fsav-kr assign to "crises.sauv"
                  organization line sequential
                  file status is cr_fsav-kr.

                  select fdistcrises assign to
                      "distributions_crises.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fdk_distribution
                  alternate record key is fdk_crise WITH DUPLICATES
                  file status is cr_fdistcrises.

                  select fsav-dk assign to "distributions_crises.sauv"
                  organization line sequential
                  file status is cr_fsav-dk.

                  select fexercices assign to "exercices.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fxc_annee
                  file status is cr_fexercices.

                  select fsav-ey assign to "exercices.sauv"
                  organization line sequential
                  file status is cr_fsav-ey.

                  select fajustements assign to
                      "ajustements_exercice.dat"
                  organization indexed
                  access mode is dynamic
                  record key is faj_id
                  alternate record key is faj_exercice WITH DUPLICATES
                  file status is cr_fajustements.

                  select fsav-ja assign to "ajustements_exercice.sauv"
                  organization line sequential
                  file status is cr_fsav-ja.

                  select fqualite assign to "qualite_scores.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fqs_cle
                  file status is cr_fqualite.

                  select fsav-qd assign to "qualite_scores.sauv"
                  organization line sequential
                  file status is cr_fsav-qd.

                  select flivraisons assign to "livraisons_domicile.dat"
                  organization indexed
                  access mode is dynamic
                  record key is flv_beneficiaire
                  file status is cr_flivraisons.

                  select fsav-lv assign to "livraisons_domicile.sauv"
                  organization line sequential
                  file status is cr_fsav-lv.

                  select fbatch-runs assign to "batch_runs.dat"
                  organization indexed
                  access mode is dynamic
                      WITH DUPLICATES
                  file status is cr_fbatch-runs.

                  select fapres-images assign to "apres_images.dat"
                  organization line sequential
                  file status is cr_fapres-images.

              DATA DIVISION.
              FILE SECTION.

                  02 fdi_date PIC 9(8).
                  02 fdi_centre PIC 9(2).
                  02 fdi_horaire PIC X(2).
                  02 fdi_produit PIC 9(5).
                  02 fdi_quantite PIC 9(6).
                  02 fdi_statut PIC X(1).
                  02 fdi_beneficiaire PIC 9(5).
                  02 fsvdi_date PIC 9(8).
                  02 fsvdi_centre PIC 9(2).
                  02 fsvdi_horaire PIC X(2).
                  02 fsvdi_produit PIC 9(5).
                  02 fsvdi_quantite PIC 9(6).
                  02 fsvdi_statut PIC X(1).
                  02 fsvdi_beneficiaire PIC 9(5).
                  02 flo_dlc PIC 9(8).
                  02 flo_quantite PIC 9(6).
                  02 flo_emplacement PIC X(10).
                  02 flo_source PIC X(2).
                  02 flo_statut PIC X(1).

              FD fsav-lo.
              01 tamp_fsav-lo PIC X(44).

              FD faffectations.
              01 tamp_faffectations.
                  02 fdm_date PIC 9(8).
                  02 fdm_horaire PIC X(2).
                  02 fdm_centre PIC 9(2).
                  02 fdm_produit PIC 9(5).
                  02 fdm_quantite PIC 9(6).
                  02 fdm_statut PIC X(1).
                  02 fdm_motif PIC X(30).
                  02 fdm_distribution PIC 9(5).

              FD fsav-dm.
              01 tamp_fsav-dm PIC X(73).

              FD finventaires.
              01 tamp_finventaires.
                  02 ftp_heure PIC 9(6).
                  02 ftp_temperature PIC S9(2)V9.
                  02 ftp_conforme PIC X(1).
                  02 ftp_equipement PIC 9(5).

              FD fsav-tp.
              01 tamp_fsav-tp PIC X(46).

              FD fpartenaires.
              01 tamp_fpartenaires.
                  02 fcs_distribution PIC 9(5).
                  02 fcs_quantite PIC 9(6).
                  02 fcs_date PIC 9(8).
                  02 fcs_emplacement PIC X(10).
                  02 fcs_dlc PIC 9(8).

              FD fsav-cs.
              01 tamp_fsav-cs PIC X(59).

              FD fseuils-proposes.
              01 tamp_fseuils-proposes.
              FD fsav-cu.
              01 tamp_fsav-cu PIC X(20).

              FD ftournee-retours.
              01 tamp_ftournee-retours.
                  02 ftr_cle.
                      03 ftr_tournee PIC 9(5).
                      03 ftr_ordre PIC 9(2).
                      03 ftr_produit PIC 9(5).
                  02 ftr_type PIC X(1).
                  02 ftr_reference PIC 9(5).
                  02 ftr_centre PIC 9(2).
                  02 ftr_charge PIC 9(6).
                  02 ftr_livre PIC 9(6).
                  02 ftr_retour PIC 9(6).
                  02 ftr_signature PIC X(1).
                  02 ftr_heure PIC 9(4).
                  02 ftr_saisiPar PIC 9(4).
                  02 ftr_saisiDate PIC 9(8).

              FD fsav-tr.
              01 tamp_fsav-tr PIC X(55).

              FD fvehicule-journal.
              01 tamp_fvehicule-journal.
                  02 fvj_id PIC 9(5).
                  02 fvj_vehicule PIC 9(5).
                  02 fvj_date PIC 9(8).
                  02 fvj_type PIC X(1).
                  02 fvj_tournee PIC 9(5).
                  02 fvj_kilometrage PIC 9(7).
                  02 fvj_litres PIC 9(4)V99.
                  02 fvj_montant PIC 9(6)V99.
                  02 fvj_saisiPar PIC 9(4).

              FD fsav-vj.
              01 tamp_fsav-vj PIC X(49).

              FD fvehicule-echeances.
              01 tamp_fvehicule-echeances.
                  02 fve_cle.
                      03 fve_vehicule PIC 9(5).
                      03 fve_type PIC X(2).
                  02 fve_echeance PIC 9(8).
                  02 fve_derniere PIC 9(8).
                  02 fve_modifPar PIC 9(4).
                  02 fve_modifDate PIC 9(8).

              FD fsav-ve.
              01 tamp_fsav-ve PIC X(35).

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

              FD fsav-nf.
              01 tamp_fsav-nf PIC X(124).

              FD frecus.
              01 tamp_frecus.
                  02 frf_num PIC 9(5).
                  02 frf_date PIC 9(8).
                  02 frf_don PIC 9(5).
                  02 frf_donateur PIC 9(5).
                  02 frf_type PIC X(1).
                  02 frf_produit PIC 9(5).
                  02 frf_quantite PIC 9(6).
                  02 frf_montant PIC 9(6)V99.
                  02 frf_statut PIC X(1).
                  02 frf_remplace PIC 9(5).
                  02 frf_remplacant PIC 9(5).
                  02 frf_motif PIC X(30).
                  02 frf_emisPar PIC 9(4).
                  02 frf_annulePar PIC 9(4).
                  02 frf_annuleDate PIC 9(8).

              FD fsav-rf.
              01 tamp_fsav-rf PIC X(100).

              FD fsubv-affect.
              01 tamp_fsubv-affect.
                  02 fsa_id PIC 9(5).
                  02 fsa_subvention PIC 9(5).
                  02 fsa_type PIC X(1).
                  02 fsa_reference PIC 9(5).
                  02 fsa_date PIC 9(8).
                  02 fsa_montant PIC 9(8)V99.
                  02 fsa_libelle PIC X(30).
                  02 fsa_statut PIC X(1).
                  02 fsa_saisiPar PIC 9(4).
                  02 fsa_saisiDate PIC 9(8).

              FD fsav-sa.
              01 tamp_fsav-sa PIC X(77).

              FD fbudgets.
              01 tamp_fbudgets.
                  02 fbg_cle.
                      03 fbg_annee PIC 9(4).
                      03 fbg_antenne PIC 9(2).
                      03 fbg_categorie PIC X(12).
                  02 fbg_mois OCCURS 12 TIMES.
                      03 fbg_achats PIC 9(7)V99.
                      03 fbg_participations PIC 9(7)V99.
                      03 fbg_dons PIC 9(7)V99.
                  02 fbg_modifPar PIC 9(4).
                  02 fbg_modifDate PIC 9(8).

              FD fsav-bg.
              01 tamp_fsav-bg PIC X(354).

              FD freglements.
              01 tamp_freglements.
                  02 frg_cle.
                      03 frg_mois PIC 9(6).
                      03 frg_source PIC 9(2).
                      03 frg_dest PIC 9(2).
                  02 frg_montant PIC 9(9)V99.
                  02 frg_nbTransferts PIC 9(5).
                  02 frg_calculDate PIC 9(8).

              FD fsav-rg.
              01 tamp_fsav-rg PIC X(34).

              FD fnutrition.
              01 tamp_fnutrition.
                  02 fnu_produit PIC 9(5).
                  02 fnu_poidsUnite PIC 9(5).
                  02 fnu_energie PIC 9(4).
                  02 fnu_proteines PIC 9(3)V9.
                  02 fnu_lipides PIC 9(3)V9.
                  02 fnu_sucres PIC 9(3)V9.
                  02 fnu_fibres PIC 9(3)V9.
                  02 fnu_groupe PIC X(2).
                  02 fnu_modifPar PIC 9(4).
                  02 fnu_modifDate PIC 9(8).

              FD fsav-nu.
              01 tamp_fsav-nu PIC X(44).

              FD fcartes.
              01 tamp_fcartes.
                  02 fcb_numero PIC 9(8).
                  02 fcb_beneficiaire PIC 9(5).
                  02 fcb_centre PIC 9(2).
                  02 fcb_statut PIC X(1).
                  02 fcb_dateEmission PIC 9(8).
                  02 fcb_emisPar PIC 9(4).
                  02 fcb_dateValidite PIC 9(8).
                  02 fcb_remplacePar PIC 9(8).
                  02 fcb_dateOpposition PIC 9(8).
                  02 fcb_opposePar PIC 9(4).
                  02 fcb_motif PIC X(30).

              FD fsav-cb.
              01 tamp_fsav-cb PIC X(86).

              FD fevaluations.
              01 tamp_fevaluations.
                  02 fev_cle.
                      03 fev_beneficiaire PIC 9(5).
                      03 fev_date PIC 9(8).
                  02 fev_salaires PIC 9(6)V99.
                  02 fev_prestations PIC 9(6)V99.
                  02 fev_chomage PIC 9(6)V99.
                  02 fev_pensions PIC 9(6)V99.
                  02 fev_autresRes PIC 9(6)V99.
                  02 fev_loyer PIC 9(6)V99.
                  02 fev_energie PIC 9(6)V99.
                  02 fev_assurances PIC 9(6)V99.
                  02 fev_credits PIC 9(6)V99.
                  02 fev_autresCh PIC 9(6)V99.
                  02 fev_parts PIC 9(4).
                  02 fev_resteVivre PIC S9(5)V99.
                  02 fev_dureeMois PIC 9(2).
                  02 fev_dateFinDroit PIC 9(8).
                  02 fev_evaluePar PIC 9(4).

              FD fsav-ev.
              01 tamp_fsav-ev PIC X(118).

              FD ftypesjustif.
              01 tamp_ftypesjustif.
                  02 ftj_code PIC X(3).
                  02 ftj_libelle PIC X(30).
                  02 ftj_obligatoire PIC X(1).
                  02 ftj_validiteJours PIC 9(4).

              FD fsav-tj.
              01 tamp_fsav-tj PIC X(38).

              FD fjustificatifs.
              01 tamp_fjustificatifs.
                  02 fju_cle.
                      03 fju_beneficiaire PIC 9(5).
                      03 fju_type PIC X(3).
                  02 fju_dateReception PIC 9(8).
                  02 fju_dateExpiration PIC 9(8).
                  02 fju_verifiePar PIC 9(4).

              FD fsav-ju.
              01 tamp_fsav-ju PIC X(28).

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

              FD fsav-ot.
              01 tamp_fsav-ot PIC X(115).

              FD fextraits.
              01 tamp_fextraits.
                  02 fxr_id PIC 9(5).
                  02 fxr_typePersonne PIC X(1).
                  02 fxr_personne PIC 9(5).
                  02 fxr_demandeur PIC X(30).
                  02 fxr_dateDemande PIC 9(8).
                  02 fxr_dateExtrait PIC 9(8).
                  02 fxr_heureExtrait PIC 9(6).
                  02 fxr_operateur PIC 9(4).
                  02 fxr_fichier PIC X(40).

              FD fsav-xr.
              01 tamp_fsav-xr PIC X(107).

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

              FD fsav-ug.
              01 tamp_fsav-ug PIC X(35).

              FD fcarnets.
              01 tamp_fcarnets.
                  02 fck_id PIC 9(5).
                  02 fck_financeur PIC X(30).
                  02 fck_centre PIC 9(2).
                  02 fck_numDebut PIC 9(8).
                  02 fck_numFin PIC 9(8).
                  02 fck_valeur PIC 9(3)V99.
                  02 fck_dateReception PIC 9(8).
                  02 fck_dateValidite PIC 9(8).
                  02 fck_recuPar PIC 9(4).

              FD fsav-ck.
              01 tamp_fsav-ck PIC X(78).

              FD fcheques.
              01 tamp_fcheques.
                  02 fvo_numero PIC 9(8).
                  02 fvo_carnet PIC 9(5).
                  02 fvo_centre PIC 9(2).
                  02 fvo_valeur PIC 9(3)V99.
                  02 fvo_dateReception PIC 9(8).
                  02 fvo_dateValidite PIC 9(8).
                  02 fvo_statut PIC X(1).
                  02 fvo_beneficiaire PIC 9(5).
                  02 fvo_dateEmission PIC 9(8).
                  02 fvo_emisPar PIC 9(4).
                  02 fvo_motif PIC X(30).
                  02 fvo_dateRetour PIC 9(8).
                  02 fvo_commerce PIC X(20).
                  02 fvo_dateExpire PIC 9(8).

              FD fsav-vo.
              01 tamp_fsav-vo PIC X(120).

              FD fsources.
              01 tamp_fsources.
                  02 fsf_code PIC X(2).
                  02 fsf_libelle PIC X(30).
                  02 fsf_reserveBenef PIC X(1).

              FD fsav-sf.
              01 tamp_fsav-sf PIC X(33).

              FD fmvsources.
              01 tamp_fmvsources.
                  02 fms_id PIC 9(5).
                  02 fms_date PIC 9(8).
                  02 fms_centre PIC 9(2).
                  02 fms_produit PIC 9(5).
                  02 fms_lot PIC X(10).
                  02 fms_source PIC X(2).
                  02 fms_type PIC X(1).
                  02 fms_sens PIC X(1).
                  02 fms_quantite PIC 9(6).
                  02 fms_reference PIC 9(5).

              FD fsav-ms.
              01 tamp_fsav-ms PIC X(45).

              FD foffres.
              01 tamp_foffres.
                  02 fof_id PIC 9(5).
                  02 fof_date PIC 9(8).
                  02 fof_centre PIC 9(2).
                  02 fof_produit PIC 9(5).
                  02 fof_lot PIC X(10).
                  02 fof_dlc PIC 9(8).
                  02 fof_quantite PIC 9(6).
                  02 fof_statut PIC X(1).
                  02 fof_partenaire PIC 9(5).
                  02 fof_qteAcceptee PIC 9(6).
                  02 fof_distribution PIC 9(5).
                  02 fof_dateTraitement PIC 9(8).

              FD fsav-of.
              01 tamp_fsav-of PIC X(69).

              FD fquarantaines.
              01 tamp_fquarantaines.
                  02 fqr_id PIC 9(5).
                  02 fqr_date PIC 9(8).
                  02 fqr_heure PIC 9(6).
                  02 fqr_centre PIC 9(2).
                  02 fqr_produit PIC 9(5).
                  02 fqr_lot PIC X(10).
                  02 fqr_evenement PIC X(1).
                  02 fqr_origine PIC X(1).
                  02 fqr_quantite PIC 9(6).
                  02 fqr_motif PIC X(40).
                  02 fqr_utilisateur PIC 9(4).

              FD fsav-qr.
              01 tamp_fsav-qr PIC X(88).

              FD fcomptages.
              01 tamp_fcomptages.
                  02 fpc_cle.
                      03 fpc_centre PIC 9(2).
                      03 fpc_date PIC 9(8).
                      03 fpc_produit PIC 9(5).
                  02 fpc_classe PIC X(1).
                  02 fpc_statut PIC X(1).
                  02 fpc_valeur PIC 9(8)V99.
                  02 fpc_qteLivre PIC 9(6).
                  02 fpc_qteComptee PIC 9(6).
                  02 fpc_dateComptage PIC 9(8).
                  02 fpc_utilisateur PIC 9(4).

              FD fsav-cy.
              01 tamp_fsav-cy PIC X(51).

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

              FD fsav-fa.
              01 tamp_fsav-fa PIC X(113).

              FD ffacture-lignes.
              01 tamp_ffacture-lignes.
                  02 ffl_cle.
                      03 ffl_facture PIC 9(5).
                      03 ffl_produit PIC 9(5).
                  02 ffl_quantite PIC 9(6).
                  02 ffl_prixUnitaire PIC 9(6)V99.
                  02 ffl_ecart PIC X(1).

              FD fsav-fl.
              01 tamp_fsav-fl PIC X(25).

              FD fequipements.
              01 tamp_fequipements.
                  02 feq_id PIC 9(5).
                  02 feq_centre PIC 9(2).
                  02 feq_emplacement PIC X(10).
                  02 feq_type PIC X(1).
                  02 feq_libelle PIC X(30).
                  02 feq_capacite PIC 9(5).
                  02 feq_tempMin PIC S9(2)V9.
                  02 feq_tempMax PIC S9(2)V9.
                  02 feq_dateEtalonnage PIC 9(8).
                  02 feq_statut PIC X(1).

              FD fsav-eq.
              01 tamp_fsav-eq PIC X(68).

              FD fmaintenances.
              01 tamp_fmaintenances.
                  02 fmt_id PIC 9(5).
                  02 fmt_equipement PIC 9(5).
                  02 fmt_type PIC X(1).
                  02 fmt_libelle PIC X(30).
                  02 fmt_echeance PIC 9(8).
                  02 fmt_periodeJours PIC 9(3).
                  02 fmt_dateRealisation PIC 9(8).
                  02 fmt_statut PIC X(1).
                  02 fmt_realisePar PIC 9(4).
                  02 fmt_commentaire PIC X(40).

              FD fsav-mt.
              01 tamp_fsav-mt PIC X(105).

              FD fechanges.
              01 tamp_fechanges.
                  02 fxa_id PIC 9(5).
                  02 fxa_affectation PIC 9(5).
                  02 fxa_distribution PIC 9(5).
                  02 fxa_cedant PIC 9(4).
                  02 fxa_remplacant PIC 9(4).
                  02 fxa_statut PIC X(1).
                  02 fxa_dateDemande PIC 9(8).
                  02 fxa_validePar PIC 9(4).
                  02 fxa_dateValidation PIC 9(8).

              FD fsav-xa.
              01 tamp_fsav-xa PIC X(44).

              FD fattestations.
              01 tamp_fattestations.
                  02 fab_id PIC 9(5).
                  02 fab_benevole PIC 9(4).
                  02 fab_dateDebut PIC 9(8).
                  02 fab_dateFin PIC 9(8).
                  02 fab_heures PIC 9(5).
                  02 fab_nbDistrib PIC 9(4).
                  02 fab_nbCollectes PIC 9(4).
                  02 fab_nbTournees PIC 9(4).
                  02 fab_emisPar PIC 9(4).
                  02 fab_date PIC 9(8).
                  02 fab_heure PIC 9(6).

              FD fsav-ab.
              01 tamp_fsav-ab PIC X(60).

              FD frevues.
              01 tamp_frevues.
                  02 frh_cle.
                      03 frh_campagne PIC 9(5).
                      03 frh_benevole PIC 9(4).
                  02 frh_reviseur PIC 9(4).
                  02 frh_role PIC 9(1).
                  02 frh_nbDelegations PIC 9(2).
                  02 frh_derniereCnx PIC 9(8).
                  02 frh_echeance PIC 9(8).
                  02 frh_decision PIC X(1).
                  02 frh_nouveauRole PIC 9(1).
                  02 frh_dateDecision PIC 9(8).
                  02 frh_decidePar PIC 9(4).

              FD fsav-rh.
              01 tamp_fsav-rh PIC X(46).

              FD fmotsdepasse.
              01 tamp_fmotsdepasse.
                  02 fmp_benevole PIC 9(4).
                  02 fmp_dateChangement PIC 9(8).
                  02 fmp_etat PIC X(1).
                  02 fmp_tempDate PIC 9(8).
                  02 fmp_tempHeure PIC 9(6).
                  02 fmp_nbAnciens PIC 9(1).
                  02 fmp_historique.
                      03 fmp_ancien OCCURS 5 TIMES PIC X(10).

              FD fsav-mp.
              01 tamp_fsav-mp PIC X(78).

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

              FD fsav-vf.
              01 tamp_fsav-vf PIC X(91).

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

              FD fsav-ic.
              01 tamp_fsav-ic PIC X(41).

              FD fparhist.
              01 tamp_fparhist.
                  02 fph_cle.
                      03 fph_code PIC X(8).
                      03 fph_dateDebut PIC 9(8).
                      03 fph_dateSaisie PIC 9(8).
                      03 fph_heureSaisie PIC 9(6).
                  02 fph_valeur PIC 9(6).
                  02 fph_ancienneValeur PIC 9(6).
                  02 fph_modifPar PIC 9(4).

              FD fsav-ph.
              01 tamp_fsav-ph PIC X(46).

              FD fcrises.
              01 tamp_fcrises.
                  02 fkr_id PIC 9(5).
                  02 fkr_antenne PIC 9(2).
                  02 fkr_dateDebut PIC 9(8).
                  02 fkr_dateFin PIC 9(8).
                  02 fkr_motif PIC X(40).
                  02 fkr_multQte PIC 9V9.
                  02 fkr_multFreq PIC 9V9.
                  02 fkr_joursSupp PIC X(7).
                  02 fkr_statut PIC X(1).
                  02 fkr_modifPar PIC 9(4).
                  02 fkr_modifDate PIC 9(8).
                  02 fkr_modifHeure PIC 9(6).

              FD fsav-kr.
              01 tamp_fsav-kr PIC X(93).

              FD fdistcrises.
              01 tamp_fdistcrises.
                  02 fdk_distribution PIC 9(5).
                  02 fdk_crise PIC 9(5).
                  02 fdk_date PIC 9(8).
                  02 fdk_centre PIC 9(2).
                  02 fdk_quantiteSupp PIC 9(6).
                  02 fdk_jourSupp PIC X(1).

              FD fsav-dk.
              01 tamp_fsav-dk PIC X(27).

              FD fexercices.
              01 tamp_fexercices.
                  02 fxc_annee PIC 9(4).
                  02 fxc_statut PIC X(1).
                  02 fxc_par PIC 9(4).
                  02 fxc_date PIC 9(8).
                  02 fxc_heure PIC 9(6).
                  02 fxc_premierRecu PIC 9(5).
                  02 fxc_dernierRecu PIC 9(5).
                  02 fxc_nbRecus PIC 9(5).
                  02 fxc_montantRecus PIC 9(8)V99.
                  02 fxc_valeurStock PIC 9(10)V99.

              FD fsav-ey.
              01 tamp_fsav-ey PIC X(60).

              FD fajustements.
              01 tamp_fajustements.
                  02 faj_id PIC 9(5).
                  02 faj_exercice PIC 9(4).
                  02 faj_date PIC 9(8).
                  02 faj_type PIC X(1).
                  02 faj_reference PIC 9(5).
                  02 faj_sens PIC X(1).
                  02 faj_montant PIC 9(6)V99.
                  02 faj_quantite PIC 9(6).
                  02 faj_motif PIC X(30).
                  02 faj_statut PIC X(1).
                  02 faj_saisiPar PIC 9(4).
                  02 faj_validePar PIC 9(4).
                  02 faj_dateValidation PIC 9(8).

              FD fsav-ja.
              01 tamp_fsav-ja PIC X(85).

              FD fqualite.
              01 tamp_fqualite.
                  02 fqs_cle.
                      03 fqs_niveau PIC X(1).
                      03 fqs_code PIC 9(2).
                      03 fqs_date PIC 9(8).
                  02 fqs_nbControles PIC 9(7).
                  02 fqs_nbAnomalies PIC 9(7).
                  02 fqs_score PIC 9(3)V9.

              FD fsav-qd.
              01 tamp_fsav-qd PIC X(29).

              FD flivraisons.
              01 tamp_flivraisons.
                  02 flv_beneficiaire PIC 9(5).
                  02 flv_actif PIC X(1).
                  02 flv_centre PIC 9(2).
                  02 flv_jour PIC 9(1).
                  02 flv_creneau PIC X(2).
                  02 flv_panier PIC X(8).
                  02 flv_acces PIC X(60).
                  02 flv_modifPar PIC 9(4).
                  02 flv_modifDate PIC 9(8).
                  02 flv_modifHeure PIC 9(6).

              FD fsav-lv.
              01 tamp_fsav-lv PIC X(97).


              FD fbatch-runs.
              01 tamp_fbatch-runs.
                  02 fbr_dateFin PIC 9(8).
                  02 fbr_heureFin PIC 9(6).

              FD fapres-images.
              01 tamp_fapres-images.
                  02 fai_date PIC 9(8).
                  02 fai_heure PIC 9(8).
                  02 fai_origine PIC X(9).
                  02 fai_fichier PIC X(2).
                  02 fai_operation PIC X(1).
                  02 fai_image PIC X(300).

              WORKING-STORAGE SECTION.
              77 cr_fbe PIC 9(2).
              77 cr_fgroupes PIC 9(2).
              77 cr_fsav-ch PIC 9(2).
              77 cr_fcahier-lus PIC 9(2).
              77 cr_fsav-cu PIC 9(2).
              77 cr_ftournee-retours PIC 9(2).
              77 cr_fsav-tr PIC 9(2).
              77 cr_fvehicule-journal PIC 9(2).
              77 cr_fsav-vj PIC 9(2).
              77 cr_fvehicule-echeances PIC 9(2).
              77 cr_fsav-ve PIC 9(2).
              77 cr_ffrais PIC 9(2).
              77 cr_fsav-nf PIC 9(2).
              77 cr_frecus PIC 9(2).
              77 cr_fsav-rf PIC 9(2).
              77 cr_fsubv-affect PIC 9(2).
              77 cr_fsav-sa PIC 9(2).
              77 cr_fbudgets PIC 9(2).
              77 cr_fsav-bg PIC 9(2).
              77 cr_freglements PIC 9(2).
              77 cr_fsav-rg PIC 9(2).
              77 cr_fnutrition PIC 9(2).
              77 cr_fsav-nu PIC 9(2).
              77 cr_fcartes PIC 9(2).
              77 cr_fsav-cb PIC 9(2).
              77 cr_fevaluations PIC 9(2).
              77 cr_fsav-ev PIC 9(2).
              77 cr_ftypesjustif PIC 9(2).
              77 cr_fsav-tj PIC 9(2).
              77 cr_fjustificatifs PIC 9(2).
              77 cr_fsav-ju PIC 9(2).
              77 cr_forientations PIC 9(2).
              77 cr_fsav-ot PIC 9(2).
              77 cr_fextraits PIC 9(2).
              77 cr_fsav-xr PIC 9(2).
              77 cr_furgences PIC 9(2).
              77 cr_fsav-ug PIC 9(2).
              77 cr_fcarnets PIC 9(2).
              77 cr_fsav-ck PIC 9(2).
              77 cr_fcheques PIC 9(2).
              77 cr_fsav-vo PIC 9(2).
              77 cr_fsources PIC 9(2).
              77 cr_fsav-sf PIC 9(2).
              77 cr_fmvsources PIC 9(2).
              77 cr_fsav-ms PIC 9(2).
              77 cr_foffres PIC 9(2).
              77 cr_fsav-of PIC 9(2).
              77 cr_fquarantaines PIC 9(2).
              77 cr_fsav-qr PIC 9(2).
              77 cr_fcomptages PIC 9(2).
              77 cr_fsav-cy PIC 9(2).
              77 cr_ffactures PIC 9(2).
              77 cr_fsav-fa PIC 9(2).
              77 cr_ffacture-lignes PIC 9(2).
              77 cr_fsav-fl PIC 9(2).
              77 cr_fequipements PIC 9(2).
              77 cr_fsav-eq PIC 9(2).
              77 cr_fmaintenances PIC 9(2).
              77 cr_fsav-mt PIC 9(2).
              77 cr_fechanges PIC 9(2).
              77 cr_fsav-xa PIC 9(2).
              77 cr_fattestations PIC 9(2).
              77 cr_fsav-ab PIC 9(2).
              77 cr_frevues PIC 9(2).
              77 cr_fsav-rh PIC 9(2).
              77 cr_fmotsdepasse PIC 9(2).
              77 cr_fsav-mp PIC 9(2).
              77 cr_fversions PIC 9(2).
              77 cr_fsav-vf PIC 9(2).
              77 cr_fcapacite PIC 9(2).
              77 cr_fsav-ic PIC 9(2).
              77 cr_fparhist PIC 9(2).
              77 cr_fsav-ph PIC 9(2).
              77 cr_fcrises PIC 9(2).
              77 cr_fsav-kr PIC 9(2).
              77 cr_fdistcrises PIC 9(2).
              77 cr_fsav-dk PIC 9(2).
              77 cr_fexercices PIC 9(2).
              77 cr_fsav-ey PIC 9(2).
              77 cr_fajustements PIC 9(2).
              77 cr_fsav-ja PIC 9(2).
              77 cr_fqualite PIC 9(2).
              77 cr_fsav-qd PIC 9(2).
              77 cr_flivraisons PIC 9(2).
              77 cr_fsav-lv PIC 9(2).
              77 cr_fbatch-runs PIC 9(2).
              77 Wprogramme PIC X(12).
              77 WidRun PIC 9(5).
              77 WdernierCheckpoint PIC 9(8).
              77 WfinRun PIC 9.

              77 cr_fapres-images PIC 9(2).
              77 WdateSauv PIC 9(8).
              77 WheureSauv PIC 9(6).
              77 WdateLimiteRf PIC 9(8).
              77 WheureLimiteRf PIC 9(6).
              77 WhorodSauv PIC 9(16).
              77 WhorodLimite PIC 9(16).
              77 WhorodEntree PIC 9(16).
              77 WhorodPrec PIC 9(16).
              77 WincoherentRf PIC 9(1).
              77 WnbLusRf PIC 9(8).
              77 WnbAnterieursRf PIC 9(8).
              77 WnbRfBe PIC 9(6).
              77 WnbRfDi PIC 9(6).
              77 WnbRfDl PIC 9(6).
              77 WnbRfCp PIC 9(6).
              77 WnbRfLo PIC 9(6).
              77 WnbRfKx PIC 9(6).
              77 WnbRfBn PIC 9(6).
              77 WnbRfCe PIC 9(6).
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
              MOVE "fbeneficiaires.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "lots.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "temperatures.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "lot_consommations.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "demandes.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "=== Sauvegarde / Restauration des fichiers ==="
              DISPLAY "1. Sauvegarder les fichiers de donnees"
              DISPLAY "2. Restaurer les fichiers de donnees"
              DISPLAY "3. Rejouer le journal depuis la sauvegarde"
              DISPLAY "4. Quitter"
              DISPLAY "Votre choix : "
              ACCEPT Wchoix

                      PERFORM Ouvrir_controle_batch
                      PERFORM Restaurer_tout
                      PERFORM Clore_controle_batch
                  ELSE
                      IF Wchoix = 3 THEN
                          MOVE "REPRISEJ" TO Wprogramme
                          PERFORM Ouvrir_controle_batch
                          PERFORM Rejouer_journal
                          PERFORM Clore_controle_batch
                      END-IF
                  END-IF
              END-IF

              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "cahier_lus.dat sauvegarde(s)."

              OPEN INPUT ftournee-retours
              OPEN OUTPUT fsav-tr
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_ftournee-retours = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ftournee-retours NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_ftournee-retours
                                  TO tamp_fsav-tr
                              WRITE tamp_fsav-tr
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE ftournee-retours
              END-IF
              CLOSE fsav-tr
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "tournee_retours.dat sauvegarde(s)."

              OPEN INPUT fvehicule-journal
              OPEN OUTPUT fsav-vj
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fvehicule-journal = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fvehicule-journal NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fvehicule-journal
                                  TO tamp_fsav-vj
                              WRITE tamp_fsav-vj
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fvehicule-journal
              END-IF
              CLOSE fsav-vj
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "vehicule_journal.dat sauvegarde(s)."

              OPEN INPUT fvehicule-echeances
              OPEN OUTPUT fsav-ve
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fvehicule-echeances = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fvehicule-echeances NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fvehicule-echeances
                                  TO tamp_fsav-ve
                              WRITE tamp_fsav-ve
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fvehicule-echeances
              END-IF
              CLOSE fsav-ve
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "vehicule_echeances.dat sauvegarde(s)."

              OPEN INPUT ffrais
              OPEN OUTPUT fsav-nf
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_ffrais = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffrais NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_ffrais
                                  TO tamp_fsav-nf
                              WRITE tamp_fsav-nf
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE ffrais
              END-IF
              CLOSE fsav-nf
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "notes_frais.dat sauvegarde(s)."

              OPEN INPUT frecus
              OPEN OUTPUT fsav-rf
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_frecus = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ frecus NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_frecus
                                  TO tamp_fsav-rf
                              WRITE tamp_fsav-rf
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE frecus
              END-IF
              CLOSE fsav-rf
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "recus_fiscaux.dat sauvegarde(s)."

              OPEN INPUT fsubv-affect
              OPEN OUTPUT fsav-sa
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsubv-affect = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsubv-affect NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsubv-affect
                                  TO tamp_fsav-sa
                              WRITE tamp_fsav-sa
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsubv-affect
              END-IF
              CLOSE fsav-sa
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "subvention_affectations.dat sauvegarde(s)."

              OPEN INPUT fbudgets
              OPEN OUTPUT fsav-bg
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fbudgets = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fbudgets NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fbudgets
                                  TO tamp_fsav-bg
                              WRITE tamp_fsav-bg
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fbudgets
              END-IF
              CLOSE fsav-bg
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "budgets.dat sauvegarde(s)."

              OPEN INPUT freglements
              OPEN OUTPUT fsav-rg
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_freglements = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ freglements NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_freglements
                                  TO tamp_fsav-rg
                              WRITE tamp_fsav-rg
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE freglements
              END-IF
              CLOSE fsav-rg
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "reglements_antennes.dat sauvegarde(s)."

              OPEN INPUT fnutrition
              OPEN OUTPUT fsav-nu
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fnutrition = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fnutrition NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fnutrition
                                  TO tamp_fsav-nu
                              WRITE tamp_fsav-nu
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fnutrition
              END-IF
              CLOSE fsav-nu
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "nutrition.dat sauvegarde(s)."

              OPEN INPUT fcartes
              OPEN OUTPUT fsav-cb
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fcartes = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcartes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fcartes
                                  TO tamp_fsav-cb
                              WRITE tamp_fsav-cb
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fcartes
              END-IF
              CLOSE fsav-cb
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "cartes_beneficiaires.dat sauvegarde(s)."

              OPEN INPUT fevaluations
              OPEN OUTPUT fsav-ev
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fevaluations = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fevaluations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fevaluations
                                  TO tamp_fsav-ev
                              WRITE tamp_fsav-ev
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fevaluations
              END-IF
              CLOSE fsav-ev
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "evaluations_sociales.dat sauvegarde(s)."

              OPEN INPUT ftypesjustif
              OPEN OUTPUT fsav-tj
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_ftypesjustif = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ftypesjustif NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_ftypesjustif
                                  TO tamp_fsav-tj
                              WRITE tamp_fsav-tj
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE ftypesjustif
              END-IF
              CLOSE fsav-tj
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "types_justificatifs.dat sauvegarde(s)."

              OPEN INPUT fjustificatifs
              OPEN OUTPUT fsav-ju
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fjustificatifs = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fjustificatifs NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fjustificatifs
                                  TO tamp_fsav-ju
                              WRITE tamp_fsav-ju
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fjustificatifs
              END-IF
              CLOSE fsav-ju
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "justificatifs.dat sauvegarde(s)."

              OPEN INPUT forientations
              OPEN OUTPUT fsav-ot
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_forientations = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ forientations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_forientations
                                  TO tamp_fsav-ot
                              WRITE tamp_fsav-ot
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE forientations
              END-IF
              CLOSE fsav-ot
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "orientations_sortantes.dat sauvegarde(s)."

              OPEN INPUT fextraits
              OPEN OUTPUT fsav-xr
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fextraits = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fextraits NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fextraits
                                  TO tamp_fsav-xr
                              WRITE tamp_fsav-xr
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fextraits
              END-IF
              CLOSE fsav-xr
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "extraits_rgpd.dat sauvegarde(s)."

              OPEN INPUT furgences
              OPEN OUTPUT fsav-ug
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_furgences = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ furgences NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_furgences
                                  TO tamp_fsav-ug
                              WRITE tamp_fsav-ug
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE furgences
              END-IF
              CLOSE fsav-ug
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "accueils_urgence.dat sauvegarde(s)."

              OPEN INPUT fcarnets
              OPEN OUTPUT fsav-ck
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fcarnets = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcarnets NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fcarnets
                                  TO tamp_fsav-ck
                              WRITE tamp_fsav-ck
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fcarnets
              END-IF
              CLOSE fsav-ck
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "carnets_cheques.dat sauvegarde(s)."

              OPEN INPUT fcheques
              OPEN OUTPUT fsav-vo
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fcheques = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcheques NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fcheques
                                  TO tamp_fsav-vo
                              WRITE tamp_fsav-vo
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fcheques
              END-IF
              CLOSE fsav-vo
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "cheques_services.dat sauvegarde(s)."

              OPEN INPUT fsources
              OPEN OUTPUT fsav-sf
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsources = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsources NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsources
                                  TO tamp_fsav-sf
                              WRITE tamp_fsav-sf
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsources
              END-IF
              CLOSE fsav-sf
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "sources_financement.dat sauvegarde(s)."

              OPEN INPUT fmvsources
              OPEN OUTPUT fsav-ms
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fmvsources = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fmvsources NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fmvsources
                                  TO tamp_fsav-ms
                              WRITE tamp_fsav-ms
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fmvsources
              END-IF
              CLOSE fsav-ms
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "mouvements_sources.dat sauvegarde(s)."

              OPEN INPUT foffres
              OPEN OUTPUT fsav-of
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_foffres = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ foffres NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_foffres
                                  TO tamp_fsav-of
                              WRITE tamp_fsav-of
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE foffres
              END-IF
              CLOSE fsav-of
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "offres_surplus.dat sauvegarde(s)."

              OPEN INPUT fquarantaines
              OPEN OUTPUT fsav-qr
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fquarantaines = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fquarantaines NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fquarantaines
                                  TO tamp_fsav-qr
                              WRITE tamp_fsav-qr
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fquarantaines
              END-IF
              CLOSE fsav-qr
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "quarantaines.dat sauvegarde(s)."

              OPEN INPUT fcomptages
              OPEN OUTPUT fsav-cy
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fcomptages = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcomptages NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fcomptages
                                  TO tamp_fsav-cy
                              WRITE tamp_fsav-cy
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fcomptages
              END-IF
              CLOSE fsav-cy
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "plan_comptages.dat sauvegarde(s)."

              OPEN INPUT ffactures
              OPEN OUTPUT fsav-fa
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_ffactures = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffactures NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_ffactures
                                  TO tamp_fsav-fa
                              WRITE tamp_fsav-fa
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE ffactures
              END-IF
              CLOSE fsav-fa
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "factures_fournisseurs.dat sauvegarde(s)."

              OPEN INPUT ffacture-lignes
              OPEN OUTPUT fsav-fl
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_ffacture-lignes = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffacture-lignes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_ffacture-lignes
                                  TO tamp_fsav-fl
                              WRITE tamp_fsav-fl
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE ffacture-lignes
              END-IF
              CLOSE fsav-fl
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "facture_lignes.dat sauvegarde(s)."

              OPEN INPUT fequipements
              OPEN OUTPUT fsav-eq
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fequipements = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fequipements NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fequipements
                                  TO tamp_fsav-eq
                              WRITE tamp_fsav-eq
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fequipements
              END-IF
              CLOSE fsav-eq
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "equipements.dat sauvegarde(s)."

              OPEN INPUT fmaintenances
              OPEN OUTPUT fsav-mt
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fmaintenances = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fmaintenances NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fmaintenances
                                  TO tamp_fsav-mt
                              WRITE tamp_fsav-mt
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fmaintenances
              END-IF
              CLOSE fsav-mt
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "maintenances.dat sauvegarde(s)."

              OPEN INPUT fechanges
              OPEN OUTPUT fsav-xa
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fechanges = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fechanges NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fechanges
                                  TO tamp_fsav-xa
                              WRITE tamp_fsav-xa
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fechanges
              END-IF
              CLOSE fsav-xa
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "echanges_affectations.dat sauvegarde(s)."

              OPEN INPUT fattestations
              OPEN OUTPUT fsav-ab
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fattestations = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fattestations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fattestations
                                  TO tamp_fsav-ab
                              WRITE tamp_fsav-ab
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fattestations
              END-IF
              CLOSE fsav-ab
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "attestations.dat sauvegarde(s)."

              OPEN INPUT frevues
              OPEN OUTPUT fsav-rh
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_frevues = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ frevues NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_frevues
                                  TO tamp_fsav-rh
                              WRITE tamp_fsav-rh
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE frevues
              END-IF
              CLOSE fsav-rh
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "revues_habilitations.dat sauvegarde(s)."

              OPEN INPUT fmotsdepasse
              OPEN OUTPUT fsav-mp
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fmotsdepasse = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fmotsdepasse NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fmotsdepasse
                                  TO tamp_fsav-mp
                              WRITE tamp_fsav-mp
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fmotsdepasse
              END-IF
              CLOSE fsav-mp
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "mots_de_passe.dat sauvegarde(s)."

              OPEN INPUT fversions
              OPEN OUTPUT fsav-vf
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fversions = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fversions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fversions
                                  TO tamp_fsav-vf
                              WRITE tamp_fsav-vf
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fversions
              END-IF
              CLOSE fsav-vf
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "versions_fichiers.dat sauvegarde(s)."

              OPEN INPUT fcapacite
              OPEN OUTPUT fsav-ic
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fcapacite = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcapacite NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fcapacite
                                  TO tamp_fsav-ic
                              WRITE tamp_fsav-ic
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fcapacite
              END-IF
              CLOSE fsav-ic
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "capacite_compteurs.dat sauvegarde(s)."

              OPEN INPUT fparhist
              OPEN OUTPUT fsav-ph
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fparhist = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fparhist NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fparhist
                                  TO tamp_fsav-ph
                              WRITE tamp_fsav-ph
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fparhist
              END-IF
              CLOSE fsav-ph
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "parametres_historique.dat sauvegarde(s)."

              OPEN INPUT fcrises
              OPEN OUTPUT fsav-kr
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fcrises = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcrises NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fcrises
                                  TO tamp_fsav-kr
                              WRITE tamp_fsav-kr
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fcrises
              END-IF
              CLOSE fsav-kr
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "crises.dat sauvegarde(s)."

              OPEN INPUT fdistcrises
              OPEN OUTPUT fsav-dk
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fdistcrises = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdistcrises NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fdistcrises
                                  TO tamp_fsav-dk
                              WRITE tamp_fsav-dk
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fdistcrises
              END-IF
              CLOSE fsav-dk
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "distributions_crises.dat sauvegarde(s)."

              OPEN INPUT fexercices
              OPEN OUTPUT fsav-ey
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fexercices = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fexercices NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fexercices
                                  TO tamp_fsav-ey
                              WRITE tamp_fsav-ey
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fexercices
              END-IF
              CLOSE fsav-ey
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "exercices.dat sauvegarde(s)."

              OPEN INPUT fajustements
              OPEN OUTPUT fsav-ja
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fajustements = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fajustements NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fajustements
                                  TO tamp_fsav-ja
                              WRITE tamp_fsav-ja
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fajustements
              END-IF
              CLOSE fsav-ja
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "ajustements_exercice.dat sauvegarde(s)."

              OPEN INPUT fqualite
              OPEN OUTPUT fsav-qd
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fqualite = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fqualite NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fqualite
                                  TO tamp_fsav-qd
                              WRITE tamp_fsav-qd
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fqualite
              END-IF
              CLOSE fsav-qd
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "qualite_scores.dat sauvegarde(s)."

              OPEN INPUT flivraisons
              OPEN OUTPUT fsav-lv
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_flivraisons = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ flivraisons NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_flivraisons
                                  TO tamp_fsav-lv
                              WRITE tamp_fsav-lv
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE flivraisons
              END-IF
              CLOSE fsav-lv
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "livraisons_domicile.dat sauvegarde(s)."

              CONTINUE.


              Restaurer_tout.
              OPEN OUTPUT fbe
              CLOSE fbe
              OPEN I-O fbe
              OPEN INPUT fsav-be
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fsav-be NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fsvbe_id TO fbe_id
                          MOVE fsvbe_idGroupe TO fbe_idGroupe
                          MOVE fsvbe_role TO fbe_role
                          MOVE fsvbe_identifiant TO fbe_identifiant
                          MOVE fsvbe_nom TO fbe_nom
                          MOVE fsvbe_prenom TO fbe_prenom
                          MOVE fsvbe_age TO fbe_age
                          MOVE fsvbe_mdp TO fbe_mdp
                          MOVE fsvbe_tentatives TO fbe_tentatives
                          MOVE fsvbe_verrouille TO fbe_verrouille
                          MOVE fsvbe_statut TO fbe_statut
                          MOVE fsvbe_dateInscription
                              TO fbe_dateInscription
                          MOVE fsvbe_tuteurNom TO fbe_tuteurNom
                          MOVE fsvbe_tuteurTel TO fbe_tuteurTel
                          MOVE fsvbe_consentement TO fbe_consentement
                          MOVE fsvbe_consentDate TO fbe_consentDate
                          MOVE fsvbe_telephone TO fbe_telephone
                          MOVE fsvbe_email TO fbe_email
                          MOVE fsvbe_adresse TO fbe_adresse
                          MOVE fsvbe_modifPar TO fbe_modifPar
                          MOVE fsvbe_modifDate TO fbe_modifDate
                          MOVE fsvbe_modifHeure TO fbe_modifHeure
                          MOVE fsvbe_antenne TO fbe_antenne
                          MOVE fsvbe_centre TO fbe_centre
                          WRITE tamp_fbe
                          ADD 1 TO WnbEnregistres
                  END-READ
              END-PERFORM
              CLOSE fbe
              CLOSE fsav-be
              DISPLAY WnbEnregistres " benevole(s) restaure(s)."

              OPEN OUTPUT fgroupes
              CLOSE fgroupes
              OPEN I-O fgroupes
              OPEN INPUT fsav-gr
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fsav-gr NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fsvgr_id TO fgr_id
                          MOVE fsvgr_specialite TO fgr_specialite
                          MOVE fsvgr_nbMembre TO fgr_nbMembre
                          MOVE fsvgr_statut TO fgr_statut
                          MOVE fsvgr_modifPar TO fgr_modifPar
                          MOVE fsvgr_modifDate TO fgr_modifDate
                          MOVE fsvgr_modifHeure TO fgr_modifHeure
                          MOVE fsvgr_antenne TO fgr_antenne
                          WRITE tamp_fgroupes
                          ADD 1 TO WnbEnregistres
                  END-READ
              END-PERFORM
              CLOSE fgroupes
              CLOSE fsav-gr
              DISPLAY WnbEnregistres " groupe(s) restaure(s)."

              OPEN OUTPUT fcentres
              CLOSE fcentres
              OPEN I-O fcentres
              OPEN INPUT fsav-ce
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fsav-ce NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fsvce_id TO fce_id
                          MOVE fsvce_ville TO fce_ville
                          MOVE fsvce_produit TO fce_produit
                          MOVE fsvce_nom TO fce_nom
                          MOVE fsvce_quantite TO fce_quantite
                          MOVE fsvce_statut TO fce_statut
                          MOVE fsvce_seuil TO fce_seuil
                          MOVE fsvce_joursOuverture
                              TO fce_joursOuverture
                          MOVE fsvce_telephone TO fce_telephone
                          MOVE fsvce_modifPar TO fce_modifPar
                          MOVE fsvce_modifDate TO fce_modifDate
                          MOVE fsvce_modifHeure TO fce_modifHeure
                          MOVE fsvce_antenne TO fce_antenne
                          MOVE fsvce_capacite TO fce_capacite
                          WRITE tamp_fcentres
                          ADD 1 TO WnbEnregistres
                  END-READ
              END-PERFORM
              CLOSE fcentres
              CLOSE fsav-ce
              DISPLAY WnbEnregistres " centre(s) restaure(s)."

              OPEN OUTPUT fproduits
              CLOSE fproduits
              OPEN I-O fproduits
              OPEN INPUT fsav-pr
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fsav-pr NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fsvpr_id TO fpr_id
                          MOVE fsvpr_nom TO fpr_nom
                          MOVE fsvpr_quantite TO fpr_quantite
                          MOVE fsvpr_seuil TO fpr_seuil
                          MOVE fsvpr_cout TO fpr_cout
                          MOVE fsvpr_unite TO fpr_unite
                          MOVE fsvpr_categorie TO fpr_categorie
                          MOVE fsvpr_statut TO fpr_statut
                          MOVE fsvpr_modifPar TO fpr_modifPar
                          MOVE fsvpr_modifDate TO fpr_modifDate
                          MOVE fsvpr_modifHeure TO fpr_modifHeure
                          MOVE fsvpr_gluten TO fpr_gluten
                          MOVE fsvpr_porc TO fpr_porc
                          MOVE fsvpr_lactose TO fpr_lactose
                          MOVE fsvpr_delaiJours TO fpr_delaiJours
                          WRITE tamp_fproduits
                          ADD 1 TO WnbEnregistres
                  END-READ
              END-PERFORM
              CLOSE fproduits
              CLOSE fsav-pr
              DISPLAY WnbEnregistres " produit(s) restaure(s)."

              OPEN OUTPUT fdistributions
              CLOSE fdistributions
              OPEN I-O fdistributions
              OPEN INPUT fsav-di
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fsav-di NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fsvdi_id TO fdi_id
                          MOVE fsvdi_idGroupe TO fdi_idGroupe
                          MOVE fsvdi_date TO fdi_date
                          MOVE fsvdi_centre TO fdi_centre
                          MOVE fsvdi_horaire TO fdi_horaire
                          MOVE fsvdi_produit TO fdi_produit
                          MOVE fsvdi_quantite TO fdi_quantite
                          MOVE fsvdi_statut TO fdi_statut
                          MOVE fsvdi_beneficiaire TO fdi_beneficiaire
                          MOVE fsvdi_nbBenevoles TO fdi_nbBenevoles
                          MOVE fsvdi_campagne TO fdi_campagne
                          MOVE fsvdi_modifPar TO fdi_modifPar
                          MOVE fsvdi_modifDate TO fdi_modifDate
                          MOVE fsvdi_modifHeure TO fdi_modifHeure
                          WRITE tamp_fdistributions
                          ADD 1 TO WnbEnregistres
                  END-READ
              END-PERFORM
              CLOSE fdistributions
              CLOSE fsav-di
              DISPLAY WnbEnregistres " distribution(s) restaure(s)."

              OPEN OUTPUT fcentre_produits
              CLOSE fcentre_produits
              OPEN I-O fcentre_produits
              OPEN INPUT fsav-cp
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fsav-cp NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fsvcp_centre TO fcp_centre
                          MOVE fsvcp_produit TO fcp_produit
                          MOVE fsvcp_quantite TO fcp_quantite
                          MOVE fsvcp_seuil TO fcp_seuil
                          WRITE tamp_fcentre_produits
                          ADD 1 TO WnbEnregistres
                  END-READ
              END-PERFORM
              CLOSE fcentre_produits
              CLOSE fsav-cp
              DISPLAY WnbEnregistres " produit(s) centre restaure(s)."

              OPEN OUTPUT fliaisongroupe
              CLOSE fliaisongroupe
              OPEN I-O fliaisongroupe
              OPEN INPUT fsav-gl
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                  READ fsav-gl NEXT
                      AT END MOVE 1 TO Wfin
                      NOT AT END
                          MOVE fsvgl_id TO fgl_id
                          MOVE fsvgl_idBenevole TO fgl_idBenevole
                          MOVE fsvgl_idGroupe TO fgl_idGroupe
                          WRITE tamp_fliaisongroupe
                          ADD 1 TO WnbEnregistres
                  END-READ
              END-PERFORM
              CLOSE fliaisongroupe
              CLOSE fsav-gl
              DISPLAY WnbEnregistres " liaison(s) groupe restaure(s)."

              OPEN OUTPUT fbeneficiaires
              CLOSE fbeneficiaires
              OPEN I-O fbeneficiaires
              OPEN INPUT fsav-bn
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-bn = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-bn NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-bn TO tamp_fbeneficiaires
                              WRITE tamp_fbeneficiaires
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-bn
              END-IF
              CLOSE fbeneficiaires
              DISPLAY WnbEnregistres " beneficiaire(s) restaure(s)."

              OPEN OUTPUT fdistribution-lignes
              CLOSE fdistribution-lignes
              OPEN I-O fdistribution-lignes
              OPEN INPUT fsav-dl
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-dl = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-dl NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-dl
                                  TO tamp_fdistribution-lignes
                              WRITE tamp_fdistribution-lignes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-dl
              END-IF
              CLOSE fdistribution-lignes
              DISPLAY WnbEnregistres " ligne(s) de distribution "
                  "restaure(s)."

              OPEN OUTPUT flots
              CLOSE flots
              OPEN I-O flots
              OPEN INPUT fsav-lo
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-lo = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-lo NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-lo TO tamp_flots
                              WRITE tamp_flots
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-lo
              END-IF
              CLOSE flots
              DISPLAY WnbEnregistres " lot(s) restaure(s)."

              OPEN OUTPUT faffectations
              CLOSE faffectations
              OPEN I-O faffectations
              OPEN INPUT fsav-af
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-af = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-af NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-af TO tamp_faffectations
                              WRITE tamp_faffectations
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-af
              END-IF
              CLOSE faffectations
              DISPLAY WnbEnregistres " affectation(s) restaure(s)."

              OPEN OUTPUT fheures
              CLOSE fheures
              OPEN I-O fheures
              OPEN INPUT fsav-he
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-he = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-he NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-he TO tamp_fheures
                              WRITE tamp_fheures
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-he
              END-IF
              CLOSE fheures
              DISPLAY WnbEnregistres " heure(s) saisie(s) restaure(s)."

              OPEN OUTPUT fdonateurs
              CLOSE fdonateurs
              OPEN I-O fdonateurs
              OPEN INPUT fsav-do
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-do = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-do NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-do TO tamp_fdonateurs
                              WRITE tamp_fdonateurs
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-do
              END-IF
              CLOSE fdonateurs
              DISPLAY WnbEnregistres " donateur(s) restaure(s)."

              OPEN OUTPUT fdons
              CLOSE fdons
              OPEN I-O fdons
              OPEN INPUT fsav-dn
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-dn = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-dn NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-dn TO tamp_fdons
                              WRITE tamp_fdons
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-dn
              END-IF
              CLOSE fdons
              DISPLAY WnbEnregistres " don(s) restaure(s)."

              OPEN OUTPUT freceptions
              CLOSE freceptions
              OPEN I-O freceptions
              OPEN INPUT fsav-rc
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-rc = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-rc NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-rc TO tamp_freceptions
                              WRITE tamp_freceptions
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-rc
              END-IF
              CLOSE freceptions
              DISPLAY WnbEnregistres " reception(s) restaure(s)."

              OPEN OUTPUT fdemandes
              CLOSE fdemandes
              OPEN I-O fdemandes
              OPEN INPUT fsav-dm
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-dm = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-dm NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-dm TO tamp_fdemandes
                              WRITE tamp_fdemandes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-dm
              END-IF
              CLOSE fdemandes
              DISPLAY WnbEnregistres " demande(s) restaure(s)."

              OPEN OUTPUT finventaires
              CLOSE finventaires
              OPEN I-O finventaires
              OPEN INPUT fsav-iv
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-iv = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-iv NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-iv TO tamp_finventaires
                              WRITE tamp_finventaires
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-iv
              END-IF
              CLOSE finventaires
              DISPLAY WnbEnregistres " inventaire(s) restaure(s)."

              OPEN OUTPUT fkardex
              CLOSE fkardex
              OPEN I-O fkardex
              OPEN INPUT fsav-kx
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-kx = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-kx NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-kx TO tamp_fkardex
                              WRITE tamp_fkardex
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-kx
              END-IF
              CLOSE fkardex
              DISPLAY WnbEnregistres " mouvement(s) kardex restaure(s)."

              OPEN OUTPUT fhistorique
              CLOSE fhistorique
              OPEN I-O fhistorique
              OPEN INPUT fsav-hi
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-hi = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-hi NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-hi TO tamp_fhistorique
                              WRITE tamp_fhistorique
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-hi
              END-IF
              CLOSE fhistorique
              DISPLAY WnbEnregistres " ligne(s) d'historique "
                  "restaure(s)."

              OPEN OUTPUT ffermetures
              CLOSE ffermetures
              OPEN I-O ffermetures
              OPEN INPUT fsav-fe
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-fe = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-fe NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-fe TO tamp_ffermetures
                              WRITE tamp_ffermetures
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-fe
              END-IF
              CLOSE ffermetures
              DISPLAY WnbEnregistres " fermeture(s) restaure(s)."

              OPEN OUTPUT ffournisseurs
              CLOSE ffournisseurs
              OPEN I-O ffournisseurs
              OPEN INPUT fsav-fo
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-fo = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-fo NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-fo TO tamp_ffournisseurs
                              WRITE tamp_ffournisseurs
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-fo
              END-IF
              CLOSE ffournisseurs
              DISPLAY WnbEnregistres " fournisseur(s) restaure(s)."

              OPEN OUTPUT fcampagnes
              CLOSE fcampagnes
              OPEN I-O fcampagnes
              OPEN INPUT fsav-ca
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ca = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ca NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ca TO tamp_fcampagnes
                              WRITE tamp_fcampagnes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ca
              END-IF
              CLOSE fcampagnes
              DISPLAY WnbEnregistres " campagne(s) restaure(s)."

              OPEN OUTPUT fcampagne-cibles
              CLOSE fcampagne-cibles
              OPEN I-O fcampagne-cibles
              OPEN INPUT fsav-cc
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-cc = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-cc NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-cc TO tamp_fcampagne-cibles
                              WRITE tamp_fcampagne-cibles
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-cc
              END-IF
              CLOSE fcampagne-cibles
              DISPLAY WnbEnregistres " objectif(s) de campagne "
                  "restaure(s)."

              OPEN OUTPUT fmenages
              CLOSE fmenages
              OPEN I-O fmenages
              OPEN INPUT fsav-me
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-me = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-me NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-me
                                  TO tamp_fmenages
                              WRITE tamp_fmenages
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-me
              END-IF
              CLOSE fmenages
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "menages.dat restaure(s)."

              OPEN OUTPUT frendezvous
              CLOSE frendezvous
              OPEN I-O frendezvous
              OPEN INPUT fsav-rv
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-rv = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-rv NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-rv
                                  TO tamp_frendezvous
                              WRITE tamp_frendezvous
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-rv
              END-IF
              CLOSE frendezvous
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "rendezvous.dat restaure(s)."

              OPEN OUTPUT fattentes
              CLOSE fattentes
              OPEN I-O fattentes
              OPEN INPUT fsav-at
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-at = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-at NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-at
                                  TO tamp_fattentes
                              WRITE tamp_fattentes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-at
              END-IF
              CLOSE fattentes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "attentes.dat restaure(s)."

              OPEN OUTPUT fvehicules
              CLOSE fvehicules
              OPEN I-O fvehicules
              OPEN INPUT fsav-vh
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-vh = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-vh NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-vh
                                  TO tamp_fvehicules
                              WRITE tamp_fvehicules
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-vh
              END-IF
              CLOSE fvehicules
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "vehicules.dat restaure(s)."

              OPEN OUTPUT ftournees
              CLOSE ftournees
              OPEN I-O ftournees
              OPEN INPUT fsav-to
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-to = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-to NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-to
                                  TO tamp_ftournees
                              WRITE tamp_ftournees
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-to
              END-IF
              CLOSE ftournees
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "tournees.dat restaure(s)."

              OPEN OUTPUT ftournee-etapes
              CLOSE ftournee-etapes
              OPEN I-O ftournee-etapes
              OPEN INPUT fsav-te
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-te = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-te NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-te
                                  TO tamp_ftournee-etapes
                              WRITE tamp_ftournee-etapes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-te
              END-IF
              CLOSE ftournee-etapes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "tournee_etapes.dat restaure(s)."

              OPEN OUTPUT ffinanceurs
              CLOSE ffinanceurs
              OPEN I-O ffinanceurs
              OPEN INPUT fsav-fi
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-fi = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-fi NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-fi
                                  TO tamp_ffinanceurs
                              WRITE tamp_ffinanceurs
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-fi
              END-IF
              CLOSE ffinanceurs
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "financeurs.dat restaure(s)."

              OPEN OUTPUT fsubventions
              CLOSE fsubventions
              OPEN I-O fsubventions
              OPEN INPUT fsav-sb
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-sb = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-sb NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-sb
                                  TO tamp_fsubventions
                              WRITE tamp_fsubventions
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-sb
              END-IF
              CLOSE fsubventions
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "subventions.dat restaure(s)."

              OPEN OUTPUT fcertifications
              CLOSE fcertifications
              OPEN I-O fcertifications
              OPEN INPUT fsav-ct
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ct = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ct NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ct
                                  TO tamp_fcertifications
                              WRITE tamp_fcertifications
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ct
              END-IF
              CLOSE fcertifications
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "certifications.dat restaure(s)."

              OPEN OUTPUT fexigences
              CLOSE fexigences
              OPEN I-O fexigences
              OPEN INPUT fsav-ex
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ex = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ex NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ex
                                  TO tamp_fexigences
                              WRITE tamp_fexigences
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ex
              END-IF
              CLOSE fexigences
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "exigences.dat restaure(s)."

              OPEN OUTPUT fdelegations
              CLOSE fdelegations
              OPEN I-O fdelegations
              OPEN INPUT fsav-dg
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-dg = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-dg NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-dg
                                  TO tamp_fdelegations
                              WRITE tamp_fdelegations
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-dg
              END-IF
              CLOSE fdelegations
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "delegations.dat restaure(s)."

              OPEN OUTPUT fcollectes
              CLOSE fcollectes
              OPEN I-O fcollectes
              OPEN INPUT fsav-cl
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-cl = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-cl NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-cl
                                  TO tamp_fcollectes
                              WRITE tamp_fcollectes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-cl
              END-IF
              CLOSE fcollectes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "collectes.dat restaure(s)."

              OPEN OUTPUT fcollecte-pesees
              CLOSE fcollecte-pesees
              OPEN I-O fcollecte-pesees
              OPEN INPUT fsav-pe
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-pe = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-pe NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-pe
                                  TO tamp_fcollecte-pesees
                              WRITE tamp_fcollecte-pesees
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-pe
              END-IF
              CLOSE fcollecte-pesees
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "collecte_pesees.dat restaure(s)."

              OPEN OUTPUT fcollecte-equipe
              CLOSE fcollecte-equipe
              OPEN I-O fcollecte-equipe
              OPEN INPUT fsav-cq
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-cq = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-cq NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-cq
                                  TO tamp_fcollecte-equipe
                              WRITE tamp_fcollecte-equipe
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-cq
              END-IF
              CLOSE fcollecte-equipe
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "collecte_equipe.dat restaure(s)."

              OPEN OUTPUT fsubstitutions
              CLOSE fsubstitutions
              OPEN I-O fsubstitutions
              OPEN INPUT fsav-su
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-su = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-su NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-su
                                  TO tamp_fsubstitutions
                              WRITE tamp_fsubstitutions
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-su
              END-IF
              CLOSE fsubstitutions
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "substitutions.dat restaure(s)."

              OPEN OUTPUT feans
              CLOSE feans
              OPEN I-O feans
              OPEN INPUT fsav-ea
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ea = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ea NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ea
                                  TO tamp_feans
                              WRITE tamp_feans
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ea
              END-IF
              CLOSE feans
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "eans.dat restaure(s)."

              OPEN OUTPUT fantennes
              CLOSE fantennes
              OPEN I-O fantennes
              OPEN INPUT fsav-an
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-an = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-an NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-an
                                  TO tamp_fantennes
                              WRITE tamp_fantennes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-an
              END-IF
              CLOSE fantennes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "antennes.dat restaure(s)."

              OPEN OUTPUT fclotures
              CLOSE fclotures
              OPEN I-O fclotures
              OPEN INPUT fsav-cj
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-cj = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-cj NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-cj
                                  TO tamp_fclotures
                              WRITE tamp_fclotures
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-cj
              END-IF
              CLOSE fclotures
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "clotures.dat restaure(s)."

              OPEN OUTPUT fperiodes
              CLOSE fperiodes
              OPEN I-O fperiodes
              OPEN INPUT fsav-pd
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-pd = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-pd NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-pd
                                  TO tamp_fperiodes
                              WRITE tamp_fperiodes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-pd
              END-IF
              CLOSE fperiodes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "periodes.dat restaure(s)."

              OPEN OUTPUT fsoldes
              CLOSE fsoldes
              OPEN I-O fsoldes
              OPEN INPUT fsav-so
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-so = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-so NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-so
                                  TO tamp_fsoldes
                              WRITE tamp_fsoldes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-so
              END-IF
              CLOSE fsoldes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "soldes_ouverture.dat restaure(s)."

              OPEN OUTPUT fusages
              CLOSE fusages
              OPEN I-O fusages
              OPEN INPUT fsav-us
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-us = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-us NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-us
                                  TO tamp_fusages
                              WRITE tamp_fusages
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-us
              END-IF
              CLOSE fusages
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "usages.dat restaure(s)."

              OPEN OUTPUT fnotes
              CLOSE fnotes
              OPEN I-O fnotes
              OPEN INPUT fsav-ns
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ns = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ns NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ns
                                  TO tamp_fnotes
                              WRITE tamp_fnotes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ns
              END-IF
              CLOSE fnotes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "notes_sociales.dat restaure(s)."

              OPEN OUTPUT fcommandes
              CLOSE fcommandes
              OPEN I-O fcommandes
              OPEN INPUT fsav-cm
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-cm = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-cm NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-cm
                                  TO tamp_fcommandes
                              WRITE tamp_fcommandes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-cm
              END-IF
              CLOSE fcommandes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "commandes.dat restaure(s)."

              OPEN OUTPUT fcommande-lignes
              CLOSE fcommande-lignes
              OPEN I-O fcommande-lignes
              OPEN INPUT fsav-cg
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-cg = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-cg NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-cg
                                  TO tamp_fcommande-lignes
                              WRITE tamp_fcommande-lignes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-cg
              END-IF
              CLOSE fcommande-lignes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "commande_lignes.dat restaure(s)."

              OPEN OUTPUT fprix
              CLOSE fprix
              OPEN I-O fprix
              OPEN INPUT fsav-px
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-px = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-px NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-px
                                  TO tamp_fprix
                              WRITE tamp_fprix
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-px
              END-IF
              CLOSE fprix
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "prix_fournisseurs.dat restaure(s)."

              OPEN OUTPUT fplanifications
              CLOSE fplanifications
              OPEN I-O fplanifications
              OPEN INPUT fsav-pl
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-pl = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-pl NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-pl
                                  TO tamp_fplanifications
                              WRITE tamp_fplanifications
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-pl
              END-IF
              CLOSE fplanifications
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "planifications.dat restaure(s)."

              OPEN OUTPUT fecarts
              CLOSE fecarts
              OPEN I-O fecarts
              OPEN INPUT fsav-ec
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ec = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ec NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ec
                                  TO tamp_fecarts
                              WRITE tamp_fecarts
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ec
              END-IF
              CLOSE fecarts
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "ecarts.dat restaure(s)."

              OPEN OUTPUT fretours
              CLOSE fretours
              OPEN I-O fretours
              OPEN INPUT fsav-rt
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-rt = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-rt NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-rt
                                  TO tamp_fretours
                              WRITE tamp_fretours
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-rt
              END-IF
              CLOSE fretours
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "retours.dat restaure(s)."

              OPEN OUTPUT fdestructions
              CLOSE fdestructions
              OPEN I-O fdestructions
              OPEN INPUT fsav-ds
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ds = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ds NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ds
                                  TO tamp_fdestructions
                              WRITE tamp_fdestructions
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ds
              END-IF
              CLOSE fdestructions
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "destructions.dat restaure(s)."

              OPEN OUTPUT fencaissements
              CLOSE fencaissements
              OPEN I-O fencaissements
              OPEN INPUT fsav-en
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-en = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-en NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-en
                                  TO tamp_fencaissements
                              WRITE tamp_fencaissements
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-en
              END-IF
              CLOSE fencaissements
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "encaissements.dat restaure(s)."

              OPEN OUTPUT framasses
              CLOSE framasses
              OPEN I-O framasses
              OPEN INPUT fsav-rm
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-rm = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-rm NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-rm
                                  TO tamp_framasses
                              WRITE tamp_framasses
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-rm
              END-IF
              CLOSE framasses
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "ramasses.dat restaure(s)."

              OPEN OUTPUT ftemperatures
              CLOSE ftemperatures
              OPEN I-O ftemperatures
              OPEN INPUT fsav-tp
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-tp = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-tp NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-tp
                                  TO tamp_ftemperatures
                              WRITE tamp_ftemperatures
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-tp
              END-IF
              CLOSE ftemperatures
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "temperatures.dat restaure(s)."

              OPEN OUTPUT fpartenaires
              CLOSE fpartenaires
              OPEN I-O fpartenaires
              OPEN INPUT fsav-pt
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-pt = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-pt NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-pt
                                  TO tamp_fpartenaires
                              WRITE tamp_fpartenaires
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-pt
              END-IF
              CLOSE fpartenaires
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "partenaires.dat restaure(s)."

              OPEN OUTPUT fdistribution-partenaires
              CLOSE fdistribution-partenaires
              OPEN I-O fdistribution-partenaires
              OPEN INPUT fsav-dp
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-dp = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-dp NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-dp
                                  TO tamp_fdistribution-partenaires
                              WRITE tamp_fdistribution-partenaires
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-dp
              END-IF
              CLOSE fdistribution-partenaires
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "distribution_partenaires.dat restaure(s)."

              OPEN OUTPUT fprescripteurs
              CLOSE fprescripteurs
              OPEN I-O fprescripteurs
              OPEN INPUT fsav-ps
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ps = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ps NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ps
                                  TO tamp_fprescripteurs
                              WRITE tamp_fprescripteurs
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ps
              END-IF
              CLOSE fprescripteurs
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "prescripteurs.dat restaure(s)."

              OPEN OUTPUT fconsommations
              CLOSE fconsommations
              OPEN I-O fconsommations
              OPEN INPUT fsav-cs
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-cs = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-cs NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-cs
                                  TO tamp_fconsommations
                              WRITE tamp_fconsommations
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-cs
              END-IF
              CLOSE fconsommations
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "lot_consommations.dat restaure(s)."

              OPEN OUTPUT fseuils-proposes
              CLOSE fseuils-proposes
              OPEN I-O fseuils-proposes
              OPEN INPUT fsav-sp
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-sp = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-sp NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-sp
                                  TO tamp_fseuils-proposes
                              WRITE tamp_fseuils-proposes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-sp
              END-IF
              CLOSE fseuils-proposes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "seuils_proposes.dat restaure(s)."

              OPEN OUTPUT fpointages
              CLOSE fpointages
              OPEN I-O fpointages
              OPEN INPUT fsav-pg
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-pg = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-pg NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-pg
                                  TO tamp_fpointages
                              WRITE tamp_fpointages
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-pg
              END-IF
              CLOSE fpointages
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "pointages.dat restaure(s)."

              OPEN OUTPUT fincidents
              CLOSE fincidents
              OPEN I-O fincidents
              OPEN INPUT fsav-in
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-in = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-in NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-in
                                  TO tamp_fincidents
                              WRITE tamp_fincidents
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-in
              END-IF
              CLOSE fincidents
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "incidents.dat restaure(s)."

              OPEN OUTPUT fpaniers
              CLOSE fpaniers
              OPEN I-O fpaniers
              OPEN INPUT fsav-pn
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-pn = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-pn NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-pn
                                  TO tamp_fpaniers
                              WRITE tamp_fpaniers
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-pn
              END-IF
              CLOSE fpaniers
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "paniers.dat restaure(s)."

              OPEN OUTPUT fpanier-lignes
              CLOSE fpanier-lignes
              OPEN I-O fpanier-lignes
              OPEN INPUT fsav-pb
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-pb = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-pb NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-pb
                                  TO tamp_fpanier-lignes
                              WRITE tamp_fpanier-lignes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-pb
              END-IF
              CLOSE fpanier-lignes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "panier_lignes.dat restaure(s)."

              OPEN OUTPUT fcahier
              CLOSE fcahier
              OPEN I-O fcahier
              OPEN INPUT fsav-ch
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ch = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ch NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ch
                                  TO tamp_fcahier
                              WRITE tamp_fcahier
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ch
              END-IF
              CLOSE fcahier
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "cahier_liaison.dat restaure(s)."

              OPEN OUTPUT fcahier-lus
              CLOSE fcahier-lus
              OPEN I-O fcahier-lus
              OPEN INPUT fsav-cu
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-cu = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-cu NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-cu
                                  TO tamp_fcahier-lus
                              WRITE tamp_fcahier-lus
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-cu
              END-IF
              CLOSE fcahier-lus
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "cahier_lus.dat restaure(s)."

              OPEN OUTPUT ftournee-retours
              CLOSE ftournee-retours
              OPEN I-O ftournee-retours
              OPEN INPUT fsav-tr
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-tr = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-tr NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-tr
                                  TO tamp_ftournee-retours
                              WRITE tamp_ftournee-retours
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-tr
              END-IF
              CLOSE ftournee-retours
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "tournee_retours.dat restaure(s)."

              OPEN OUTPUT fvehicule-journal
              CLOSE fvehicule-journal
              OPEN I-O fvehicule-journal
              OPEN INPUT fsav-vj
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-vj = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-vj NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-vj
                                  TO tamp_fvehicule-journal
                              WRITE tamp_fvehicule-journal
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-vj
              END-IF
              CLOSE fvehicule-journal
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "vehicule_journal.dat restaure(s)."

              OPEN OUTPUT fvehicule-echeances
              CLOSE fvehicule-echeances
              OPEN I-O fvehicule-echeances
              OPEN INPUT fsav-ve
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ve = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ve NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ve
                                  TO tamp_fvehicule-echeances
                              WRITE tamp_fvehicule-echeances
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ve
              END-IF
              CLOSE fvehicule-echeances
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "vehicule_echeances.dat restaure(s)."

              OPEN OUTPUT ffrais
              CLOSE ffrais
              OPEN I-O ffrais
              OPEN INPUT fsav-nf
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-nf = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-nf NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-nf
                                  TO tamp_ffrais
                              WRITE tamp_ffrais
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-nf
              END-IF
              CLOSE ffrais
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "notes_frais.dat restaure(s)."

              OPEN OUTPUT frecus
              CLOSE frecus
              OPEN I-O frecus
              OPEN INPUT fsav-rf
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-rf = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-rf NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-rf
                                  TO tamp_frecus
                              WRITE tamp_frecus
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-rf
              END-IF
              CLOSE frecus
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "recus_fiscaux.dat restaure(s)."

              OPEN OUTPUT fsubv-affect
              CLOSE fsubv-affect
              OPEN I-O fsubv-affect
              OPEN INPUT fsav-sa
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-sa = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-sa NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-sa
                                  TO tamp_fsubv-affect
                              WRITE tamp_fsubv-affect
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-sa
              END-IF
              CLOSE fsubv-affect
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "subvention_affectations.dat restaure(s)."

              OPEN OUTPUT fbudgets
              CLOSE fbudgets
              OPEN I-O fbudgets
              OPEN INPUT fsav-bg
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-bg = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-bg NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-bg
                                  TO tamp_fbudgets
                              WRITE tamp_fbudgets
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-bg
              END-IF
              CLOSE fbudgets
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "budgets.dat restaure(s)."

              OPEN OUTPUT freglements
              CLOSE freglements
              OPEN I-O freglements
              OPEN INPUT fsav-rg
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-rg = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-rg NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-rg
                                  TO tamp_freglements
                              WRITE tamp_freglements
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-rg
              END-IF
              CLOSE freglements
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "reglements_antennes.dat restaure(s)."

              OPEN OUTPUT fnutrition
              CLOSE fnutrition
              OPEN I-O fnutrition
              OPEN INPUT fsav-nu
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-nu = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-nu NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-nu
                                  TO tamp_fnutrition
                              WRITE tamp_fnutrition
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-nu
              END-IF
              CLOSE fnutrition
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "nutrition.dat restaure(s)."

              OPEN OUTPUT fcartes
              CLOSE fcartes
              OPEN I-O fcartes
              OPEN INPUT fsav-cb
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-cb = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-cb NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-cb
                                  TO tamp_fcartes
                              WRITE tamp_fcartes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-cb
              END-IF
              CLOSE fcartes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "cartes_beneficiaires.dat restaure(s)."

              OPEN OUTPUT fevaluations
              CLOSE fevaluations
              OPEN I-O fevaluations
              OPEN INPUT fsav-ev
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ev = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ev NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ev
                                  TO tamp_fevaluations
                              WRITE tamp_fevaluations
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ev
              END-IF
              CLOSE fevaluations
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "evaluations_sociales.dat restaure(s)."

              OPEN OUTPUT ftypesjustif
              CLOSE ftypesjustif
              OPEN I-O ftypesjustif
              OPEN INPUT fsav-tj
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-tj = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-tj NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-tj
                                  TO tamp_ftypesjustif
                              WRITE tamp_ftypesjustif
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-tj
              END-IF
              CLOSE ftypesjustif
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "types_justificatifs.dat restaure(s)."

              OPEN OUTPUT fjustificatifs
              CLOSE fjustificatifs
              OPEN I-O fjustificatifs
              OPEN INPUT fsav-ju
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ju = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ju NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ju
                                  TO tamp_fjustificatifs
                              WRITE tamp_fjustificatifs
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ju
              END-IF
              CLOSE fjustificatifs
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "justificatifs.dat restaure(s)."

              OPEN OUTPUT forientations
              CLOSE forientations
              OPEN I-O forientations
              OPEN INPUT fsav-ot
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ot = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ot NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ot
                                  TO tamp_forientations
                              WRITE tamp_forientations
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ot
              END-IF
              CLOSE forientations
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "orientations_sortantes.dat restaure(s)."

              OPEN OUTPUT fextraits
              CLOSE fextraits
              OPEN I-O fextraits
              OPEN INPUT fsav-xr
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-xr = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-xr NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-xr
                                  TO tamp_fextraits
                              WRITE tamp_fextraits
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-xr
              END-IF
              CLOSE fextraits
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "extraits_rgpd.dat restaure(s)."

              OPEN OUTPUT furgences
              CLOSE furgences
              OPEN I-O furgences
              OPEN INPUT fsav-ug
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ug = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ug NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ug
                                  TO tamp_furgences
                              WRITE tamp_furgences
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ug
              END-IF
              CLOSE furgences
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "accueils_urgence.dat restaure(s)."

              OPEN OUTPUT fcarnets
              CLOSE fcarnets
              OPEN I-O fcarnets
              OPEN INPUT fsav-ck
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ck = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ck NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ck
                                  TO tamp_fcarnets
                              WRITE tamp_fcarnets
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ck
              END-IF
              CLOSE fcarnets
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "carnets_cheques.dat restaure(s)."

              OPEN OUTPUT fcheques
              CLOSE fcheques
              OPEN I-O fcheques
              OPEN INPUT fsav-vo
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-vo = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-vo NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-vo
                                  TO tamp_fcheques
                              WRITE tamp_fcheques
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-vo
              END-IF
              CLOSE fcheques
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "cheques_services.dat restaure(s)."

              OPEN OUTPUT fsources
              CLOSE fsources
              OPEN I-O fsources
              OPEN INPUT fsav-sf
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-sf = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-sf NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-sf
                                  TO tamp_fsources
                              WRITE tamp_fsources
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-sf
              END-IF
              CLOSE fsources
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "sources_financement.dat restaure(s)."

              OPEN OUTPUT fmvsources
              CLOSE fmvsources
              OPEN I-O fmvsources
              OPEN INPUT fsav-ms
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ms = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ms NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ms
                                  TO tamp_fmvsources
                              WRITE tamp_fmvsources
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ms
              END-IF
              CLOSE fmvsources
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "mouvements_sources.dat restaure(s)."

              OPEN OUTPUT foffres
              CLOSE foffres
              OPEN I-O foffres
              OPEN INPUT fsav-of
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-of = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-of NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-of
                                  TO tamp_foffres
                              WRITE tamp_foffres
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-of
              END-IF
              CLOSE foffres
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "offres_surplus.dat restaure(s)."

              OPEN OUTPUT fquarantaines
              CLOSE fquarantaines
              OPEN I-O fquarantaines
              OPEN INPUT fsav-qr
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-qr = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-qr NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-qr
                                  TO tamp_fquarantaines
                              WRITE tamp_fquarantaines
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-qr
              END-IF
              CLOSE fquarantaines
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "quarantaines.dat restaure(s)."

              OPEN OUTPUT fcomptages
              CLOSE fcomptages
              OPEN I-O fcomptages
              OPEN INPUT fsav-cy
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-cy = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-cy NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-cy
                                  TO tamp_fcomptages
                              WRITE tamp_fcomptages
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-cy
              END-IF
              CLOSE fcomptages
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "plan_comptages.dat restaure(s)."

              OPEN OUTPUT ffactures
              CLOSE ffactures
              OPEN I-O ffactures
              OPEN INPUT fsav-fa
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-fa = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-fa NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-fa
                                  TO tamp_ffactures
                              WRITE tamp_ffactures
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-fa
              END-IF
              CLOSE ffactures
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "factures_fournisseurs.dat restaure(s)."

              OPEN OUTPUT ffacture-lignes
              CLOSE ffacture-lignes
              OPEN I-O ffacture-lignes
              OPEN INPUT fsav-fl
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-fl = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-fl NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-fl
                                  TO tamp_ffacture-lignes
                              WRITE tamp_ffacture-lignes
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-fl
              END-IF
              CLOSE ffacture-lignes
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "facture_lignes.dat restaure(s)."

              OPEN OUTPUT fequipements
              CLOSE fequipements
              OPEN I-O fequipements
              OPEN INPUT fsav-eq
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-eq = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-eq NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-eq
                                  TO tamp_fequipements
                              WRITE tamp_fequipements
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-eq
              END-IF
              CLOSE fequipements
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "equipements.dat restaure(s)."

              OPEN OUTPUT fmaintenances
              CLOSE fmaintenances
              OPEN I-O fmaintenances
              OPEN INPUT fsav-mt
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-mt = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-mt NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-mt
                                  TO tamp_fmaintenances
                              WRITE tamp_fmaintenances
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-mt
              END-IF
              CLOSE fmaintenances
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "maintenances.dat restaure(s)."

              OPEN OUTPUT fechanges
              CLOSE fechanges
              OPEN I-O fechanges
              OPEN INPUT fsav-xa
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-xa = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-xa NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-xa
                                  TO tamp_fechanges
                              WRITE tamp_fechanges
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-xa
              END-IF
              CLOSE fechanges
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "echanges_affectations.dat restaure(s)."

              OPEN OUTPUT fattestations
              CLOSE fattestations
              OPEN I-O fattestations
              OPEN INPUT fsav-ab
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ab = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ab NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ab
                                  TO tamp_fattestations
                              WRITE tamp_fattestations
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ab
              END-IF
              CLOSE fattestations
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "attestations.dat restaure(s)."

              OPEN OUTPUT frevues
              CLOSE frevues
              OPEN I-O frevues
              OPEN INPUT fsav-rh
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-rh = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-rh NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-rh
                                  TO tamp_frevues
                              WRITE tamp_frevues
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-rh
              END-IF
              CLOSE frevues
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "revues_habilitations.dat restaure(s)."

              OPEN OUTPUT fmotsdepasse
              CLOSE fmotsdepasse
              OPEN I-O fmotsdepasse
              OPEN INPUT fsav-mp
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-mp = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-mp NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-mp
                                  TO tamp_fmotsdepasse
                              WRITE tamp_fmotsdepasse
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-mp
              END-IF
              CLOSE fmotsdepasse
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "mots_de_passe.dat restaure(s)."

              OPEN OUTPUT fversions
              CLOSE fversions
              OPEN I-O fversions
              OPEN INPUT fsav-vf
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-vf = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-vf NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-vf
                                  TO tamp_fversions
                              WRITE tamp_fversions
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-vf
              END-IF
              CLOSE fversions
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "versions_fichiers.dat restaure(s)."

              OPEN OUTPUT fcapacite
              CLOSE fcapacite
              OPEN I-O fcapacite
              OPEN INPUT fsav-ic
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ic = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ic NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ic
                                  TO tamp_fcapacite
                              WRITE tamp_fcapacite
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ic
              END-IF
              CLOSE fcapacite
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "capacite_compteurs.dat restaure(s)."

              OPEN OUTPUT fparhist
              CLOSE fparhist
              OPEN I-O fparhist
              OPEN INPUT fsav-ph
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ph = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ph NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ph
                                  TO tamp_fparhist
                              WRITE tamp_fparhist
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ph
              END-IF
              CLOSE fparhist
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "parametres_historique.dat restaure(s)."

              OPEN OUTPUT fcrises
              CLOSE fcrises
              OPEN I-O fcrises
              OPEN INPUT fsav-kr
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-kr = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-kr NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-kr
                                  TO tamp_fcrises
                              WRITE tamp_fcrises
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-kr
              END-IF
              CLOSE fcrises
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "crises.dat restaure(s)."

              OPEN OUTPUT fdistcrises
              CLOSE fdistcrises
              OPEN I-O fdistcrises
              OPEN INPUT fsav-dk
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-dk = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-dk NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-dk
                                  TO tamp_fdistcrises
                              WRITE tamp_fdistcrises
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-dk
              END-IF
              CLOSE fdistcrises
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "distributions_crises.dat restaure(s)."

              OPEN OUTPUT fexercices
              CLOSE fexercices
              OPEN I-O fexercices
              OPEN INPUT fsav-ey
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ey = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ey NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ey
                                  TO tamp_fexercices
                              WRITE tamp_fexercices
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ey
              END-IF
              CLOSE fexercices
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "exercices.dat restaure(s)."

              OPEN OUTPUT fajustements
              CLOSE fajustements
              OPEN I-O fajustements
              OPEN INPUT fsav-ja
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-ja = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-ja NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-ja
                                  TO tamp_fajustements
                              WRITE tamp_fajustements
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-ja
              END-IF
              CLOSE fajustements
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "ajustements_exercice.dat restaure(s)."

              OPEN OUTPUT fqualite
              CLOSE fqualite
              OPEN I-O fqualite
              OPEN INPUT fsav-qd
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-qd = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-qd NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-qd
                                  TO tamp_fqualite
                              WRITE tamp_fqualite
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-qd
              END-IF
              CLOSE fqualite
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "qualite_scores.dat restaure(s)."

              OPEN OUTPUT flivraisons
              CLOSE flivraisons
              OPEN I-O flivraisons
              OPEN INPUT fsav-lv
              MOVE 0 TO WnbEnregistres
              MOVE 0 TO Wfin
              IF cr_fsav-lv = 00 THEN
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsav-lv NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              MOVE tamp_fsav-lv
                                  TO tamp_flivraisons
                              WRITE tamp_flivraisons
                              ADD 1 TO WnbEnregistres
                      END-READ
                  END-PERFORM
                  CLOSE fsav-lv
              END-IF
              CLOSE flivraisons
              DISPLAY WnbEnregistres " enregistrement(s) de "
                  "livraisons_domicile.dat restaure(s)."

              CONTINUE.


              Rejouer_journal.
              MOVE 0 TO WdateSauv
              MOVE 0 TO WheureSauv
              MOVE 0 TO WfinRun
              MOVE LOW-VALUES TO fbr_id
              START fbatch-runs KEY IS NOT LESS THAN fbr_id
                  INVALID KEY MOVE 1 TO WfinRun
              END-START
              PERFORM WITH TEST AFTER UNTIL WfinRun = 1
                  READ fbatch-runs NEXT
                      AT END MOVE 1 TO WfinRun
                      NOT AT END
                          IF fbr_programme = "SAUVEGARD" AND
                                  fbr_statut = "T" THEN
                              MOVE fbr_dateDebut TO WdateSauv
                              MOVE fbr_heureDebut TO WheureSauv
                          END-IF
                  END-READ
              END-PERFORM
              IF WdateSauv = 0 THEN
                  DISPLAY "Aucune sauvegarde terminee : rien a rejouer."
              ELSE
                  DISPLAY "Point de sauvegarde : " WdateSauv " "
                      WheureSauv
                  DISPLAY "Les fichiers doivent venir d'etre restaures."
                  DISPLAY "Rejouer jusqu'a la date (AAAAMMJJ) : "
                  ACCEPT WdateLimiteRf
                  DISPLAY "Rejouer jusqu'a l'heure incluse (HHMMSS) : "
                  ACCEPT WheureLimiteRf
                  COMPUTE WhorodSauv = WdateSauv * 100000000
                      + WheureSauv * 100
                  COMPUTE WhorodLimite = WdateLimiteRf * 100000000
                      + WheureLimiteRf * 100 + 99
                  PERFORM Rejouer_apres_images
              END-IF.

              Rejouer_apres_images.
              MOVE 0 TO WnbLusRf
              MOVE 0 TO WnbAnterieursRf
              MOVE 0 TO WnbRfBe
              MOVE 0 TO WnbRfDi
              MOVE 0 TO WnbRfDl
              MOVE 0 TO WnbRfCp
              MOVE 0 TO WnbRfLo
              MOVE 0 TO WnbRfKx
              MOVE 0 TO WnbRfBn
              MOVE 0 TO WnbRfCe
              MOVE 0 TO WincoherentRf
              MOVE 0 TO WhorodPrec
              OPEN INPUT fapres-images
              IF cr_fapres-images NOT = 00 THEN
                  DISPLAY "Journal apres_images.dat absent : "
                      "rien a rejouer."
              ELSE
                  OPEN I-O fbe
                  OPEN I-O fdistributions
                  OPEN I-O fdistribution-lignes
                  OPEN I-O fcentre_produits
                  OPEN I-O flots
                  OPEN I-O fkardex
                  OPEN I-O fbeneficiaires
                  OPEN I-O fcentres
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fapres-images
                          AT END MOVE 1 TO Wfin
                          NOT AT END PERFORM Rejouer_une_image
                      END-READ
                  END-PERFORM
                  CLOSE fbe
                  CLOSE fdistributions
                  CLOSE fdistribution-lignes
                  CLOSE fcentre_produits
                  CLOSE flots
                  CLOSE fkardex
                  CLOSE fbeneficiaires
                  CLOSE fcentres
                  CLOSE fapres-images
                  DISPLAY WnbLusRf " entree(s) lue(s) dans le journal, "
                      "dont "
                      WnbAnterieursRf " anterieure(s) a la sauvegarde."
                  DISPLAY WnbRfBe " enregistrement(s) de "
                      "benevoles.dat reapplique(s)."
                  DISPLAY WnbRfDi " enregistrement(s) de "
                      "distributions.dat reapplique(s)."
                  DISPLAY WnbRfDl " enregistrement(s) de "
                      "fdistribution_lignes.dat reapplique(s)."
                  DISPLAY WnbRfCp " enregistrement(s) de "
                      "centre_produits.dat reapplique(s)."
                  DISPLAY WnbRfLo " enregistrement(s) de "
                      "lots.dat reapplique(s)."
                  DISPLAY WnbRfKx " enregistrement(s) de "
                      "kardex.dat reapplique(s)."
                  DISPLAY WnbRfBn " enregistrement(s) de "
                      "fbeneficiaires.dat reapplique(s)."
                  DISPLAY WnbRfCe " enregistrement(s) de "
                      "centres.dat reapplique(s)."
                  IF WincoherentRf = 1 THEN
                      DISPLAY "Reprise interrompue sur l'entree "
                          WnbLusRf " : rejeu a reprendre a la main "
                          "apres controle."
                  END-IF
              END-IF.

              Rejouer_une_image.
              ADD 1 TO WnbLusRf
              MOVE WnbLusRf TO Wcheckpoint
              COMPUTE WhorodEntree = fai_date * 100000000 + fai_heure
              IF WhorodEntree < WhorodSauv THEN
                  ADD 1 TO WnbAnterieursRf
              ELSE IF WhorodEntree > WhorodLimite THEN
                  MOVE 1 TO Wfin
              ELSE IF WhorodEntree < WhorodPrec THEN
                  MOVE 1 TO WincoherentRf
              ELSE
                  IF fai_fichier = "BE" THEN
                      PERFORM Rejouer_image_be
                  ELSE IF fai_fichier = "DI" THEN
                      PERFORM Rejouer_image_di
                  ELSE IF fai_fichier = "DL" THEN
                      PERFORM Rejouer_image_dl
                  ELSE IF fai_fichier = "CP" THEN
                      PERFORM Rejouer_image_cp
                  ELSE IF fai_fichier = "LO" THEN
                      PERFORM Rejouer_image_lo
                  ELSE IF fai_fichier = "KX" THEN
                      PERFORM Rejouer_image_kx
                  ELSE IF fai_fichier = "BN" THEN
                      PERFORM Rejouer_image_bn
                  ELSE IF fai_fichier = "CE" THEN
                      PERFORM Rejouer_image_ce
                  ELSE
                      MOVE 1 TO WincoherentRf
                  END-IF
                  END-IF
                  END-IF
                  END-IF
                  END-IF
                  END-IF
                  END-IF
                  END-IF
                  MOVE WhorodEntree TO WhorodPrec
              END-IF
              END-IF
              END-IF
              IF WincoherentRf = 1 THEN
                  DISPLAY "Entree incoherente : " fai_date " " fai_heure
                      " " fai_origine " fichier " fai_fichier
                      " operation " fai_operation
                  MOVE 1 TO Wfin
              END-IF.

              Rejouer_image_be.
              MOVE fai_image TO tamp_fbe
              IF fai_operation = "W" THEN
                  WRITE tamp_fbe
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-WRITE
              ELSE IF fai_operation = "R" THEN
                  REWRITE tamp_fbe
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-REWRITE
              ELSE IF fai_operation = "D" THEN
                  DELETE fbe
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-DELETE
              ELSE
                  MOVE 1 TO WincoherentRf
              END-IF
              END-IF
              END-IF
              IF cr_fbe > 9 THEN
                  MOVE 1 TO WincoherentRf
              END-IF
              IF WincoherentRf = 0 THEN
                  ADD 1 TO WnbRfBe
              END-IF.

              Rejouer_image_di.
              MOVE fai_image TO tamp_fdistributions
              IF fai_operation = "W" THEN
                  WRITE tamp_fdistributions
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-WRITE
              ELSE IF fai_operation = "R" THEN
                  REWRITE tamp_fdistributions
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-REWRITE
              ELSE IF fai_operation = "D" THEN
                  DELETE fdistributions
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-DELETE
              ELSE
                  MOVE 1 TO WincoherentRf
              END-IF
              END-IF
              END-IF
              IF cr_fdistributions > 9 THEN
                  MOVE 1 TO WincoherentRf
              END-IF
              IF WincoherentRf = 0 THEN
                  ADD 1 TO WnbRfDi
              END-IF.

              Rejouer_image_dl.
              MOVE fai_image TO tamp_fdistribution-lignes
              IF fai_operation = "W" THEN
                  WRITE tamp_fdistribution-lignes
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-WRITE
              ELSE IF fai_operation = "R" THEN
                  REWRITE tamp_fdistribution-lignes
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-REWRITE
              ELSE IF fai_operation = "D" THEN
                  DELETE fdistribution-lignes
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-DELETE
              ELSE
                  MOVE 1 TO WincoherentRf
              END-IF
              END-IF
              END-IF
              IF cr_fdistribution-lignes > 9 THEN
                  MOVE 1 TO WincoherentRf
              END-IF
              IF WincoherentRf = 0 THEN
                  ADD 1 TO WnbRfDl
              END-IF.

              Rejouer_image_cp.
              MOVE fai_image TO tamp_fcentre_produits
              IF fai_operation = "W" THEN
                  WRITE tamp_fcentre_produits
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-WRITE
              ELSE IF fai_operation = "R" THEN
                  REWRITE tamp_fcentre_produits
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-REWRITE
              ELSE IF fai_operation = "D" THEN
                  DELETE fcentre_produits
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-DELETE
              ELSE
                  MOVE 1 TO WincoherentRf
              END-IF
              END-IF
              END-IF
              IF cr_fcentre_produits > 9 THEN
                  MOVE 1 TO WincoherentRf
              END-IF
              IF WincoherentRf = 0 THEN
                  ADD 1 TO WnbRfCp
              END-IF.

              Rejouer_image_ce.
              MOVE fai_image TO tamp_fcentres
              IF fai_operation = "W" THEN
                  WRITE tamp_fcentres
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-WRITE
              ELSE IF fai_operation = "R" THEN
                  REWRITE tamp_fcentres
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-REWRITE
              ELSE IF fai_operation = "D" THEN
                  DELETE fcentres
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-DELETE
              ELSE
                  MOVE 1 TO WincoherentRf
              END-IF
              END-IF
              END-IF
              IF cr_fcentres > 9 THEN
                  MOVE 1 TO WincoherentRf
              END-IF
              IF WincoherentRf = 0 THEN
                  ADD 1 TO WnbRfCe
              END-IF.

              Rejouer_image_lo.
              MOVE fai_image TO tamp_flots
              IF fai_operation = "W" THEN
                  WRITE tamp_flots
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-WRITE
              ELSE IF fai_operation = "R" THEN
                  REWRITE tamp_flots
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-REWRITE
              ELSE IF fai_operation = "D" THEN
                  DELETE flots
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-DELETE
              ELSE
                  MOVE 1 TO WincoherentRf
              END-IF
              END-IF
              END-IF
              IF cr_flots > 9 THEN
                  MOVE 1 TO WincoherentRf
              END-IF
              IF WincoherentRf = 0 THEN
                  ADD 1 TO WnbRfLo
              END-IF.

              Rejouer_image_kx.
              MOVE fai_image TO tamp_fkardex
              IF fai_operation = "W" THEN
                  WRITE tamp_fkardex
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-WRITE
              ELSE IF fai_operation = "R" THEN
                  REWRITE tamp_fkardex
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-REWRITE
              ELSE IF fai_operation = "D" THEN
                  DELETE fkardex
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-DELETE
              ELSE
                  MOVE 1 TO WincoherentRf
              END-IF
              END-IF
              END-IF
              IF cr_fkardex > 9 THEN
                  MOVE 1 TO WincoherentRf
              END-IF
              IF WincoherentRf = 0 THEN
                  ADD 1 TO WnbRfKx
              END-IF.

              Rejouer_image_bn.
              MOVE fai_image TO tamp_fbeneficiaires
              IF fai_operation = "W" THEN
                  WRITE tamp_fbeneficiaires
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-WRITE
              ELSE IF fai_operation = "R" THEN
                  REWRITE tamp_fbeneficiaires
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-REWRITE
              ELSE IF fai_operation = "D" THEN
                  DELETE fbeneficiaires
                      INVALID KEY MOVE 1 TO WincoherentRf
                  END-DELETE
              ELSE
                  MOVE 1 TO WincoherentRf
              END-IF
              END-IF
              END-IF
              IF cr_fbeneficiaires > 9 THEN
                  MOVE 1 TO WincoherentRf
              END-IF
              IF WincoherentRf = 0 THEN
                  ADD 1 TO WnbRfBn
              END-IF.


              Ouvrir_controle_batch.
              OPEN I-O fbatch-runs
              IF cr_fbatch-runs = 35 THEN
                      END-REWRITE
              END-READ
              CLOSE fbatch-runs.

              COPY "versions.cpy".
