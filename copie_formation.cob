           IDENTIFICATION DIVISION.
              PROGRAM-ID. copie-formation.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.

                  select fbe assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fbe_id
                  alternate record key is fbe_idGroupe WITH DUPLICATES
                  alternate record key is fbe_role WITH DUPLICATES
                  alternate record key is fbe_identifiant
                      WITH DUPLICATES
                  alternate record key is fbe_nom WITH DUPLICATES
                  file status is cr_fbe.

                  select increment assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is autoinc_entite
                  file status is cr_autoinc.

                  select fcentres assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fce_id
                  alternate record key is fce_ville WITH DUPLICATES
                  alternate record key is fce_produit WITH DUPLICATES
                  file status is cr_fcentres.

                  select fdistributions assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdi_id
                  alternate record key is fdi_idGroupe WITH DUPLICATES
                  alternate record key is fdi_centre WITH DUPLICATES
                  alternate record key is fdi_produit WITH DUPLICATES
                  alternate record key is fdi_date WITH DUPLICATES
                  file status is cr_fdistributions.

                  select fgroupes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fgr_id
                  alternate record key is fgr_specialite WITH DUPLICATES
                  file status is cr_fgroupes.

                  select fproduits assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpr_id
                  file status is cr_fproduits.

                  select fjournal assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fja_id
                  alternate record key is fja_idUtilisateur
                      WITH DUPLICATES
                  file status is cr_fjournal.

                  select froles assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fro_code
                  file status is cr_froles.

                  select fcentre_produits assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcp_cle
                  alternate record key is fcp_centre WITH DUPLICATES
                  file status is cr_fcentre_produits.

                  select fmouvements assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fmv_id
                  file status is cr_fmouvements.

                  select fdisponibilites assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdp_id
                  alternate record key is fdp_idBenevole WITH DUPLICATES
                  alternate record key is fdp_horaire WITH DUPLICATES
                  file status is cr_fdisponibilites.

                  select fliaisongroupe assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fgl_id
                  alternate record key is fgl_idBenevole WITH DUPLICATES
                  file status is cr_fliaisongroupe.

                  select fbeneficiaires assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fbn_id
                  alternate record key is fbn_nom WITH DUPLICATES
                  file status is cr_fbeneficiaires.

                  select fparametres assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpa_code
                  file status is cr_fparametres.

                  select ffournisseurs assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is ffo_id
                  file status is cr_ffournisseurs.

                  select freceptions assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fre_id
                  alternate record key is fre_fournisseur
                      WITH DUPLICATES
                  file status is cr_freceptions.

                  select flots assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is flo_cle
                  file status is cr_flots.

                  select funites assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fun_code
                  file status is cr_funites.

                  select fdroits assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdr_cle
                  file status is cr_fdroits.

                  select ffermetures assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is ffe_cle
                  file status is cr_ffermetures.

                  select fhoraires assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fho_code
                  file status is cr_fhoraires.

                  select finventaires assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fiv_id
                  alternate record key is fiv_centre WITH DUPLICATES
                  file status is cr_finventaires.

                  select fetats assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fet_id
                  file status is cr_fetats.

                  select fdonateurs assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdo_id
                  file status is cr_fdonateurs.

                  select fdons assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdn_id
                  alternate record key is fdn_donateur WITH DUPLICATES
                  file status is cr_fdons.

                  select fheures assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fhe_id
                  alternate record key is fhe_benevole WITH DUPLICATES
                  file status is cr_fheures.

                  select faffectations assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is faf_id
                  alternate record key is faf_distribution
                      WITH DUPLICATES
                  alternate record key is faf_benevole WITH DUPLICATES
                  file status is cr_faffectations.

                  select fdistribution-lignes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdl_cle
                  file status is cr_fdistribution-lignes.

                  select fdemandes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdm_id
                  alternate record key is fdm_groupe WITH DUPLICATES
                  file status is cr_fdemandes.

                  select fcampagnes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fca_code
                  file status is cr_fcampagnes.

                  select fcampagne-cibles assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcc_cle
                  file status is cr_fcampagne-cibles.

                  select fcorrespondances assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcr_cle
                  file status is cr_fcorrespondances.

                  select fkardex assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fkx_id
                  alternate record key is fkx_produit WITH DUPLICATES
                  file status is cr_fkardex.

                  select fhistorique assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fhi_id
                  alternate record key is fhi_refcle WITH DUPLICATES
                  file status is cr_fhistorique.

                  select fmenages assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fmn_cle
                  file status is cr_fmenages.

                  select frendezvous assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is frv_id
                  alternate record key is frv_beneficiaire
                      WITH DUPLICATES
                  file status is cr_frendezvous.

                  select fattentes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fat_id
                  file status is cr_fattentes.

                  select fvehicules assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fvh_id
                  file status is cr_fvehicules.

                  select ftournees assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fto_id
                  alternate record key is fto_date WITH DUPLICATES
                  file status is cr_ftournees.

                  select ftournee-etapes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fte_cle
                  file status is cr_ftournee-etapes.

                  select ffinanceurs assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is ffi_id
                  file status is cr_ffinanceurs.

                  select fsubventions assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fsb_id
                  alternate record key is fsb_financeur WITH DUPLICATES
                  file status is cr_fsubventions.

                  select fcertifications assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fct_cle
                  file status is cr_fcertifications.

                  select fexigences assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fex_categorie
                  file status is cr_fexigences.

                  select fdelegations assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdg_cle
                  file status is cr_fdelegations.

                  select fcollectes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcl_id
                  file status is cr_fcollectes.

                  select fcollecte-pesees assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpe_cle
                  file status is cr_fcollecte-pesees.

                  select fcollecte-equipe assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcq_cle
                  file status is cr_fcollecte-equipe.

                  select fsubstitutions assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fsu_cle
                  file status is cr_fsubstitutions.

                  select feans assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fea_code
                  file status is cr_feans.

                  select fantennes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fan_code
                  file status is cr_fantennes.

                  select fclotures assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcj_cle
                  file status is cr_fclotures.

                  select fperiodes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpd_mois
                  file status is cr_fperiodes.

                  select fsoldes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fso_cle
                  file status is cr_fsoldes.

                  select fusages assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fus_id
                  alternate record key is fus_utilisateur
                      WITH DUPLICATES
                  file status is cr_fusages.

                  select fnotes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fns_id
                  alternate record key is fns_beneficiaire
                      WITH DUPLICATES
                  file status is cr_fnotes.

                  select fcommandes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcm_id
                  alternate record key is fcm_fournisseur
                      WITH DUPLICATES
                  file status is cr_fcommandes.

                  select fcommande-lignes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcg_cle
                  file status is cr_fcommande-lignes.

                  select fprix assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpx_cle
                  file status is cr_fprix.

                  select farchive assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fax_id
                  alternate record key is fax_date WITH DUPLICATES
                  file status is cr_farchive.

                  select fplanifications assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpl_id
                  file status is cr_fplanifications.

                  select fecarts assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fec_cle
                  file status is cr_fecarts.

                  select fretours assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is frt_id
                  file status is cr_fretours.

                  select fdestructions assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fds_id
                  file status is cr_fdestructions.

                  select fencaissements assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fen_id
                  file status is cr_fencaissements.

                  select framasses assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is frm_id
                  file status is cr_framasses.

                  select ftemperatures assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is ftp_id
                  file status is cr_ftemperatures.

                  select fpartenaires assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpt_id
                  file status is cr_fpartenaires.

                  select fdistribution-partenaires assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdpt_distribution
                  alternate record key is fdpt_partenaire
                      WITH DUPLICATES
                  file status is cr_fdistribution-partenaires.

                  select fprescripteurs assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fps_id
                  file status is cr_fprescripteurs.

                  select fconsommations assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcs_id
                  alternate record key is fcs_numero WITH DUPLICATES
                  file status is cr_fconsommations.

                  select fseuils-proposes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fsp_cle
                  file status is cr_fseuils-proposes.

                  select fpointages assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpg_id
                  alternate record key is fpg_benevole WITH DUPLICATES
                  file status is cr_fpointages.

                  select fincidents assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fin_id
                  file status is cr_fincidents.

                  select fpaniers assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpn_code
                  file status is cr_fpaniers.

                  select fpanier-lignes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpb_cle
                  file status is cr_fpanier-lignes.

                  select fcahier assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fch_id
                  alternate record key is fch_centre WITH DUPLICATES
                  file status is cr_fcahier.

                  select fcahier-lus assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcu_cle
                  file status is cr_fcahier-lus.

                  select ftournee-retours assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is ftr_cle
                  file status is cr_ftournee-retours.

                  select fvehicule-journal assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fvj_id
                  alternate record key is fvj_vehicule WITH DUPLICATES
                  file status is cr_fvehicule-journal.

                  select fvehicule-echeances assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fve_cle
                  file status is cr_fvehicule-echeances.

                  select ffrais assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is ffr_id
                  alternate record key is ffr_benevole WITH DUPLICATES
                  file status is cr_ffrais.

                  select frecus assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is frf_num
                  alternate record key is frf_donateur WITH DUPLICATES
                  file status is cr_frecus.

                  select fsubv-affect assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fsa_id
                  alternate record key is fsa_subvention WITH DUPLICATES
                  file status is cr_fsubv-affect.

                  select fbudgets assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fbg_cle
                  file status is cr_fbudgets.

                  select fnutrition assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fnu_produit
                  alternate record key is fnu_groupe WITH DUPLICATES
                  file status is cr_fnutrition.

                  select fcartes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fcb_numero
                  alternate record key is fcb_beneficiaire
                      WITH DUPLICATES
                  file status is cr_fcartes.

                  select fevaluations assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fev_cle
                  file status is cr_fevaluations.

                  select ftypesjustif assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is ftj_code
                  file status is cr_ftypesjustif.

                  select fjustificatifs assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fju_cle
                  file status is cr_fjustificatifs.

                  select forientations assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fot_id
                  alternate record key is fot_beneficiaire
                      WITH DUPLICATES
                  file status is cr_forientations.

                  select fextraits assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fxr_id
                  file status is cr_fextraits.

                  select furgences assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fug_cle
                  file status is cr_furgences.

                  select fcarnets assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fck_id
                  file status is cr_fcarnets.

                  select fcheques assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fvo_numero
                  alternate record key is fvo_beneficiaire
                      WITH DUPLICATES
                  file status is cr_fcheques.

                  select fsources assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fsf_code
                  file status is cr_fsources.

                  select fmvsources assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fms_id
                  file status is cr_fmvsources.

                  select foffres assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fof_id
                  alternate record key is fof_lot WITH DUPLICATES
                  file status is cr_foffres.

                  select fquarantaines assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fqr_id
                  alternate record key is fqr_centre WITH DUPLICATES
                  file status is cr_fquarantaines.

                  select fcomptages assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fpc_cle
                  file status is cr_fcomptages.

                  select ffactures assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is ffa_id
                  alternate record key is ffa_fournisseur
                      WITH DUPLICATES
                  file status is cr_ffactures.

                  select ffacture-lignes assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is ffl_cle
                  file status is cr_ffacture-lignes.

                  select fequipements assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is feq_id
                  alternate record key is feq_centre WITH DUPLICATES
                  file status is cr_fequipements.

                  select fmaintenances assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fmt_id
                  alternate record key is fmt_equipement WITH DUPLICATES
                  file status is cr_fmaintenances.

                  select fechanges assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fxa_id
                  alternate record key is fxa_distribution
                      WITH DUPLICATES
                  file status is cr_fechanges.

                  select fattestations assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fab_id
                  alternate record key is fab_benevole WITH DUPLICATES
                  file status is cr_fattestations.

                  select frevues assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is frh_cle
                  alternate record key is frh_reviseur WITH DUPLICATES
                  file status is cr_frevues.

                  select fmotsdepasse assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fmp_benevole
                  file status is cr_fmotsdepasse.

                  select fversions assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fvf_fichier
                  file status is cr_fversions.

                  select fparhist assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fph_cle
                  file status is cr_fparhist.

                  select fcrises assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fkr_id
                  file status is cr_fcrises.

                  select fdistcrises assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdk_distribution
                  alternate record key is fdk_crise WITH DUPLICATES
                  file status is cr_fdistcrises.

                  select fexercices assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fxc_annee
                  file status is cr_fexercices.

                  select fajustements assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is faj_id
                  alternate record key is faj_exercice WITH DUPLICATES
                  file status is cr_fajustements.

                  select flivraisons assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is flv_beneficiaire
                  file status is cr_flivraisons.

                  select fcontroles assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fct_entite
                  file status is cr_fcontroles.

                  select flignes-archive assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fdlx_cle
                  file status is cr_flignes-archive.

                  select fjournal-archive assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fjx_id
                  file status is cr_fjournal-archive.

                  select fmouvements-archive assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fmx_id
                  file status is cr_fmouvements-archive.

                  select fcapacite assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fic_cle
                  file status is cr_fcapacite.

                  select freglements assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is frg_cle
                  file status is cr_freglements.

                  select fqualite assign to WnomFichier
                  organization indexed
                  access mode is dynamic
                  record key is fqs_cle
                  file status is cr_fqualite.

                  select fapres-images assign to WnomFichier
                  organization line sequential
                  file status is cr_fapres-images.

                  select fformation assign to WnomFichier
                  organization line sequential
                  file status is cr_fformation.

                  select ftravail assign to "copie_formation.tmp"
                  organization line sequential
                  file status is cr_ftravail.

                  select frapport assign to "copie_formation.txt"
                  organization line sequential
                  file status is cr_frapport.

                  select fbatch-runs assign to "batch_runs.dat"
                  organization indexed
                  access mode is dynamic
                  record key is fbr_id
                  alternate record key is fbr_programme
                      WITH DUPLICATES
                  file status is cr_fbatch-runs.

              DATA DIVISION.
              FILE SECTION.

              FD fbe.
           COPY "fbe_record.cpy".

              FD increment.
              01 autoinc.
                  02 autoinc_entite PIC X(2).
                  02 autoinc_num PIC 9(5).

              FD fcentres.
              01 tamp_fcentres.
                  02 fce_id PIC 9(2).
                  02 fce_ville PIC X(30).
                  02 fce_produit PIC 9(5).
                  02 fce_nom PIC X(30).
                  02 fce_quantite PIC 9(6).
                  02 fce_statut PIC X(1).
                  02 fce_seuil PIC 9(6).
                  02 fce_joursOuverture PIC X(7).
                  02 fce_telephone PIC X(15).
                  02 fce_modifPar PIC 9(4).
                  02 fce_modifDate PIC 9(8).
                  02 fce_modifHeure PIC 9(6).
                  02 fce_antenne PIC 9(2).
                  02 fce_capacite PIC 9(6).

              FD fdistributions.
              01 tamp_fdistributions.
                  02 fdi_id PIC 9(5).
                  02 fdi_idGroupe PIC 9(5).
                  02 fdi_date PIC 9(8).
                  02 fdi_centre PIC 9(2).
                  02 fdi_horaire PIC X(2).
                  02 fdi_produit PIC 9(5).
                  02 fdi_quantite PIC 9(6).
                  02 fdi_statut PIC X(1).
                  02 fdi_beneficiaire PIC 9(5).
                  02 fdi_nbBenevoles PIC 9(2).
                  02 fdi_campagne PIC X(8).
                  02 fdi_modifPar PIC 9(4).
                  02 fdi_modifDate PIC 9(8).
                  02 fdi_modifHeure PIC 9(6).

              FD fgroupes.
              01 tamp_fgroupes.
                  02 fgr_id PIC 9(5).
                  02 fgr_specialite PIC X(30).
                  02 fgr_nbMembre PIC 9(4).
                  02 fgr_statut PIC X(1).
                  02 fgr_modifPar PIC 9(4).
                  02 fgr_modifDate PIC 9(8).
                  02 fgr_modifHeure PIC 9(6).
                  02 fgr_antenne PIC 9(2).

              FD fproduits.
              01 tamp_fproduits.
                  02 fpr_id PIC 9(5).
                  02 fpr_nom PIC X(30).
                  02 fpr_quantite PIC 9(6).
                  02 fpr_seuil PIC 9(6).
                  02 fpr_cout PIC 9(6)V99.
                  02 fpr_unite PIC X(3).
                  02 fpr_categorie PIC X(12).
                  02 fpr_statut PIC X(1).
                  02 fpr_modifPar PIC 9(4).
                  02 fpr_modifDate PIC 9(8).
                  02 fpr_modifHeure PIC 9(6).
                  02 fpr_gluten PIC X(1).
                  02 fpr_porc PIC X(1).
                  02 fpr_lactose PIC X(1).
                  02 fpr_delaiJours PIC 9(3).

              FD fjournal.
              01 tamp_fjournal.
                  02 fja_id PIC 9(5).
                  02 fja_idUtilisateur PIC 9(4).
                  02 fja_date PIC 9(8).
                  02 fja_heure PIC 9(6).
                  02 fja_resultat PIC X(1).
                  02 fja_admin PIC 9(4).

              FD froles.
              01 tamp_froles.
                  02 fro_code PIC 9(1).
                  02 fro_libelle PIC X(20).

              FD fcentre_produits.
              01 tamp_fcentre_produits.
                  02 fcp_cle.
                      03 fcp_centre PIC 9(2).
                      03 fcp_produit PIC 9(5).
                  02 fcp_quantite PIC 9(6).
                  02 fcp_seuil PIC 9(6).

              FD fmouvements.
              01 tamp_fmouvements.
                  02 fmv_id PIC 9(5).
                  02 fmv_centreSource PIC 9(2).
                  02 fmv_centreDest PIC 9(2).
                  02 fmv_produit PIC 9(5).
                  02 fmv_quantite PIC 9(6).
                  02 fmv_date PIC 9(8).
                  02 fmv_statut PIC X(1).
                  02 fmv_demandePar PIC 9(4).
                  02 fmv_validePar PIC 9(4).
                  02 fmv_motif PIC X(30).

              FD fdisponibilites.
              01 tamp_fdisponibilites.
                  02 fdp_id PIC 9(5).
                  02 fdp_idBenevole PIC 9(4).
                  02 fdp_horaire PIC X(2).

              FD fliaisongroupe.
              01 tamp_fliaisongroupe.
                  02 fgl_id PIC 9(5).
                  02 fgl_idBenevole PIC 9(4).
                  02 fgl_idGroupe PIC 9(5).

              FD fbeneficiaires.
              01 tamp_fbeneficiaires.
                  02 fbn_id PIC 9(5).
                  02 fbn_nom PIC X(30).
                  02 fbn_adresse PIC X(40).
                  02 fbn_nbPersonnes PIC 9(2).
                  02 fbn_dateInscription PIC 9(8).
                  02 fbn_statut PIC X(1).
                  02 fbn_modifPar PIC 9(4).
                  02 fbn_modifDate PIC 9(8).
                  02 fbn_modifHeure PIC 9(6).
                  02 fbn_dateRenouvellement PIC 9(8).
                  02 fbn_sansGluten PIC X(1).
                  02 fbn_sansPorc PIC X(1).
                  02 fbn_sansLactose PIC X(1).
                  02 fbn_prescripteur PIC 9(5).
                  02 fbn_dateOrientation PIC 9(8).

              FD fparametres.
              01 tamp_fparametres.
                  02 fpa_code PIC X(8).
                  02 fpa_libelle PIC X(30).
                  02 fpa_valeur PIC 9(6).

              FD ffournisseurs.
              01 tamp_ffournisseurs.
                  02 ffo_id PIC 9(5).
                  02 ffo_nom PIC X(30).
                  02 ffo_contact PIC X(40).
                  02 ffo_statut PIC X(1).
                  02 ffo_modifPar PIC 9(4).
                  02 ffo_modifDate PIC 9(8).
                  02 ffo_modifHeure PIC 9(6).

              FD freceptions.
              01 tamp_freceptions.
                  02 fre_id PIC 9(5).
                  02 fre_fournisseur PIC 9(5).
                  02 fre_date PIC 9(8).
                  02 fre_produit PIC 9(5).
                  02 fre_centre PIC 9(2).
                  02 fre_quantite PIC 9(6).
                  02 fre_bonLivraison PIC X(10).
                  02 fre_modifPar PIC 9(4).
                  02 fre_lot PIC X(10).

              FD flots.
              01 tamp_flots.
                  02 flo_cle.
                      03 flo_centre PIC 9(2).
                      03 flo_produit PIC 9(5).
                      03 flo_numero PIC X(10).
                  02 flo_dlc PIC 9(8).
                  02 flo_quantite PIC 9(6).
                  02 flo_emplacement PIC X(10).
                  02 flo_source PIC X(2).
                  02 flo_statut PIC X(1).

              FD funites.
              01 tamp_funites.
                  02 fun_code PIC X(3).
                  02 fun_libelle PIC X(20).

              FD fdroits.
              01 tamp_fdroits.
                  02 fdr_cle.
                      03 fdr_role PIC 9(1).
                      03 fdr_fonction PIC X(8).
                  02 fdr_autorise PIC X(1).

              FD ffermetures.
              01 tamp_ffermetures.
                  02 ffe_cle.
                      03 ffe_centre PIC 9(2).
                      03 ffe_date PIC 9(8).
                  02 ffe_libelle PIC X(20).

              FD fhoraires.
              01 tamp_fhoraires.
                  02 fho_code PIC X(2).
                  02 fho_libelle PIC X(20).
                  02 fho_heureDebut PIC 9(4).
                  02 fho_heureFin PIC 9(4).
                  02 fho_capacite PIC 9(3).
                  02 fho_adulte PIC X(1).

              FD finventaires.
              01 tamp_finventaires.
                  02 fiv_id PIC 9(5).
                  02 fiv_centre PIC 9(2).
                  02 fiv_date PIC 9(8).
                  02 fiv_produit PIC 9(5).
                  02 fiv_qteLivre PIC 9(6).
                  02 fiv_qteComptee PIC 9(6).
                  02 fiv_motif PIC X(8).
                  02 fiv_utilisateur PIC 9(4).

              FD fetats.
              01 tamp_fetats.
                  02 fet_id PIC 9(5).
                  02 fet_code PIC X(8).
                  02 fet_date PIC 9(8).
                  02 fet_heure PIC 9(6).
                  02 fet_fichier PIC X(40).

              FD fdonateurs.
              01 tamp_fdonateurs.
                  02 fdo_id PIC 9(5).
                  02 fdo_nom PIC X(30).
                  02 fdo_adresse PIC X(40).
                  02 fdo_statut PIC X(1).
                  02 fdo_modifPar PIC 9(4).
                  02 fdo_modifDate PIC 9(8).
                  02 fdo_modifHeure PIC 9(6).

              FD fdons.
              01 tamp_fdons.
                  02 fdn_id PIC 9(5).
                  02 fdn_donateur PIC 9(5).
                  02 fdn_date PIC 9(8).
                  02 fdn_type PIC X(1).
                  02 fdn_produit PIC 9(5).
                  02 fdn_centre PIC 9(2).
                  02 fdn_quantite PIC 9(6).
                  02 fdn_montant PIC 9(6)V99.
                  02 fdn_recu PIC 9(5).

              FD fheures.
              01 tamp_fheures.
                  02 fhe_id PIC 9(5).
                  02 fhe_benevole PIC 9(4).
                  02 fhe_date PIC 9(8).
                  02 fhe_nbHeures PIC 9(2).
                  02 fhe_distribution PIC 9(5).

              FD faffectations.
              01 tamp_faffectations.
                  02 faf_id PIC 9(5).
                  02 faf_distribution PIC 9(5).
                  02 faf_benevole PIC 9(4).
                  02 faf_statut PIC X(1).

              FD fdistribution-lignes.
              01 tamp_fdistribution-lignes.
                  02 fdl_cle.
                      03 fdl_distribution PIC 9(5).
                      03 fdl_produit PIC 9(5).
                  02 fdl_quantite PIC 9(6).

              FD fdemandes.
              01 tamp_fdemandes.
                  02 fdm_id PIC 9(5).
                  02 fdm_groupe PIC 9(5).
                  02 fdm_date PIC 9(8).
                  02 fdm_horaire PIC X(2).
                  02 fdm_centre PIC 9(2).
                  02 fdm_produit PIC 9(5).
                  02 fdm_quantite PIC 9(6).
                  02 fdm_statut PIC X(1).
                  02 fdm_motif PIC X(30).
                  02 fdm_demandeur PIC 9(4).
                  02 fdm_distribution PIC 9(5).

              FD fcampagnes.
              01 tamp_fcampagnes.
                  02 fca_code PIC X(8).
                  02 fca_libelle PIC X(30).
                  02 fca_dateDebut PIC 9(8).
                  02 fca_dateFin PIC 9(8).
                  02 fca_statut PIC X(1).

              FD fcampagne-cibles.
              01 tamp_fcampagne-cibles.
                  02 fcc_cle.
                      03 fcc_campagne PIC X(8).
                      03 fcc_produit PIC 9(5).
                  02 fcc_quantite PIC 9(6).

              FD fcorrespondances.
              01 tamp_fcorrespondances.
                  02 fcr_cle.
                      03 fcr_type PIC X(2).
                      03 fcr_interne PIC 9(5).
                  02 fcr_externe PIC X(10).

              FD fkardex.
              01 tamp_fkardex.
                  02 fkx_id PIC 9(5).
                  02 fkx_produit PIC 9(5).
                  02 fkx_centre PIC 9(2).
                  02 fkx_type PIC X(1).
                  02 fkx_sens PIC X(1).
                  02 fkx_quantite PIC 9(6).
                  02 fkx_date PIC 9(8).
                  02 fkx_heure PIC 9(6).
                  02 fkx_utilisateur PIC 9(4).
                  02 fkx_reference PIC 9(5).

              FD fhistorique.
              01 tamp_fhistorique.
                  02 fhi_id PIC 9(5).
                  02 fhi_refcle.
                      03 fhi_entite PIC X(2).
                      03 fhi_cle PIC 9(5).
                  02 fhi_champ PIC X(12).
                  02 fhi_ancien PIC X(30).
                  02 fhi_nouveau PIC X(30).
                  02 fhi_utilisateur PIC 9(4).
                  02 fhi_date PIC 9(8).
                  02 fhi_heure PIC 9(6).

              FD fmenages.
              01 tamp_fmenages.
                  02 fmn_cle.
                      03 fmn_beneficiaire PIC 9(5).
                      03 fmn_numPersonne PIC 9(2).
                  02 fmn_dateNaissance PIC 9(8).
                  02 fmn_relation PIC X(12).

              FD frendezvous.
              01 tamp_frendezvous.
                  02 frv_id PIC 9(5).
                  02 frv_beneficiaire PIC 9(5).
                  02 frv_centre PIC 9(2).
                  02 frv_date PIC 9(8).
                  02 frv_horaire PIC X(2).
                  02 frv_statut PIC X(1).

              FD fattentes.
              01 tamp_fattentes.
                  02 fat_id PIC 9(5).
                  02 fat_groupe PIC 9(5).
                  02 fat_centre PIC 9(2).
                  02 fat_produit PIC 9(5).
                  02 fat_quantite PIC 9(6).
                  02 fat_date PIC 9(8).
                  02 fat_statut PIC X(1).

              FD fvehicules.
              01 tamp_fvehicules.
                  02 fvh_id PIC 9(5).
                  02 fvh_immat PIC X(10).
                  02 fvh_libelle PIC X(20).
                  02 fvh_capacite PIC 9(6).
                  02 fvh_statut PIC X(1).

              FD ftournees.
              01 tamp_ftournees.
                  02 fto_id PIC 9(5).
                  02 fto_date PIC 9(8).
                  02 fto_vehicule PIC 9(5).
                  02 fto_chauffeur PIC 9(4).
                  02 fto_statut PIC X(1).

              FD ftournee-etapes.
              01 tamp_ftournee-etapes.
                  02 fte_cle.
                      03 fte_tournee PIC 9(5).
                      03 fte_ordre PIC 9(2).
                  02 fte_type PIC X(1).
                  02 fte_reference PIC 9(5).

              FD ffinanceurs.
              01 tamp_ffinanceurs.
                  02 ffi_id PIC 9(5).
                  02 ffi_nom PIC X(30).
                  02 ffi_contact PIC X(40).
                  02 ffi_statut PIC X(1).

              FD fsubventions.
              01 tamp_fsubventions.
                  02 fsb_id PIC 9(5).
                  02 fsb_financeur PIC 9(5).
                  02 fsb_libelle PIC X(30).
                  02 fsb_dateDebut PIC 9(8).
                  02 fsb_dateFin PIC 9(8).
                  02 fsb_montant PIC 9(8)V99.
                  02 fsb_statut PIC X(1).

              FD fcertifications.
              01 tamp_fcertifications.
                  02 fct_cle.
                      03 fct_benevole PIC 9(4).
                      03 fct_code PIC X(8).
                  02 fct_libelle PIC X(20).
                  02 fct_dateObtention PIC 9(8).
                  02 fct_dateExpiration PIC 9(8).

              FD fexigences.
              01 tamp_fexigences.
                  02 fex_categorie PIC X(12).
                  02 fex_certification PIC X(8).

              FD fdelegations.
              01 tamp_fdelegations.
                  02 fdg_cle.
                      03 fdg_utilisateur PIC 9(4).
                      03 fdg_fonction PIC X(8).
                  02 fdg_dateDebut PIC 9(8).
                  02 fdg_dateFin PIC 9(8).

              FD fcollectes.
              01 tamp_fcollectes.
                  02 fcl_id PIC 9(5).
                  02 fcl_date PIC 9(8).
                  02 fcl_lieu PIC X(30).
                  02 fcl_centre PIC 9(2).
                  02 fcl_statut PIC X(1).

              FD fcollecte-pesees.
              01 tamp_fcollecte-pesees.
                  02 fpe_cle.
                      03 fpe_collecte PIC 9(5).
                      03 fpe_categorie PIC X(12).
                  02 fpe_produit PIC 9(5).
                  02 fpe_quantite PIC 9(6).

              FD fcollecte-equipe.
              01 tamp_fcollecte-equipe.
                  02 fcq_cle.
                      03 fcq_collecte PIC 9(5).
                      03 fcq_benevole PIC 9(4).

              FD fsubstitutions.
              01 tamp_fsubstitutions.
                  02 fsu_cle.
                      03 fsu_produit PIC 9(5).
                      03 fsu_substitut PIC 9(5).

              FD feans.
              01 tamp_feans.
                  02 fea_code PIC X(13).
                  02 fea_produit PIC 9(5).

              FD fantennes.
              01 tamp_fantennes.
                  02 fan_code PIC 9(2).
                  02 fan_libelle PIC X(30).

              FD fclotures.
              01 tamp_fclotures.
                  02 fcj_cle.
                      03 fcj_centre PIC 9(2).
                      03 fcj_date PIC 9(8).
                  02 fcj_statut PIC X(1).
                  02 fcj_par PIC 9(4).
                  02 fcj_heure PIC 9(6).

              FD fperiodes.
              01 tamp_fperiodes.
                  02 fpd_mois PIC 9(6).
                  02 fpd_statut PIC X(1).
                  02 fpd_par PIC 9(4).
                  02 fpd_date PIC 9(8).

              FD fsoldes.
              01 tamp_fsoldes.
                  02 fso_cle.
                      03 fso_mois PIC 9(6).
                      03 fso_centre PIC 9(2).
                      03 fso_produit PIC 9(5).
                  02 fso_quantite PIC 9(6).

              FD fusages.
              01 tamp_fusages.
                  02 fus_id PIC 9(5).
                  02 fus_utilisateur PIC 9(4).
                  02 fus_fonction PIC X(8).
                  02 fus_date PIC 9(8).
                  02 fus_heure PIC 9(6).

              FD fnotes.
              01 tamp_fnotes.
                  02 fns_id PIC 9(5).
                  02 fns_beneficiaire PIC 9(5).
                  02 fns_date PIC 9(8).
                  02 fns_auteur PIC 9(4).
                  02 fns_texte PIC X(60).

              FD fcommandes.
              01 tamp_fcommandes.
                  02 fcm_id PIC 9(5).
                  02 fcm_fournisseur PIC 9(5).
                  02 fcm_date PIC 9(8).
                  02 fcm_statut PIC X(1).

              FD fcommande-lignes.
              01 tamp_fcommande-lignes.
                  02 fcg_cle.
                      03 fcg_commande PIC 9(5).
                      03 fcg_produit PIC 9(5).
                  02 fcg_qteCommandee PIC 9(6).
                  02 fcg_qteRecue PIC 9(6).

              FD fprix.
              01 tamp_fprix.
                  02 fpx_cle.
                      03 fpx_fournisseur PIC 9(5).
                      03 fpx_produit PIC 9(5).
                      03 fpx_dateDebut PIC 9(8).
                  02 fpx_prix PIC 9(6)V99.

              FD farchive.
              01 tamp_farchive.
                  02 fax_id PIC 9(5).
                  02 fax_idGroupe PIC 9(5).
                  02 fax_date PIC 9(8).
                  02 fax_centre PIC 9(2).
                  02 fax_horaire PIC X(2).
                  02 fax_produit PIC 9(5).
                  02 fax_quantite PIC 9(6).
                  02 fax_statut PIC X(1).
                  02 fax_beneficiaire PIC 9(5).
                  02 fax_nbBenevoles PIC 9(2).
                  02 fax_campagne PIC X(8).
                  02 fax_modifPar PIC 9(4).
                  02 fax_modifDate PIC 9(8).
                  02 fax_modifHeure PIC 9(6).

              FD fplanifications.
              01 tamp_fplanifications.
                  02 fpl_id PIC 9(5).
                  02 fpl_groupe PIC 9(5).
                  02 fpl_centre PIC 9(2).
                  02 fpl_horaire PIC X(2).
                  02 fpl_produit PIC 9(5).
                  02 fpl_quantite PIC 9(6).
                  02 fpl_jourSemaine PIC 9(1).
                  02 fpl_nbBenevoles PIC 9(2).
                  02 fpl_statut PIC X(1).

              FD fecarts.
              01 tamp_fecarts.
                  02 fec_cle.
                      03 fec_distribution PIC 9(5).
                      03 fec_produit PIC 9(5).
                  02 fec_qtePrevue PIC 9(6).
                  02 fec_qteServie PIC 9(6).
                  02 fec_motif PIC X(8).
                  02 fec_date PIC 9(8).

              FD fretours.
              01 tamp_fretours.
                  02 frt_id PIC 9(5).
                  02 frt_distribution PIC 9(5).
                  02 frt_produit PIC 9(5).
                  02 frt_qteRestock PIC 9(6).
                  02 frt_qteCasse PIC 9(6).
                  02 frt_date PIC 9(8).

              FD fdestructions.
              01 tamp_fdestructions.
                  02 fds_id PIC 9(5).
                  02 fds_centre PIC 9(2).
                  02 fds_produit PIC 9(5).
                  02 fds_lot PIC X(10).
                  02 fds_dlc PIC 9(8).
                  02 fds_quantite PIC 9(6).
                  02 fds_statut PIC X(1).
                  02 fds_proposePar PIC 9(4).
                  02 fds_validePar PIC 9(4).
                  02 fds_date PIC 9(8).

              FD fencaissements.
              01 tamp_fencaissements.
                  02 fen_id PIC 9(5).
                  02 fen_distribution PIC 9(5).
                  02 fen_centre PIC 9(2).
                  02 fen_date PIC 9(8).
                  02 fen_montant PIC 9(6)V99.

              FD framasses.
              01 tamp_framasses.
                  02 frm_id PIC 9(5).
                  02 frm_fournisseur PIC 9(5).
                  02 frm_jourSemaine PIC 9(1).
                  02 frm_centre PIC 9(2).
                  02 frm_statut PIC X(1).

              FD ftemperatures.
              01 tamp_ftemperatures.
                  02 ftp_id PIC 9(5).
                  02 ftp_centre PIC 9(2).
                  02 ftp_produit PIC 9(5).
                  02 ftp_lot PIC X(10).
                  02 ftp_type PIC X(1).
                  02 ftp_date PIC 9(8).
                  02 ftp_heure PIC 9(6).
                  02 ftp_temperature PIC S9(2)V9.
                  02 ftp_conforme PIC X(1).
                  02 ftp_equipement PIC 9(5).

              FD fpartenaires.
              01 tamp_fpartenaires.
                  02 fpt_id PIC 9(5).
                  02 fpt_nom PIC X(30).
                  02 fpt_contact PIC X(40).
                  02 fpt_conventionDebut PIC 9(8).
                  02 fpt_conventionFin PIC 9(8).
                  02 fpt_tonnageMax PIC 9(6).
                  02 fpt_statut PIC X(1).

              FD fdistribution-partenaires.
              01 tamp_fdistribution-partenaires.
                  02 fdpt_distribution PIC 9(5).
                  02 fdpt_partenaire PIC 9(5).

              FD fprescripteurs.
              01 tamp_fprescripteurs.
                  02 fps_id PIC 9(5).
                  02 fps_nom PIC X(30).
                  02 fps_organisme PIC X(30).
                  02 fps_contact PIC X(40).
                  02 fps_statut PIC X(1).

              FD fconsommations.
              01 tamp_fconsommations.
                  02 fcs_id PIC 9(5).
                  02 fcs_numero PIC X(10).
                  02 fcs_centre PIC 9(2).
                  02 fcs_produit PIC 9(5).
                  02 fcs_distribution PIC 9(5).
                  02 fcs_quantite PIC 9(6).
                  02 fcs_date PIC 9(8).
                  02 fcs_emplacement PIC X(10).
                  02 fcs_dlc PIC 9(8).

              FD fseuils-proposes.
              01 tamp_fseuils-proposes.
                  02 fsp_cle.
                      03 fsp_centre PIC 9(2).
                      03 fsp_produit PIC 9(5).
                  02 fsp_seuilActuel PIC 9(6).
                  02 fsp_seuilPropose PIC 9(6).
                  02 fsp_conso PIC 9(7).
                  02 fsp_statut PIC X(1).

              FD fpointages.
              01 tamp_fpointages.
                  02 fpg_id PIC 9(5).
                  02 fpg_benevole PIC 9(4).
                  02 fpg_distribution PIC 9(5).
                  02 fpg_date PIC 9(8).
                  02 fpg_heureArrivee PIC 9(6).
                  02 fpg_heureDepart PIC 9(6).

              FD fincidents.
              01 tamp_fincidents.
                  02 fin_id PIC 9(5).
                  02 fin_date PIC 9(8).
                  02 fin_centre PIC 9(2).
                  02 fin_distribution PIC 9(5).
                  02 fin_type PIC X(12).
                  02 fin_gravite PIC 9(1).
                  02 fin_personne PIC 9(5).
                  02 fin_typePersonne PIC X(1).
                  02 fin_texte PIC X(60).

              FD fpaniers.
              01 tamp_fpaniers.
                  02 fpn_code PIC X(8).
                  02 fpn_libelle PIC X(30).
                  02 fpn_saison PIC X(8).
                  02 fpn_statut PIC X(1).

              FD fpanier-lignes.
              01 tamp_fpanier-lignes.
                  02 fpb_cle.
                      03 fpb_panier PIC X(8).
                      03 fpb_produit PIC 9(5).
                  02 fpb_quantite PIC 9(6).

              FD fcahier.
              01 tamp_fcahier.
                  02 fch_id PIC 9(5).
                  02 fch_centre PIC 9(2).
                  02 fch_date PIC 9(8).
                  02 fch_heure PIC 9(6).
                  02 fch_auteur PIC 9(4).
                  02 fch_texte PIC X(60).

              FD fcahier-lus.
              01 tamp_fcahier-lus.
                  02 fcu_cle.
                      03 fcu_utilisateur PIC 9(4).
                      03 fcu_centre PIC 9(2).
                  02 fcu_dernierDate PIC 9(8).
                  02 fcu_dernierHeure PIC 9(6).

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

              FD fvehicule-echeances.
              01 tamp_fvehicule-echeances.
                  02 fve_cle.
                      03 fve_vehicule PIC 9(5).
                      03 fve_type PIC X(2).
                  02 fve_echeance PIC 9(8).
                  02 fve_derniere PIC 9(8).
                  02 fve_modifPar PIC 9(4).
                  02 fve_modifDate PIC 9(8).

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

              FD ftypesjustif.
              01 tamp_ftypesjustif.
                  02 ftj_code PIC X(3).
                  02 ftj_libelle PIC X(30).
                  02 ftj_obligatoire PIC X(1).
                  02 ftj_validiteJours PIC 9(4).

              FD fjustificatifs.
              01 tamp_fjustificatifs.
                  02 fju_cle.
                      03 fju_beneficiaire PIC 9(5).
                      03 fju_type PIC X(3).
                  02 fju_dateReception PIC 9(8).
                  02 fju_dateExpiration PIC 9(8).
                  02 fju_verifiePar PIC 9(4).

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

              FD fsources.
              01 tamp_fsources.
                  02 fsf_code PIC X(2).
                  02 fsf_libelle PIC X(30).
                  02 fsf_reserveBenef PIC X(1).

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

              FD ffacture-lignes.
              01 tamp_ffacture-lignes.
                  02 ffl_cle.
                      03 ffl_facture PIC 9(5).
                      03 ffl_produit PIC 9(5).
                  02 ffl_quantite PIC 9(6).
                  02 ffl_prixUnitaire PIC 9(6)V99.
                  02 ffl_ecart PIC X(1).

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

              FD fdistcrises.
              01 tamp_fdistcrises.
                  02 fdk_distribution PIC 9(5).
                  02 fdk_crise PIC 9(5).
                  02 fdk_date PIC 9(8).
                  02 fdk_centre PIC 9(2).
                  02 fdk_quantiteSupp PIC 9(6).
                  02 fdk_jourSupp PIC X(1).

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

              FD fcontroles.
              01 tamp_fcontroles.
                  02 fct_entite PIC X(2).
                  02 fct_nbEnreg PIC 9(7).
                  02 fct_somme PIC 9(9).
                  02 fct_date PIC 9(8).
                  02 fct_heure PIC 9(6).

              FD flignes-archive.
              01 tamp_flignes-archive.
                  02 fdlx_cle.
                      03 fdlx_distribution PIC 9(5).
                      03 fdlx_produit PIC 9(5).
                  02 fdlx_quantite PIC 9(6).

              FD fjournal-archive.
              01 tamp_fjournal-archive.
                  02 fjx_id PIC 9(5).
                  02 fjx_idUtilisateur PIC 9(4).
                  02 fjx_date PIC 9(8).
                  02 fjx_heure PIC 9(6).
                  02 fjx_resultat PIC X(1).
                  02 fjx_admin PIC 9(4).

              FD fmouvements-archive.
              01 tamp_fmouvements-archive.
                  02 fmx_id PIC 9(5).
                  02 fmx_centreSource PIC 9(2).
                  02 fmx_centreDest PIC 9(2).
                  02 fmx_produit PIC 9(5).
                  02 fmx_quantite PIC 9(6).
                  02 fmx_date PIC 9(8).
                  02 fmx_statut PIC X(1).
                  02 fmx_demandePar PIC 9(4).
                  02 fmx_validePar PIC 9(4).
                  02 fmx_motif PIC X(30).

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

              FD freglements.
              01 tamp_freglements.
                  02 frg_cle.
                      03 frg_mois PIC 9(6).
                      03 frg_source PIC 9(2).
                      03 frg_dest PIC 9(2).
                  02 frg_montant PIC 9(9)V99.
                  02 frg_nbTransferts PIC 9(5).
                  02 frg_calculDate PIC 9(8).

              FD fqualite.
              01 tamp_fqualite.
                  02 fqs_cle.
                      03 fqs_niveau PIC X(1).
                      03 fqs_code PIC 9(2).
                      03 fqs_date PIC 9(8).
                  02 fqs_nbControles PIC 9(7).
                  02 fqs_nbAnomalies PIC 9(7).
                  02 fqs_score PIC 9(3)V9.

              FD fapres-images.
              01 tamp_fapres-images.
                  02 fai_date PIC 9(8).
                  02 fai_heure PIC 9(8).
                  02 fai_origine PIC X(9).
                  02 fai_fichier PIC X(2).
                  02 fai_operation PIC X(1).
                  02 fai_image PIC X(300).

              FD fformation.
           COPY "formation_record.cpy".

              FD ftravail.
              01 tamp_ftravail PIC X(400).

              FD frapport.
              01 Wligne-rapport PIC X(150).

              FD fbatch-runs.
              01 tamp_fbatch-runs.
                  02 fbr_id PIC 9(5).
                  02 fbr_programme PIC X(12).
                  02 fbr_dateDebut PIC 9(8).
                  02 fbr_heureDebut PIC 9(6).
                  02 fbr_statut PIC X(1).
                  02 fbr_checkpoint PIC 9(8).
                  02 fbr_dateFin PIC 9(8).
                  02 fbr_heureFin PIC 9(6).

              WORKING-STORAGE SECTION.
              77 cr_fbe PIC 9(2).
              77 cr_autoinc PIC 9(2).
              77 cr_fcentres PIC 9(2).
              77 cr_fdistributions PIC 9(2).
              77 cr_fgroupes PIC 9(2).
              77 cr_fproduits PIC 9(2).
              77 cr_fjournal PIC 9(2).
              77 cr_froles PIC 9(2).
              77 cr_fcentre_produits PIC 9(2).
              77 cr_fmouvements PIC 9(2).
              77 cr_fdisponibilites PIC 9(2).
              77 cr_fliaisongroupe PIC 9(2).
              77 cr_fbeneficiaires PIC 9(2).
              77 cr_fparametres PIC 9(2).
              77 cr_ffournisseurs PIC 9(2).
              77 cr_freceptions PIC 9(2).
              77 cr_flots PIC 9(2).
              77 cr_funites PIC 9(2).
              77 cr_fdroits PIC 9(2).
              77 cr_ffermetures PIC 9(2).
              77 cr_fhoraires PIC 9(2).
              77 cr_finventaires PIC 9(2).
              77 cr_fetats PIC 9(2).
              77 cr_fdonateurs PIC 9(2).
              77 cr_fdons PIC 9(2).
              77 cr_fheures PIC 9(2).
              77 cr_faffectations PIC 9(2).
              77 cr_fdistribution-lignes PIC 9(2).
              77 cr_fdemandes PIC 9(2).
              77 cr_fcampagnes PIC 9(2).
              77 cr_fcampagne-cibles PIC 9(2).
              77 cr_fcorrespondances PIC 9(2).
              77 cr_fkardex PIC 9(2).
              77 cr_fhistorique PIC 9(2).
              77 cr_fmenages PIC 9(2).
              77 cr_frendezvous PIC 9(2).
              77 cr_fattentes PIC 9(2).
              77 cr_fvehicules PIC 9(2).
              77 cr_ftournees PIC 9(2).
              77 cr_ftournee-etapes PIC 9(2).
              77 cr_ffinanceurs PIC 9(2).
              77 cr_fsubventions PIC 9(2).
              77 cr_fcertifications PIC 9(2).
              77 cr_fexigences PIC 9(2).
              77 cr_fdelegations PIC 9(2).
              77 cr_fcollectes PIC 9(2).
              77 cr_fcollecte-pesees PIC 9(2).
              77 cr_fcollecte-equipe PIC 9(2).
              77 cr_fsubstitutions PIC 9(2).
              77 cr_feans PIC 9(2).
              77 cr_fantennes PIC 9(2).
              77 cr_fclotures PIC 9(2).
              77 cr_fperiodes PIC 9(2).
              77 cr_fsoldes PIC 9(2).
              77 cr_fusages PIC 9(2).
              77 cr_fnotes PIC 9(2).
              77 cr_fcommandes PIC 9(2).
              77 cr_fcommande-lignes PIC 9(2).
              77 cr_fprix PIC 9(2).
              77 cr_farchive PIC 9(2).
              77 cr_fplanifications PIC 9(2).
              77 cr_fecarts PIC 9(2).
              77 cr_fretours PIC 9(2).
              77 cr_fdestructions PIC 9(2).
              77 cr_fencaissements PIC 9(2).
              77 cr_framasses PIC 9(2).
              77 cr_ftemperatures PIC 9(2).
              77 cr_fpartenaires PIC 9(2).
              77 cr_fdistribution-partenaires PIC 9(2).
              77 cr_fprescripteurs PIC 9(2).
              77 cr_fconsommations PIC 9(2).
              77 cr_fseuils-proposes PIC 9(2).
              77 cr_fpointages PIC 9(2).
              77 cr_fincidents PIC 9(2).
              77 cr_fpaniers PIC 9(2).
              77 cr_fpanier-lignes PIC 9(2).
              77 cr_fcahier PIC 9(2).
              77 cr_fcahier-lus PIC 9(2).
              77 cr_ftournee-retours PIC 9(2).
              77 cr_fvehicule-journal PIC 9(2).
              77 cr_fvehicule-echeances PIC 9(2).
              77 cr_ffrais PIC 9(2).
              77 cr_frecus PIC 9(2).
              77 cr_fsubv-affect PIC 9(2).
              77 cr_fbudgets PIC 9(2).
              77 cr_fnutrition PIC 9(2).
              77 cr_fcartes PIC 9(2).
              77 cr_fevaluations PIC 9(2).
              77 cr_ftypesjustif PIC 9(2).
              77 cr_fjustificatifs PIC 9(2).
              77 cr_forientations PIC 9(2).
              77 cr_fextraits PIC 9(2).
              77 cr_furgences PIC 9(2).
              77 cr_fcarnets PIC 9(2).
              77 cr_fcheques PIC 9(2).
              77 cr_fsources PIC 9(2).
              77 cr_fmvsources PIC 9(2).
              77 cr_foffres PIC 9(2).
              77 cr_fquarantaines PIC 9(2).
              77 cr_fcomptages PIC 9(2).
              77 cr_ffactures PIC 9(2).
              77 cr_ffacture-lignes PIC 9(2).
              77 cr_fequipements PIC 9(2).
              77 cr_fmaintenances PIC 9(2).
              77 cr_fechanges PIC 9(2).
              77 cr_fattestations PIC 9(2).
              77 cr_frevues PIC 9(2).
              77 cr_fmotsdepasse PIC 9(2).
              77 cr_fversions PIC 9(2).
              77 cr_fparhist PIC 9(2).
              77 cr_fcrises PIC 9(2).
              77 cr_fdistcrises PIC 9(2).
              77 cr_fexercices PIC 9(2).
              77 cr_fajustements PIC 9(2).
              77 cr_flivraisons PIC 9(2).
              77 cr_fcontroles PIC 9(2).
              77 cr_flignes-archive PIC 9(2).
              77 cr_fjournal-archive PIC 9(2).
              77 cr_fmouvements-archive PIC 9(2).
              77 cr_fcapacite PIC 9(2).
              77 cr_freglements PIC 9(2).
              77 cr_fqualite PIC 9(2).
              77 cr_fapres-images PIC 9(2).
              77 cr_fformation PIC 9(2).
              77 cr_ftravail PIC 9(2).
              77 cr_frapport PIC 9(2).
              77 cr_fbatch-runs PIC 9(2).
              77 WnomFichier PIC X(80).
              77 WnomCourt PIC X(40).
              77 WrepFormation PIC X(40).
              77 Wreponse PIC X(1).
              77 Wfin PIC 9.
              77 Wvide PIC 9.
              77 WcrSource PIC 9(2).
              77 WcrCible PIC 9(2).
              77 WnbLus PIC 9(7).
              77 WnbEcrits PIC 9(7).
              77 WnbFichiers PIC 9(3).
              77 WnbAbsents PIC 9(3).
              77 WnbErreurs PIC 9(3).
              77 WnbBrouilles PIC 9(6).
              77 WnbComptes PIC 9(4).
              77 Wdt PIC X(21).
              77 WdateJour PIC 9(8).
              77 WheureJour PIC 9(6).
              77 WidTexte PIC 9(4).
              77 Wmdp-formation PIC X(30) VALUE "Formation1".
              77 Wmdp-hache PIC X(30).
              77 Whash PIC 9(10).
              77 Whashidx PIC 9(2).
              01 Wmdp-carac.
                 02 Wmdp-octet PIC X(1) OCCURS 30 TIMES.
              77 WgraineFictive PIC 9(6).
              77 WquotientFictif PIC 9(6).
              77 WidxPrenom PIC 9(2).
              77 WidxNom PIC 9(2).
              77 WidxVoie PIC 9(2).
              77 WnumVoie PIC 9(3).
              77 WnumVoieEdit PIC Z(2)9.
              77 WprenomFictif PIC X(12).
              77 WnomFictif PIC X(12).
              77 WidentiteFictive PIC X(30).
              77 WadresseFictive PIC X(40).
              77 WemailFictif PIC X(40).
              01 Wtel-fictif.
                 02 FILLER PIC X(3) VALUE "06 ".
                 02 Wtel-p1 PIC 9(2).
                 02 FILLER PIC X(1) VALUE " ".
                 02 Wtel-p2 PIC 9(2).
                 02 FILLER PIC X(1) VALUE " ".
                 02 Wtel-p3 PIC 9(2).
                 02 FILLER PIC X(1) VALUE " ".
                 02 Wtel-p4 PIC 9(2).
              01 Wtab-prenoms.
                 02 FILLER PIC X(12) VALUE "Marie".
                 02 FILLER PIC X(12) VALUE "Jean".
                 02 FILLER PIC X(12) VALUE "Sophie".
                 02 FILLER PIC X(12) VALUE "Pierre".
                 02 FILLER PIC X(12) VALUE "Claire".
                 02 FILLER PIC X(12) VALUE "Louis".
                 02 FILLER PIC X(12) VALUE "Anne".
                 02 FILLER PIC X(12) VALUE "Paul".
                 02 FILLER PIC X(12) VALUE "Camille".
                 02 FILLER PIC X(12) VALUE "Julien".
                 02 FILLER PIC X(12) VALUE "Julie".
                 02 FILLER PIC X(12) VALUE "Nicolas".
                 02 FILLER PIC X(12) VALUE "Isabelle".
                 02 FILLER PIC X(12) VALUE "Michel".
                 02 FILLER PIC X(12) VALUE "Nathalie".
                 02 FILLER PIC X(12) VALUE "Francois".
                 02 FILLER PIC X(12) VALUE "Sylvie".
                 02 FILLER PIC X(12) VALUE "Antoine".
                 02 FILLER PIC X(12) VALUE "Celine".
                 02 FILLER PIC X(12) VALUE "Thomas".
              01 Wtab-prenoms-r REDEFINES Wtab-prenoms.
                 02 Wprenom-tab PIC X(12) OCCURS 20 TIMES.
              01 Wtab-noms.
                 02 FILLER PIC X(12) VALUE "Martin".
                 02 FILLER PIC X(12) VALUE "Bernard".
                 02 FILLER PIC X(12) VALUE "Dubois".
                 02 FILLER PIC X(12) VALUE "Durand".
                 02 FILLER PIC X(12) VALUE "Lefebvre".
                 02 FILLER PIC X(12) VALUE "Leroy".
                 02 FILLER PIC X(12) VALUE "Moreau".
                 02 FILLER PIC X(12) VALUE "Simon".
                 02 FILLER PIC X(12) VALUE "Laurent".
                 02 FILLER PIC X(12) VALUE "Michaud".
                 02 FILLER PIC X(12) VALUE "Garnier".
                 02 FILLER PIC X(12) VALUE "Faure".
                 02 FILLER PIC X(12) VALUE "Rousseau".
                 02 FILLER PIC X(12) VALUE "Blanc".
                 02 FILLER PIC X(12) VALUE "Guerin".
                 02 FILLER PIC X(12) VALUE "Muller".
                 02 FILLER PIC X(12) VALUE "Henry".
                 02 FILLER PIC X(12) VALUE "Roussel".
                 02 FILLER PIC X(12) VALUE "Nicolas".
                 02 FILLER PIC X(12) VALUE "Perrin".
              01 Wtab-noms-r REDEFINES Wtab-noms.
                 02 Wnom-tab PIC X(12) OCCURS 20 TIMES.
              01 Wtab-voies.
                 02 FILLER PIC X(24) VALUE "rue des Lilas".
                 02 FILLER PIC X(24) VALUE "avenue Jean Jaures".
                 02 FILLER PIC X(24) VALUE "rue de la Gare".
                 02 FILLER PIC X(24) VALUE "place de la Mairie".
                 02 FILLER PIC X(24) VALUE "rue Victor Hugo".
                 02 FILLER PIC X(24) VALUE "chemin des Vignes".
                 02 FILLER PIC X(24) VALUE "rue Pasteur".
                 02 FILLER PIC X(24) VALUE "boulevard de la Liberte".
                 02 FILLER PIC X(24) VALUE "impasse des Tilleuls".
                 02 FILLER PIC X(24) VALUE "rue du Moulin".
                 02 FILLER PIC X(24) VALUE "allee des Peupliers".
                 02 FILLER PIC X(24) VALUE "rue de l'Eglise".
                 02 FILLER PIC X(24) VALUE "route de la Foret".
                 02 FILLER PIC X(24) VALUE "rue des Ecoles".
                 02 FILLER PIC X(24) VALUE "quai des Tanneurs".
              01 Wtab-voies-r REDEFINES Wtab-voies.
                 02 Wvoie-tab PIC X(24) OCCURS 15 TIMES.
              77 Wprogramme PIC X(12).
              77 WidRun PIC 9(5).
              77 WmaxRun PIC 9(5).
              77 Wreprise PIC 9(1).
              77 Wcheckpoint PIC 9(8).
              77 WcheckpointRepris PIC 9(8).
              77 WstatutDernier PIC X(1).
              77 WdernierCheckpoint PIC 9(8).
              77 WfinRun PIC 9.
              77 WvfFichier PIC X(30).
              77 WvfAttendue PIC 9(3).
              77 WvfTrouvee PIC 9(3).
              77 WversionRefus PIC 9(1).

              PROCEDURE DIVISION.
              MOVE "versions_fichiers.dat" TO WnomFichier
              MOVE 0 TO WversionRefus
              MOVE "lots.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "journal.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "temperatures.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "lot_consommations.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "distributions.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "demandes.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              MOVE "distributions_archive.dat" TO WvfFichier
              PERFORM Controler_version_fichier
              IF WversionRefus = 1 THEN
                  DISPLAY "Traitement refuse : lancer la conversion "
                      "des fichiers (conversion_fichiers)."
                  STOP RUN
              END-IF

              DISPLAY "=== Copie de formation des fichiers ==="
              DISPLAY "Les noms, adresses, telephones et e-mails sont "
                  "remplaces par des valeurs fictives."
              DISPLAY "Repertoire de la copie (vide = formation) : "
              MOVE SPACES TO WrepFormation
              ACCEPT WrepFormation
              IF WrepFormation = SPACES THEN
                  MOVE "formation" TO WrepFormation
              END-IF
              IF WrepFormation = "." OR WrepFormation = "./" OR
                      WrepFormation = ".." THEN
                  DISPLAY "Copie refusee : le repertoire de formation "
                      "doit etre distinct des fichiers reels."
                  STOP RUN
              END-IF

              PERFORM Controler_repertoire_cible

              DISPLAY "Tous les fichiers du repertoire "
                  FUNCTION TRIM(WrepFormation) " seront remplaces."
              DISPLAY "Confirmer la copie (O/N) : "
              MOVE SPACES TO Wreponse
              ACCEPT Wreponse
              IF Wreponse NOT = "O" AND Wreponse NOT = "o" THEN
                  DISPLAY "Copie abandonnee."
                  STOP RUN
              END-IF

              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO WdateJour
              MOVE Wdt(9:6) TO WheureJour
              MOVE 0 TO WnbFichiers
              MOVE 0 TO WnbAbsents
              MOVE 0 TO WnbErreurs
              MOVE 0 TO WnbBrouilles
              MOVE 0 TO WnbComptes
              PERFORM Hacher_mdp_formation
              PERFORM Ecrire_marque_formation

              MOVE "COPFORMAT" TO Wprogramme
              PERFORM Ouvrir_controle_batch

              OPEN OUTPUT frapport
              MOVE SPACES TO Wligne-rapport
              STRING "=== Copie de formation du " WdateJour " vers "
                  FUNCTION TRIM(WrepFormation) " ==="
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE "Comptes de formation (identifiant, role, centre) :"
                  TO Wligne-rapport
              WRITE Wligne-rapport

              PERFORM Copier_benevoles
              PERFORM Copier_autoinc
              PERFORM Copier_centres
              PERFORM Copier_distributions
              PERFORM Copier_groupes
              PERFORM Copier_produits
              PERFORM Copier_journal
              PERFORM Copier_roles
              PERFORM Copier_centre_produits
              PERFORM Copier_mouvements
              PERFORM Copier_disponibilites
              PERFORM Copier_liaison_groupe
              PERFORM Copier_beneficiaires
              PERFORM Copier_parametres
              PERFORM Copier_fournisseurs
              PERFORM Copier_receptions
              PERFORM Copier_lots
              PERFORM Copier_unites
              PERFORM Copier_droits
              PERFORM Copier_fermetures
              PERFORM Copier_horaires
              PERFORM Copier_inventaires
              PERFORM Copier_etats
              PERFORM Copier_donateurs
              PERFORM Copier_dons
              PERFORM Copier_heures
              PERFORM Copier_affectations
              PERFORM Copier_distribution_lignes
              PERFORM Copier_demandes
              PERFORM Copier_campagnes
              PERFORM Copier_campagne_cibles
              PERFORM Copier_correspondances
              PERFORM Copier_kardex
              PERFORM Copier_historique
              PERFORM Copier_menages
              PERFORM Copier_rendezvous
              PERFORM Copier_attentes
              PERFORM Copier_vehicules
              PERFORM Copier_tournees
              PERFORM Copier_tournee_etapes
              PERFORM Copier_financeurs
              PERFORM Copier_subventions
              PERFORM Copier_certifications
              PERFORM Copier_exigences
              PERFORM Copier_delegations
              PERFORM Copier_collectes
              PERFORM Copier_collecte_pesees
              PERFORM Copier_collecte_equipe
              PERFORM Copier_substitutions
              PERFORM Copier_eans
              PERFORM Copier_antennes
              PERFORM Copier_clotures
              PERFORM Copier_periodes
              PERFORM Copier_soldes_ouverture
              PERFORM Copier_usages
              PERFORM Copier_notes_sociales
              PERFORM Copier_commandes
              PERFORM Copier_commande_lignes
              PERFORM Copier_prix_fournisseurs
              PERFORM Copier_distributions_archive
              PERFORM Copier_planifications
              PERFORM Copier_ecarts
              PERFORM Copier_retours
              PERFORM Copier_destructions
              PERFORM Copier_encaissements
              PERFORM Copier_ramasses
              PERFORM Copier_temperatures
              PERFORM Copier_partenaires
              PERFORM Copier_distrib_partenaires
              PERFORM Copier_prescripteurs
              PERFORM Copier_lot_consommations
              PERFORM Copier_seuils_proposes
              PERFORM Copier_pointages
              PERFORM Copier_incidents
              PERFORM Copier_paniers
              PERFORM Copier_panier_lignes
              PERFORM Copier_cahier_liaison
              PERFORM Copier_cahier_lus
              PERFORM Copier_tournee_retours
              PERFORM Copier_vehicule_journal
              PERFORM Copier_vehicule_echeances
              PERFORM Copier_notes_frais
              PERFORM Copier_recus_fiscaux
              PERFORM Copier_subvention_affectations
              PERFORM Copier_budgets
              PERFORM Copier_nutrition
              PERFORM Copier_cartes_beneficiaires
              PERFORM Copier_evaluations_sociales
              PERFORM Copier_types_justificatifs
              PERFORM Copier_justificatifs
              PERFORM Copier_orientations_sortantes
              PERFORM Copier_extraits_rgpd
              PERFORM Copier_accueils_urgence
              PERFORM Copier_carnets_cheques
              PERFORM Copier_cheques_services
              PERFORM Copier_sources_financement
              PERFORM Copier_mouvements_sources
              PERFORM Copier_offres_surplus
              PERFORM Copier_quarantaines
              PERFORM Copier_plan_comptages
              PERFORM Copier_factures_fournisseurs
              PERFORM Copier_facture_lignes
              PERFORM Copier_equipements
              PERFORM Copier_maintenances
              PERFORM Copier_echanges_affectations
              PERFORM Copier_attestations
              PERFORM Copier_revues_habilitations
              PERFORM Copier_mots_de_passe
              PERFORM Copier_versions_fichiers
              PERFORM Copier_parametres_historique
              PERFORM Copier_crises
              PERFORM Copier_distributions_crises
              PERFORM Copier_exercices
              PERFORM Copier_ajustements_exercice
              PERFORM Copier_livraisons_domicile
              PERFORM Copier_controles
              PERFORM Copier_lignes_archive
              PERFORM Copier_journal_archive
              PERFORM Copier_mouvements_archive
              PERFORM Copier_capacite_compteurs
              PERFORM Copier_reglements_antennes
              PERFORM Copier_qualite_scores
              PERFORM Creer_apres_images

              MOVE WnbFichiers TO Wcheckpoint
              PERFORM Ecrire_marque_formation
              PERFORM Clore_controle_batch

              MOVE SPACES TO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING WnbFichiers " fichier(s) copie(s), " WnbAbsents
                  " absent(s) cree(s) vide(s), " WnbErreurs
                  " erreur(s), " WnbBrouilles
                  " enregistrement(s) rendu(s) anonyme(s)."
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              MOVE SPACES TO Wligne-rapport
              STRING "Mot de passe de formation de tous les comptes : "
                  FUNCTION TRIM(Wmdp-formation)
                  DELIMITED BY SIZE INTO Wligne-rapport
              WRITE Wligne-rapport
              CLOSE frapport

              DISPLAY WnbFichiers " fichier(s) copie(s), "
                  WnbErreurs " erreur(s), voir copie_formation.txt"
              DISPLAY "Mot de passe de formation : "
                  FUNCTION TRIM(Wmdp-formation)
              DISPLAY "Lancer l'application depuis le repertoire "
                  FUNCTION TRIM(WrepFormation) "."
              STOP RUN.

              Controler_repertoire_cible.
              MOVE "formation.dat" TO WnomCourt
              PERFORM Preparer_cible
              OPEN INPUT fformation
              IF cr_fformation = 00 THEN
                  CLOSE fformation
              ELSE
                  MOVE "benevoles.dat" TO WnomCourt
                  PERFORM Preparer_cible
                  OPEN INPUT fbe
                  IF cr_fbe = 00 THEN
                      CLOSE fbe
                      DISPLAY "Copie refusee : "
                          FUNCTION TRIM(WrepFormation)
                          " contient des fichiers qui ne sont pas "
                          "une copie de formation."
                      STOP RUN
                  END-IF
              END-IF.

              Ecrire_marque_formation.
              MOVE "formation.dat" TO WnomCourt
              PERFORM Preparer_cible
              OPEN OUTPUT fformation
              IF cr_fformation NOT = 00 THEN
                  DISPLAY "Repertoire " FUNCTION TRIM(WrepFormation)
                      " inaccessible (statut " cr_fformation
                      ") : le creer avant de lancer la copie."
                  STOP RUN
              END-IF
              MOVE "COPIE DE FORMATION" TO ffm_libelle
              MOVE WdateJour TO ffm_date
              MOVE WheureJour TO ffm_heure
              MOVE WnbFichiers TO ffm_nbFichiers
              MOVE WnbBrouilles TO ffm_nbBrouilles
              WRITE tamp_fformation
              CLOSE fformation.

              Preparer_source.
              MOVE WnomCourt TO WnomFichier
              MOVE 0 TO WnbLus
              MOVE 0 TO WnbEcrits
              MOVE 0 TO Wvide.

              Preparer_cible.
              MOVE SPACES TO WnomFichier
              STRING WrepFormation DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WnomCourt DELIMITED BY SPACE
                  INTO WnomFichier.

              Compter_fichier.
              ADD 1 TO WnbFichiers
              MOVE SPACES TO Wligne-rapport
              IF WcrCible NOT = 00 THEN
                  ADD 1 TO WnbErreurs
                  STRING WnomCourt " ERREUR creation (statut "
                      WcrCible ")"
                      DELIMITED BY SIZE INTO Wligne-rapport
              ELSE
                  IF Wvide = 1 THEN
                      STRING WnomCourt " cree vide (non recopie)"
                          DELIMITED BY SIZE INTO Wligne-rapport
                  ELSE
                      IF WcrSource = 35 THEN
                          ADD 1 TO WnbAbsents
                          STRING WnomCourt " absent, cree vide"
                              DELIMITED BY SIZE INTO Wligne-rapport
                      ELSE
                          IF WcrSource NOT = 00 OR
                                  WnbEcrits NOT = WnbLus THEN
                              ADD 1 TO WnbErreurs
                              STRING WnomCourt " ERREUR lecture "
                                  "(statut " WcrSource ") " WnbLus
                                  " lu(s) " WnbEcrits " ecrit(s)"
                                  DELIMITED BY SIZE
                                  INTO Wligne-rapport
                          ELSE
                              STRING WnomCourt " " WnbEcrits
                                  " enregistrement(s)"
                                  DELIMITED BY SIZE
                                  INTO Wligne-rapport
                          END-IF
                      END-IF
                  END-IF
              END-IF
              WRITE Wligne-rapport.

              Creer_apres_images.
              MOVE "apres_images.dat" TO WnomCourt
              PERFORM Preparer_source
              MOVE 1 TO Wvide
              MOVE 00 TO WcrSource
              PERFORM Preparer_cible
              OPEN OUTPUT fapres-images
              MOVE cr_fapres-images TO WcrCible
              IF WcrCible = 00 THEN
                  CLOSE fapres-images
              END-IF
              PERFORM Compter_fichier.

              Copier_benevoles.
              MOVE "benevoles.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fbe
              MOVE cr_fbe TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fbe NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fbe
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fbe
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fbe
              MOVE cr_fbe TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fbe
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  PERFORM Brouiller_benevole
                                  WRITE tamp_fbe
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fbe
              END-IF
              PERFORM Compter_fichier.

              Copier_autoinc.
              MOVE "autoinc.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT increment
              MOVE cr_autoinc TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ increment NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM autoinc
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE increment
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT increment
              MOVE cr_autoinc TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO autoinc
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE autoinc
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE increment
              END-IF
              PERFORM Compter_fichier.

              Copier_centres.
              MOVE "centres.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcentres
              MOVE cr_fcentres TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcentres NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcentres
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcentres
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcentres
              MOVE cr_fcentres TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcentres
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcentres
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcentres
              END-IF
              PERFORM Compter_fichier.

              Copier_distributions.
              MOVE "distributions.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdistributions
              MOVE cr_fdistributions TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdistributions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fdistributions
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdistributions
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdistributions
              MOVE cr_fdistributions TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fdistributions
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fdistributions
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdistributions
              END-IF
              PERFORM Compter_fichier.

              Copier_groupes.
              MOVE "groupes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fgroupes
              MOVE cr_fgroupes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fgroupes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fgroupes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fgroupes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fgroupes
              MOVE cr_fgroupes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fgroupes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fgroupes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fgroupes
              END-IF
              PERFORM Compter_fichier.

              Copier_produits.
              MOVE "produits.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fproduits
              MOVE cr_fproduits TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fproduits NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fproduits
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fproduits
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fproduits
              MOVE cr_fproduits TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fproduits
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fproduits
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fproduits
              END-IF
              PERFORM Compter_fichier.

              Copier_journal.
              MOVE "journal.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fjournal
              MOVE cr_fjournal TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fjournal NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fjournal
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fjournal
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fjournal
              MOVE cr_fjournal TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fjournal
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fjournal
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fjournal
              END-IF
              PERFORM Compter_fichier.

              Copier_roles.
              MOVE "roles.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT froles
              MOVE cr_froles TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ froles NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_froles
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE froles
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT froles
              MOVE cr_froles TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_froles
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_froles
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE froles
              END-IF
              PERFORM Compter_fichier.

              Copier_centre_produits.
              MOVE "centre_produits.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcentre_produits
              MOVE cr_fcentre_produits TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcentre_produits NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fcentre_produits
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcentre_produits
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcentre_produits
              MOVE cr_fcentre_produits TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcentre_produits
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcentre_produits
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcentre_produits
              END-IF
              PERFORM Compter_fichier.

              Copier_mouvements.
              MOVE "mouvements.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fmouvements
              MOVE cr_fmouvements TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fmouvements NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fmouvements
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fmouvements
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fmouvements
              MOVE cr_fmouvements TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fmouvements
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fmouvements
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fmouvements
              END-IF
              PERFORM Compter_fichier.

              Copier_disponibilites.
              MOVE "disponibilites.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdisponibilites
              MOVE cr_fdisponibilites TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdisponibilites NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fdisponibilites
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdisponibilites
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdisponibilites
              MOVE cr_fdisponibilites TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fdisponibilites
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fdisponibilites
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdisponibilites
              END-IF
              PERFORM Compter_fichier.

              Copier_liaison_groupe.
              MOVE "liaison_groupe.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fliaisongroupe
              MOVE cr_fliaisongroupe TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fliaisongroupe NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fliaisongroupe
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fliaisongroupe
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fliaisongroupe
              MOVE cr_fliaisongroupe TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fliaisongroupe
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fliaisongroupe
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fliaisongroupe
              END-IF
              PERFORM Compter_fichier.

              Copier_beneficiaires.
              MOVE "fbeneficiaires.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fbeneficiaires
              MOVE cr_fbeneficiaires TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fbeneficiaires NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fbeneficiaires
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fbeneficiaires
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fbeneficiaires
              MOVE cr_fbeneficiaires TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fbeneficiaires
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  PERFORM Brouiller_beneficiaire
                                  WRITE tamp_fbeneficiaires
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fbeneficiaires
              END-IF
              PERFORM Compter_fichier.

              Copier_parametres.
              MOVE "parametres.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fparametres
              MOVE cr_fparametres TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fparametres NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fparametres
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fparametres
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fparametres
              MOVE cr_fparametres TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fparametres
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fparametres
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fparametres
              END-IF
              PERFORM Compter_fichier.

              Copier_fournisseurs.
              MOVE "ffournisseurs.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ffournisseurs
              MOVE cr_ffournisseurs TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffournisseurs NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_ffournisseurs
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ffournisseurs
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ffournisseurs
              MOVE cr_ffournisseurs TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ffournisseurs
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ffournisseurs
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ffournisseurs
              END-IF
              PERFORM Compter_fichier.

              Copier_receptions.
              MOVE "receptions.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT freceptions
              MOVE cr_freceptions TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ freceptions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_freceptions
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE freceptions
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT freceptions
              MOVE cr_freceptions TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_freceptions
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_freceptions
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE freceptions
              END-IF
              PERFORM Compter_fichier.

              Copier_lots.
              MOVE "lots.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT flots
              MOVE cr_flots TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ flots NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_flots
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE flots
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT flots
              MOVE cr_flots TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_flots
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_flots
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE flots
              END-IF
              PERFORM Compter_fichier.

              Copier_unites.
              MOVE "unites.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT funites
              MOVE cr_funites TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ funites NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_funites
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE funites
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT funites
              MOVE cr_funites TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_funites
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_funites
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE funites
              END-IF
              PERFORM Compter_fichier.

              Copier_droits.
              MOVE "droits.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdroits
              MOVE cr_fdroits TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdroits NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fdroits
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdroits
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdroits
              MOVE cr_fdroits TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fdroits
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fdroits
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdroits
              END-IF
              PERFORM Compter_fichier.

              Copier_fermetures.
              MOVE "fermetures.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ffermetures
              MOVE cr_ffermetures TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffermetures NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_ffermetures
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ffermetures
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ffermetures
              MOVE cr_ffermetures TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ffermetures
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ffermetures
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ffermetures
              END-IF
              PERFORM Compter_fichier.

              Copier_horaires.
              MOVE "horaires.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fhoraires
              MOVE cr_fhoraires TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fhoraires NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fhoraires
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fhoraires
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fhoraires
              MOVE cr_fhoraires TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fhoraires
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fhoraires
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fhoraires
              END-IF
              PERFORM Compter_fichier.

              Copier_inventaires.
              MOVE "inventaires.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT finventaires
              MOVE cr_finventaires TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ finventaires NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_finventaires
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE finventaires
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT finventaires
              MOVE cr_finventaires TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_finventaires
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_finventaires
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE finventaires
              END-IF
              PERFORM Compter_fichier.

              Copier_etats.
              MOVE "etats.dat" TO WnomCourt
              PERFORM Preparer_source
              MOVE 1 TO Wvide
              MOVE 00 TO WcrSource
              PERFORM Preparer_cible
              OPEN OUTPUT fetats
              MOVE cr_fetats TO WcrCible
              IF WcrCible = 00 THEN
                  CLOSE fetats
              END-IF
              PERFORM Compter_fichier.

              Copier_donateurs.
              MOVE "donateurs.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdonateurs
              MOVE cr_fdonateurs TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdonateurs NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fdonateurs
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdonateurs
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdonateurs
              MOVE cr_fdonateurs TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fdonateurs
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  PERFORM Brouiller_donateur
                                  WRITE tamp_fdonateurs
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdonateurs
              END-IF
              PERFORM Compter_fichier.

              Copier_dons.
              MOVE "dons.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdons
              MOVE cr_fdons TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdons NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fdons
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdons
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdons
              MOVE cr_fdons TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fdons
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fdons
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdons
              END-IF
              PERFORM Compter_fichier.

              Copier_heures.
              MOVE "heures.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fheures
              MOVE cr_fheures TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fheures NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fheures
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fheures
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fheures
              MOVE cr_fheures TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fheures
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fheures
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fheures
              END-IF
              PERFORM Compter_fichier.

              Copier_affectations.
              MOVE "affectations.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT faffectations
              MOVE cr_faffectations TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ faffectations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_faffectations
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE faffectations
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT faffectations
              MOVE cr_faffectations TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_faffectations
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_faffectations
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE faffectations
              END-IF
              PERFORM Compter_fichier.

              Copier_distribution_lignes.
              MOVE "fdistribution_lignes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdistribution-lignes
              MOVE cr_fdistribution-lignes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdistribution-lignes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fdistribution-lignes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdistribution-lignes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdistribution-lignes
              MOVE cr_fdistribution-lignes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fdistribution-lignes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fdistribution-lignes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdistribution-lignes
              END-IF
              PERFORM Compter_fichier.

              Copier_demandes.
              MOVE "demandes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdemandes
              MOVE cr_fdemandes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdemandes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fdemandes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdemandes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdemandes
              MOVE cr_fdemandes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fdemandes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fdemandes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdemandes
              END-IF
              PERFORM Compter_fichier.

              Copier_campagnes.
              MOVE "campagnes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcampagnes
              MOVE cr_fcampagnes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcampagnes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcampagnes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcampagnes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcampagnes
              MOVE cr_fcampagnes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcampagnes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcampagnes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcampagnes
              END-IF
              PERFORM Compter_fichier.

              Copier_campagne_cibles.
              MOVE "campagne_cibles.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcampagne-cibles
              MOVE cr_fcampagne-cibles TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcampagne-cibles NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fcampagne-cibles
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcampagne-cibles
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcampagne-cibles
              MOVE cr_fcampagne-cibles TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcampagne-cibles
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcampagne-cibles
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcampagne-cibles
              END-IF
              PERFORM Compter_fichier.

              Copier_correspondances.
              MOVE "correspondances.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcorrespondances
              MOVE cr_fcorrespondances TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcorrespondances NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fcorrespondances
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcorrespondances
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcorrespondances
              MOVE cr_fcorrespondances TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcorrespondances
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcorrespondances
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcorrespondances
              END-IF
              PERFORM Compter_fichier.

              Copier_kardex.
              MOVE "kardex.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fkardex
              MOVE cr_fkardex TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fkardex NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fkardex
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fkardex
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fkardex
              MOVE cr_fkardex TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fkardex
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fkardex
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fkardex
              END-IF
              PERFORM Compter_fichier.

              Copier_historique.
              MOVE "historique.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fhistorique
              MOVE cr_fhistorique TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fhistorique NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fhistorique
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fhistorique
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fhistorique
              MOVE cr_fhistorique TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fhistorique
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  PERFORM Brouiller_historique
                                  WRITE tamp_fhistorique
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fhistorique
              END-IF
              PERFORM Compter_fichier.

              Copier_menages.
              MOVE "menages.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fmenages
              MOVE cr_fmenages TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fmenages NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fmenages
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fmenages
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fmenages
              MOVE cr_fmenages TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fmenages
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fmenages
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fmenages
              END-IF
              PERFORM Compter_fichier.

              Copier_rendezvous.
              MOVE "rendezvous.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT frendezvous
              MOVE cr_frendezvous TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ frendezvous NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_frendezvous
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE frendezvous
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT frendezvous
              MOVE cr_frendezvous TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_frendezvous
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_frendezvous
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE frendezvous
              END-IF
              PERFORM Compter_fichier.

              Copier_attentes.
              MOVE "attentes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fattentes
              MOVE cr_fattentes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fattentes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fattentes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fattentes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fattentes
              MOVE cr_fattentes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fattentes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fattentes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fattentes
              END-IF
              PERFORM Compter_fichier.

              Copier_vehicules.
              MOVE "vehicules.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fvehicules
              MOVE cr_fvehicules TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fvehicules NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fvehicules
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fvehicules
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fvehicules
              MOVE cr_fvehicules TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fvehicules
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fvehicules
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fvehicules
              END-IF
              PERFORM Compter_fichier.

              Copier_tournees.
              MOVE "tournees.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ftournees
              MOVE cr_ftournees TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ftournees NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_ftournees
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ftournees
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ftournees
              MOVE cr_ftournees TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ftournees
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ftournees
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ftournees
              END-IF
              PERFORM Compter_fichier.

              Copier_tournee_etapes.
              MOVE "tournee_etapes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ftournee-etapes
              MOVE cr_ftournee-etapes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ftournee-etapes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_ftournee-etapes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ftournee-etapes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ftournee-etapes
              MOVE cr_ftournee-etapes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ftournee-etapes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ftournee-etapes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ftournee-etapes
              END-IF
              PERFORM Compter_fichier.

              Copier_financeurs.
              MOVE "financeurs.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ffinanceurs
              MOVE cr_ffinanceurs TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffinanceurs NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_ffinanceurs
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ffinanceurs
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ffinanceurs
              MOVE cr_ffinanceurs TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ffinanceurs
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ffinanceurs
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ffinanceurs
              END-IF
              PERFORM Compter_fichier.

              Copier_subventions.
              MOVE "subventions.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fsubventions
              MOVE cr_fsubventions TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsubventions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fsubventions
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fsubventions
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fsubventions
              MOVE cr_fsubventions TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fsubventions
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fsubventions
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fsubventions
              END-IF
              PERFORM Compter_fichier.

              Copier_certifications.
              MOVE "certifications.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcertifications
              MOVE cr_fcertifications TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcertifications NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fcertifications
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcertifications
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcertifications
              MOVE cr_fcertifications TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcertifications
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcertifications
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcertifications
              END-IF
              PERFORM Compter_fichier.

              Copier_exigences.
              MOVE "exigences.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fexigences
              MOVE cr_fexigences TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fexigences NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fexigences
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fexigences
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fexigences
              MOVE cr_fexigences TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fexigences
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fexigences
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fexigences
              END-IF
              PERFORM Compter_fichier.

              Copier_delegations.
              MOVE "delegations.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdelegations
              MOVE cr_fdelegations TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdelegations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fdelegations
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdelegations
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdelegations
              MOVE cr_fdelegations TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fdelegations
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fdelegations
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdelegations
              END-IF
              PERFORM Compter_fichier.

              Copier_collectes.
              MOVE "collectes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcollectes
              MOVE cr_fcollectes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcollectes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcollectes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcollectes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcollectes
              MOVE cr_fcollectes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcollectes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcollectes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcollectes
              END-IF
              PERFORM Compter_fichier.

              Copier_collecte_pesees.
              MOVE "collecte_pesees.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcollecte-pesees
              MOVE cr_fcollecte-pesees TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcollecte-pesees NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fcollecte-pesees
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcollecte-pesees
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcollecte-pesees
              MOVE cr_fcollecte-pesees TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcollecte-pesees
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcollecte-pesees
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcollecte-pesees
              END-IF
              PERFORM Compter_fichier.

              Copier_collecte_equipe.
              MOVE "collecte_equipe.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcollecte-equipe
              MOVE cr_fcollecte-equipe TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcollecte-equipe NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fcollecte-equipe
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcollecte-equipe
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcollecte-equipe
              MOVE cr_fcollecte-equipe TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcollecte-equipe
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcollecte-equipe
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcollecte-equipe
              END-IF
              PERFORM Compter_fichier.

              Copier_substitutions.
              MOVE "substitutions.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fsubstitutions
              MOVE cr_fsubstitutions TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsubstitutions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fsubstitutions
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fsubstitutions
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fsubstitutions
              MOVE cr_fsubstitutions TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fsubstitutions
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fsubstitutions
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fsubstitutions
              END-IF
              PERFORM Compter_fichier.

              Copier_eans.
              MOVE "eans.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT feans
              MOVE cr_feans TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ feans NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_feans
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE feans
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT feans
              MOVE cr_feans TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_feans
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_feans
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE feans
              END-IF
              PERFORM Compter_fichier.

              Copier_antennes.
              MOVE "antennes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fantennes
              MOVE cr_fantennes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fantennes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fantennes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fantennes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fantennes
              MOVE cr_fantennes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fantennes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fantennes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fantennes
              END-IF
              PERFORM Compter_fichier.

              Copier_clotures.
              MOVE "clotures.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fclotures
              MOVE cr_fclotures TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fclotures NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fclotures
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fclotures
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fclotures
              MOVE cr_fclotures TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fclotures
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fclotures
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fclotures
              END-IF
              PERFORM Compter_fichier.

              Copier_periodes.
              MOVE "periodes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fperiodes
              MOVE cr_fperiodes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fperiodes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fperiodes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fperiodes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fperiodes
              MOVE cr_fperiodes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fperiodes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fperiodes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fperiodes
              END-IF
              PERFORM Compter_fichier.

              Copier_soldes_ouverture.
              MOVE "soldes_ouverture.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fsoldes
              MOVE cr_fsoldes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsoldes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fsoldes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fsoldes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fsoldes
              MOVE cr_fsoldes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fsoldes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fsoldes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fsoldes
              END-IF
              PERFORM Compter_fichier.

              Copier_usages.
              MOVE "usages.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fusages
              MOVE cr_fusages TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fusages NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fusages
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fusages
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fusages
              MOVE cr_fusages TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fusages
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fusages
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fusages
              END-IF
              PERFORM Compter_fichier.

              Copier_notes_sociales.
              MOVE "notes_sociales.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fnotes
              MOVE cr_fnotes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fnotes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fnotes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fnotes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fnotes
              MOVE cr_fnotes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fnotes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  PERFORM Effacer_note_sociale
                                  WRITE tamp_fnotes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fnotes
              END-IF
              PERFORM Compter_fichier.

              Copier_commandes.
              MOVE "commandes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcommandes
              MOVE cr_fcommandes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcommandes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcommandes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcommandes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcommandes
              MOVE cr_fcommandes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcommandes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcommandes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcommandes
              END-IF
              PERFORM Compter_fichier.

              Copier_commande_lignes.
              MOVE "commande_lignes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcommande-lignes
              MOVE cr_fcommande-lignes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcommande-lignes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fcommande-lignes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcommande-lignes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcommande-lignes
              MOVE cr_fcommande-lignes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcommande-lignes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcommande-lignes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcommande-lignes
              END-IF
              PERFORM Compter_fichier.

              Copier_prix_fournisseurs.
              MOVE "prix_fournisseurs.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fprix
              MOVE cr_fprix TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fprix NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fprix
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fprix
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fprix
              MOVE cr_fprix TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fprix
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fprix
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fprix
              END-IF
              PERFORM Compter_fichier.

              Copier_distributions_archive.
              MOVE "distributions_archive.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT farchive
              MOVE cr_farchive TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ farchive NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_farchive
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE farchive
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT farchive
              MOVE cr_farchive TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_farchive
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_farchive
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE farchive
              END-IF
              PERFORM Compter_fichier.

              Copier_planifications.
              MOVE "planifications.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fplanifications
              MOVE cr_fplanifications TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fplanifications NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fplanifications
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fplanifications
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fplanifications
              MOVE cr_fplanifications TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fplanifications
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fplanifications
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fplanifications
              END-IF
              PERFORM Compter_fichier.

              Copier_ecarts.
              MOVE "ecarts.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fecarts
              MOVE cr_fecarts TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fecarts NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fecarts
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fecarts
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fecarts
              MOVE cr_fecarts TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fecarts
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fecarts
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fecarts
              END-IF
              PERFORM Compter_fichier.

              Copier_retours.
              MOVE "retours.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fretours
              MOVE cr_fretours TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fretours NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fretours
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fretours
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fretours
              MOVE cr_fretours TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fretours
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fretours
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fretours
              END-IF
              PERFORM Compter_fichier.

              Copier_destructions.
              MOVE "destructions.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdestructions
              MOVE cr_fdestructions TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdestructions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fdestructions
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdestructions
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdestructions
              MOVE cr_fdestructions TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fdestructions
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fdestructions
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdestructions
              END-IF
              PERFORM Compter_fichier.

              Copier_encaissements.
              MOVE "encaissements.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fencaissements
              MOVE cr_fencaissements TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fencaissements NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fencaissements
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fencaissements
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fencaissements
              MOVE cr_fencaissements TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fencaissements
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fencaissements
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fencaissements
              END-IF
              PERFORM Compter_fichier.

              Copier_ramasses.
              MOVE "ramasses.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT framasses
              MOVE cr_framasses TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ framasses NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_framasses
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE framasses
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT framasses
              MOVE cr_framasses TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_framasses
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_framasses
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE framasses
              END-IF
              PERFORM Compter_fichier.

              Copier_temperatures.
              MOVE "temperatures.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ftemperatures
              MOVE cr_ftemperatures TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ftemperatures NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_ftemperatures
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ftemperatures
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ftemperatures
              MOVE cr_ftemperatures TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ftemperatures
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ftemperatures
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ftemperatures
              END-IF
              PERFORM Compter_fichier.

              Copier_partenaires.
              MOVE "partenaires.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fpartenaires
              MOVE cr_fpartenaires TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fpartenaires NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fpartenaires
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fpartenaires
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fpartenaires
              MOVE cr_fpartenaires TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fpartenaires
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fpartenaires
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fpartenaires
              END-IF
              PERFORM Compter_fichier.

              Copier_distrib_partenaires.
              MOVE "distribution_partenaires.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdistribution-partenaires
              MOVE cr_fdistribution-partenaires TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdistribution-partenaires NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fdistribution-partenaires
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdistribution-partenaires
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdistribution-partenaires
              MOVE cr_fdistribution-partenaires TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail
                              INTO tamp_fdistribution-partenaires
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fdistribution-partenaires
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdistribution-partenaires
              END-IF
              PERFORM Compter_fichier.

              Copier_prescripteurs.
              MOVE "prescripteurs.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fprescripteurs
              MOVE cr_fprescripteurs TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fprescripteurs NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fprescripteurs
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fprescripteurs
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fprescripteurs
              MOVE cr_fprescripteurs TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fprescripteurs
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  PERFORM Brouiller_prescripteur
                                  WRITE tamp_fprescripteurs
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fprescripteurs
              END-IF
              PERFORM Compter_fichier.

              Copier_lot_consommations.
              MOVE "lot_consommations.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fconsommations
              MOVE cr_fconsommations TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fconsommations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fconsommations
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fconsommations
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fconsommations
              MOVE cr_fconsommations TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fconsommations
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fconsommations
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fconsommations
              END-IF
              PERFORM Compter_fichier.

              Copier_seuils_proposes.
              MOVE "seuils_proposes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fseuils-proposes
              MOVE cr_fseuils-proposes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fseuils-proposes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fseuils-proposes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fseuils-proposes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fseuils-proposes
              MOVE cr_fseuils-proposes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fseuils-proposes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fseuils-proposes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fseuils-proposes
              END-IF
              PERFORM Compter_fichier.

              Copier_pointages.
              MOVE "pointages.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fpointages
              MOVE cr_fpointages TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fpointages NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fpointages
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fpointages
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fpointages
              MOVE cr_fpointages TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fpointages
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fpointages
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fpointages
              END-IF
              PERFORM Compter_fichier.

              Copier_incidents.
              MOVE "incidents.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fincidents
              MOVE cr_fincidents TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fincidents NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fincidents
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fincidents
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fincidents
              MOVE cr_fincidents TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fincidents
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fincidents
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fincidents
              END-IF
              PERFORM Compter_fichier.

              Copier_paniers.
              MOVE "paniers.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fpaniers
              MOVE cr_fpaniers TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fpaniers NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fpaniers
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fpaniers
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fpaniers
              MOVE cr_fpaniers TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fpaniers
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fpaniers
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fpaniers
              END-IF
              PERFORM Compter_fichier.

              Copier_panier_lignes.
              MOVE "panier_lignes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fpanier-lignes
              MOVE cr_fpanier-lignes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fpanier-lignes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fpanier-lignes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fpanier-lignes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fpanier-lignes
              MOVE cr_fpanier-lignes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fpanier-lignes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fpanier-lignes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fpanier-lignes
              END-IF
              PERFORM Compter_fichier.

              Copier_cahier_liaison.
              MOVE "cahier_liaison.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcahier
              MOVE cr_fcahier TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcahier NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcahier
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcahier
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcahier
              MOVE cr_fcahier TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcahier
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcahier
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcahier
              END-IF
              PERFORM Compter_fichier.

              Copier_cahier_lus.
              MOVE "cahier_lus.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcahier-lus
              MOVE cr_fcahier-lus TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcahier-lus NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcahier-lus
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcahier-lus
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcahier-lus
              MOVE cr_fcahier-lus TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcahier-lus
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcahier-lus
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcahier-lus
              END-IF
              PERFORM Compter_fichier.

              Copier_tournee_retours.
              MOVE "tournee_retours.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ftournee-retours
              MOVE cr_ftournee-retours TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ftournee-retours NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_ftournee-retours
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ftournee-retours
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ftournee-retours
              MOVE cr_ftournee-retours TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ftournee-retours
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ftournee-retours
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ftournee-retours
              END-IF
              PERFORM Compter_fichier.

              Copier_vehicule_journal.
              MOVE "vehicule_journal.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fvehicule-journal
              MOVE cr_fvehicule-journal TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fvehicule-journal NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fvehicule-journal
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fvehicule-journal
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fvehicule-journal
              MOVE cr_fvehicule-journal TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fvehicule-journal
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fvehicule-journal
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fvehicule-journal
              END-IF
              PERFORM Compter_fichier.

              Copier_vehicule_echeances.
              MOVE "vehicule_echeances.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fvehicule-echeances
              MOVE cr_fvehicule-echeances TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fvehicule-echeances NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fvehicule-echeances
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fvehicule-echeances
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fvehicule-echeances
              MOVE cr_fvehicule-echeances TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fvehicule-echeances
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fvehicule-echeances
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fvehicule-echeances
              END-IF
              PERFORM Compter_fichier.

              Copier_notes_frais.
              MOVE "notes_frais.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ffrais
              MOVE cr_ffrais TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffrais NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_ffrais
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ffrais
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ffrais
              MOVE cr_ffrais TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ffrais
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ffrais
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ffrais
              END-IF
              PERFORM Compter_fichier.

              Copier_recus_fiscaux.
              MOVE "recus_fiscaux.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT frecus
              MOVE cr_frecus TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ frecus NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_frecus
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE frecus
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT frecus
              MOVE cr_frecus TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_frecus
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_frecus
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE frecus
              END-IF
              PERFORM Compter_fichier.

              Copier_subvention_affectations.
              MOVE "subvention_affectations.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fsubv-affect
              MOVE cr_fsubv-affect TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsubv-affect NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fsubv-affect
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fsubv-affect
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fsubv-affect
              MOVE cr_fsubv-affect TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fsubv-affect
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fsubv-affect
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fsubv-affect
              END-IF
              PERFORM Compter_fichier.

              Copier_budgets.
              MOVE "budgets.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fbudgets
              MOVE cr_fbudgets TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fbudgets NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fbudgets
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fbudgets
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fbudgets
              MOVE cr_fbudgets TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fbudgets
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fbudgets
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fbudgets
              END-IF
              PERFORM Compter_fichier.

              Copier_nutrition.
              MOVE "nutrition.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fnutrition
              MOVE cr_fnutrition TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fnutrition NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fnutrition
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fnutrition
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fnutrition
              MOVE cr_fnutrition TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fnutrition
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fnutrition
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fnutrition
              END-IF
              PERFORM Compter_fichier.

              Copier_cartes_beneficiaires.
              MOVE "cartes_beneficiaires.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcartes
              MOVE cr_fcartes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcartes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcartes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcartes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcartes
              MOVE cr_fcartes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcartes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcartes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcartes
              END-IF
              PERFORM Compter_fichier.

              Copier_evaluations_sociales.
              MOVE "evaluations_sociales.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fevaluations
              MOVE cr_fevaluations TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fevaluations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fevaluations
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fevaluations
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fevaluations
              MOVE cr_fevaluations TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fevaluations
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fevaluations
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fevaluations
              END-IF
              PERFORM Compter_fichier.

              Copier_types_justificatifs.
              MOVE "types_justificatifs.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ftypesjustif
              MOVE cr_ftypesjustif TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ftypesjustif NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_ftypesjustif
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ftypesjustif
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ftypesjustif
              MOVE cr_ftypesjustif TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ftypesjustif
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ftypesjustif
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ftypesjustif
              END-IF
              PERFORM Compter_fichier.

              Copier_justificatifs.
              MOVE "justificatifs.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fjustificatifs
              MOVE cr_fjustificatifs TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fjustificatifs NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fjustificatifs
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fjustificatifs
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fjustificatifs
              MOVE cr_fjustificatifs TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fjustificatifs
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fjustificatifs
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fjustificatifs
              END-IF
              PERFORM Compter_fichier.

              Copier_orientations_sortantes.
              MOVE "orientations_sortantes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT forientations
              MOVE cr_forientations TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ forientations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_forientations
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE forientations
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT forientations
              MOVE cr_forientations TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_forientations
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  PERFORM Effacer_suivi_orientation
                                  WRITE tamp_forientations
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE forientations
              END-IF
              PERFORM Compter_fichier.

              Copier_extraits_rgpd.
              MOVE "extraits_rgpd.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fextraits
              MOVE cr_fextraits TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fextraits NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fextraits
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fextraits
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fextraits
              MOVE cr_fextraits TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fextraits
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  PERFORM Brouiller_extrait
                                  WRITE tamp_fextraits
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fextraits
              END-IF
              PERFORM Compter_fichier.

              Copier_accueils_urgence.
              MOVE "accueils_urgence.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT furgences
              MOVE cr_furgences TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ furgences NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_furgences
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE furgences
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT furgences
              MOVE cr_furgences TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_furgences
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_furgences
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE furgences
              END-IF
              PERFORM Compter_fichier.

              Copier_carnets_cheques.
              MOVE "carnets_cheques.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcarnets
              MOVE cr_fcarnets TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcarnets NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcarnets
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcarnets
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcarnets
              MOVE cr_fcarnets TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcarnets
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcarnets
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcarnets
              END-IF
              PERFORM Compter_fichier.

              Copier_cheques_services.
              MOVE "cheques_services.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcheques
              MOVE cr_fcheques TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcheques NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcheques
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcheques
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcheques
              MOVE cr_fcheques TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcheques
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcheques
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcheques
              END-IF
              PERFORM Compter_fichier.

              Copier_sources_financement.
              MOVE "sources_financement.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fsources
              MOVE cr_fsources TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fsources NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fsources
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fsources
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fsources
              MOVE cr_fsources TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fsources
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fsources
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fsources
              END-IF
              PERFORM Compter_fichier.

              Copier_mouvements_sources.
              MOVE "mouvements_sources.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fmvsources
              MOVE cr_fmvsources TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fmvsources NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fmvsources
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fmvsources
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fmvsources
              MOVE cr_fmvsources TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fmvsources
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fmvsources
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fmvsources
              END-IF
              PERFORM Compter_fichier.

              Copier_offres_surplus.
              MOVE "offres_surplus.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT foffres
              MOVE cr_foffres TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ foffres NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_foffres
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE foffres
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT foffres
              MOVE cr_foffres TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_foffres
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_foffres
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE foffres
              END-IF
              PERFORM Compter_fichier.

              Copier_quarantaines.
              MOVE "quarantaines.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fquarantaines
              MOVE cr_fquarantaines TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fquarantaines NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fquarantaines
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fquarantaines
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fquarantaines
              MOVE cr_fquarantaines TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fquarantaines
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fquarantaines
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fquarantaines
              END-IF
              PERFORM Compter_fichier.

              Copier_plan_comptages.
              MOVE "plan_comptages.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcomptages
              MOVE cr_fcomptages TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcomptages NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcomptages
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcomptages
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcomptages
              MOVE cr_fcomptages TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcomptages
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcomptages
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcomptages
              END-IF
              PERFORM Compter_fichier.

              Copier_factures_fournisseurs.
              MOVE "factures_fournisseurs.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ffactures
              MOVE cr_ffactures TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffactures NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_ffactures
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ffactures
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ffactures
              MOVE cr_ffactures TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ffactures
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ffactures
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ffactures
              END-IF
              PERFORM Compter_fichier.

              Copier_facture_lignes.
              MOVE "facture_lignes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT ffacture-lignes
              MOVE cr_ffacture-lignes TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ ffacture-lignes NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_ffacture-lignes
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE ffacture-lignes
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT ffacture-lignes
              MOVE cr_ffacture-lignes TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_ffacture-lignes
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_ffacture-lignes
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE ffacture-lignes
              END-IF
              PERFORM Compter_fichier.

              Copier_equipements.
              MOVE "equipements.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fequipements
              MOVE cr_fequipements TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fequipements NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fequipements
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fequipements
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fequipements
              MOVE cr_fequipements TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fequipements
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fequipements
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fequipements
              END-IF
              PERFORM Compter_fichier.

              Copier_maintenances.
              MOVE "maintenances.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fmaintenances
              MOVE cr_fmaintenances TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fmaintenances NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fmaintenances
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fmaintenances
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fmaintenances
              MOVE cr_fmaintenances TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fmaintenances
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fmaintenances
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fmaintenances
              END-IF
              PERFORM Compter_fichier.

              Copier_echanges_affectations.
              MOVE "echanges_affectations.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fechanges
              MOVE cr_fechanges TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fechanges NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fechanges
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fechanges
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fechanges
              MOVE cr_fechanges TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fechanges
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fechanges
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fechanges
              END-IF
              PERFORM Compter_fichier.

              Copier_attestations.
              MOVE "attestations.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fattestations
              MOVE cr_fattestations TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fattestations NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fattestations
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fattestations
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fattestations
              MOVE cr_fattestations TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fattestations
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fattestations
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fattestations
              END-IF
              PERFORM Compter_fichier.

              Copier_revues_habilitations.
              MOVE "revues_habilitations.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT frevues
              MOVE cr_frevues TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ frevues NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_frevues
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE frevues
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT frevues
              MOVE cr_frevues TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_frevues
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_frevues
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE frevues
              END-IF
              PERFORM Compter_fichier.

              Copier_mots_de_passe.
              MOVE "mots_de_passe.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fmotsdepasse
              MOVE cr_fmotsdepasse TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fmotsdepasse NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fmotsdepasse
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fmotsdepasse
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fmotsdepasse
              MOVE cr_fmotsdepasse TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fmotsdepasse
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  PERFORM Brouiller_mot_de_passe
                                  WRITE tamp_fmotsdepasse
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fmotsdepasse
              END-IF
              PERFORM Compter_fichier.

              Copier_versions_fichiers.
              MOVE "versions_fichiers.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fversions
              MOVE cr_fversions TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fversions NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fversions
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fversions
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fversions
              MOVE cr_fversions TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fversions
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fversions
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fversions
              END-IF
              PERFORM Compter_fichier.

              Copier_parametres_historique.
              MOVE "parametres_historique.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fparhist
              MOVE cr_fparhist TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fparhist NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fparhist
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fparhist
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fparhist
              MOVE cr_fparhist TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fparhist
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fparhist
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fparhist
              END-IF
              PERFORM Compter_fichier.

              Copier_crises.
              MOVE "crises.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcrises
              MOVE cr_fcrises TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcrises NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcrises
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcrises
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcrises
              MOVE cr_fcrises TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcrises
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcrises
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcrises
              END-IF
              PERFORM Compter_fichier.

              Copier_distributions_crises.
              MOVE "distributions_crises.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fdistcrises
              MOVE cr_fdistcrises TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fdistcrises NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fdistcrises
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fdistcrises
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fdistcrises
              MOVE cr_fdistcrises TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fdistcrises
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fdistcrises
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fdistcrises
              END-IF
              PERFORM Compter_fichier.

              Copier_exercices.
              MOVE "exercices.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fexercices
              MOVE cr_fexercices TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fexercices NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fexercices
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fexercices
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fexercices
              MOVE cr_fexercices TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fexercices
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fexercices
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fexercices
              END-IF
              PERFORM Compter_fichier.

              Copier_ajustements_exercice.
              MOVE "ajustements_exercice.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fajustements
              MOVE cr_fajustements TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fajustements NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fajustements
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fajustements
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fajustements
              MOVE cr_fajustements TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fajustements
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fajustements
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fajustements
              END-IF
              PERFORM Compter_fichier.

              Copier_livraisons_domicile.
              MOVE "livraisons_domicile.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT flivraisons
              MOVE cr_flivraisons TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ flivraisons NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_flivraisons
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE flivraisons
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT flivraisons
              MOVE cr_flivraisons TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_flivraisons
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  PERFORM Effacer_acces_livraison
                                  WRITE tamp_flivraisons
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE flivraisons
              END-IF
              PERFORM Compter_fichier.

              Copier_controles.
              MOVE "controles.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcontroles
              MOVE cr_fcontroles TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcontroles NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcontroles
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcontroles
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcontroles
              MOVE cr_fcontroles TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcontroles
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcontroles
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcontroles
              END-IF
              PERFORM Compter_fichier.

              Copier_lignes_archive.
              MOVE "distribution_lignes_archive.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT flignes-archive
              MOVE cr_flignes-archive TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ flignes-archive NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_flignes-archive
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE flignes-archive
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT flignes-archive
              MOVE cr_flignes-archive TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_flignes-archive
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_flignes-archive
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE flignes-archive
              END-IF
              PERFORM Compter_fichier.

              Copier_journal_archive.
              MOVE "journal_archive.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fjournal-archive
              MOVE cr_fjournal-archive TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fjournal-archive NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fjournal-archive
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fjournal-archive
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fjournal-archive
              MOVE cr_fjournal-archive TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fjournal-archive
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fjournal-archive
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fjournal-archive
              END-IF
              PERFORM Compter_fichier.

              Copier_mouvements_archive.
              MOVE "mouvements_archive.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fmouvements-archive
              MOVE cr_fmouvements-archive TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fmouvements-archive NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail
                                  FROM tamp_fmouvements-archive
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fmouvements-archive
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fmouvements-archive
              MOVE cr_fmouvements-archive TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fmouvements-archive
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fmouvements-archive
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fmouvements-archive
              END-IF
              PERFORM Compter_fichier.

              Copier_capacite_compteurs.
              MOVE "capacite_compteurs.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fcapacite
              MOVE cr_fcapacite TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fcapacite NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fcapacite
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fcapacite
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fcapacite
              MOVE cr_fcapacite TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fcapacite
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fcapacite
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fcapacite
              END-IF
              PERFORM Compter_fichier.

              Copier_reglements_antennes.
              MOVE "reglements_antennes.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT freglements
              MOVE cr_freglements TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ freglements NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_freglements
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE freglements
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT freglements
              MOVE cr_freglements TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_freglements
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_freglements
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE freglements
              END-IF
              PERFORM Compter_fichier.

              Copier_qualite_scores.
              MOVE "qualite_scores.dat" TO WnomCourt
              PERFORM Preparer_source
              OPEN INPUT fqualite
              MOVE cr_fqualite TO WcrSource
              IF WcrSource = 00 THEN
                  OPEN OUTPUT ftravail
                  MOVE 0 TO Wfin
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                      READ fqualite NEXT
                          AT END MOVE 1 TO Wfin
                          NOT AT END
                              WRITE tamp_ftravail FROM tamp_fqualite
                              ADD 1 TO WnbLus
                      END-READ
                  END-PERFORM
                  CLOSE fqualite
                  CLOSE ftravail
              END-IF
              PERFORM Preparer_cible
              OPEN OUTPUT fqualite
              MOVE cr_fqualite TO WcrCible
              IF WcrCible = 00 THEN
                  IF WcrSource = 00 THEN
                      OPEN INPUT ftravail
                      MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                          READ ftravail INTO tamp_fqualite
                              AT END MOVE 1 TO Wfin
                              NOT AT END
                                  WRITE tamp_fqualite
                                  END-WRITE
                                  ADD 1 TO WnbEcrits
                          END-READ
                      END-PERFORM
                      CLOSE ftravail
                  END-IF
                  CLOSE fqualite
              END-IF
              PERFORM Compter_fichier.

              Hacher_mdp_formation.
              MOVE Wmdp-formation TO Wmdp-carac
              MOVE 0 TO Whash
              MOVE 1 TO Whashidx
              PERFORM WITH TEST AFTER UNTIL Whashidx > 30
                  COMPUTE Whash = FUNCTION MOD((Whash * 31) +
                      FUNCTION ORD(Wmdp-octet(Whashidx)), 9999999999)
                  ADD 1 TO Whashidx
              END-PERFORM
              MOVE Whash TO Wmdp-hache.

              Generer_identite_fictive.
              COMPUTE WidxPrenom =
                  FUNCTION MOD(WgraineFictive, 20) + 1
              COMPUTE WquotientFictif = WgraineFictive / 20
              COMPUTE WidxNom =
                  FUNCTION MOD(WquotientFictif, 20) + 1
              COMPUTE WidxVoie =
                  FUNCTION MOD(WgraineFictive * 7, 15) + 1
              COMPUTE WnumVoie =
                  FUNCTION MOD(WgraineFictive * 13, 98) + 1
              MOVE Wprenom-tab(WidxPrenom) TO WprenomFictif
              MOVE Wnom-tab(WidxNom) TO WnomFictif
              MOVE SPACES TO WidentiteFictive
              STRING WnomFictif DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WprenomFictif DELIMITED BY SPACE
                  INTO WidentiteFictive
              MOVE WnumVoie TO WnumVoieEdit
              MOVE SPACES TO WadresseFictive
              STRING FUNCTION TRIM(WnumVoieEdit) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Wvoie-tab(WidxVoie) DELIMITED BY SIZE
                  INTO WadresseFictive
              MOVE SPACES TO WemailFictif
              STRING FUNCTION LOWER-CASE(WprenomFictif)
                      DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(WnomFictif) DELIMITED BY SPACE
                  "@exemple.fr" DELIMITED BY SIZE
                  INTO WemailFictif
              COMPUTE Wtel-p1 = FUNCTION MOD(WgraineFictive * 37, 100)
              COMPUTE Wtel-p2 =
                  FUNCTION MOD(WgraineFictive * 53 + 11, 100)
              COMPUTE Wtel-p3 =
                  FUNCTION MOD(WgraineFictive * 71 + 29, 100)
              COMPUTE Wtel-p4 =
                  FUNCTION MOD(WgraineFictive * 89 + 47, 100).

              Brouiller_benevole.
              IF fbe_nom NOT = "ANONYMISE" THEN
                  MOVE fbe_id TO WgraineFictive
                  PERFORM Generer_identite_fictive
                  MOVE WnomFictif TO fbe_nom
                  MOVE WprenomFictif TO fbe_prenom
                  IF fbe_telephone NOT = SPACES THEN
                      MOVE Wtel-fictif TO fbe_telephone
                  END-IF
                  IF fbe_email NOT = SPACES THEN
                      MOVE WemailFictif TO fbe_email
                  END-IF
                  IF fbe_adresse NOT = SPACES THEN
                      MOVE WadresseFictive TO fbe_adresse
                  END-IF
                  MOVE fbe_id TO WidTexte
                  MOVE SPACES TO fbe_identifiant
                  STRING "form" WidTexte DELIMITED BY SIZE
                      INTO fbe_identifiant
                  MOVE Wmdp-hache TO fbe_mdp
                  MOVE 0 TO fbe_tentatives
                  MOVE 0 TO fbe_verrouille
                  IF fbe_tuteurNom NOT = SPACES OR
                          fbe_tuteurTel NOT = SPACES THEN
                      COMPUTE WgraineFictive = fbe_id + 211
                      PERFORM Generer_identite_fictive
                      MOVE SPACES TO WidentiteFictive
                      STRING WprenomFictif DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          fbe_nom DELIMITED BY SPACE
                          INTO WidentiteFictive
                      MOVE WidentiteFictive TO fbe_tuteurNom
                      MOVE Wtel-fictif TO fbe_tuteurTel
                  END-IF
                  ADD 1 TO WnbBrouilles
                  IF fbe_statut NOT = "I" THEN
                      ADD 1 TO WnbComptes
                      MOVE SPACES TO Wligne-rapport
                      STRING "  " fbe_identifiant " role " fbe_role
                          " centre " fbe_centre " "
                          FUNCTION TRIM(fbe_prenom) " "
                          FUNCTION TRIM(fbe_nom)
                          DELIMITED BY SIZE INTO Wligne-rapport
                      WRITE Wligne-rapport
                  END-IF
              END-IF.

              Brouiller_mot_de_passe.
              MOVE WdateJour TO fmp_dateChangement
              MOVE "N" TO fmp_etat
              MOVE 0 TO fmp_tempDate
              MOVE 0 TO fmp_tempHeure
              MOVE 0 TO fmp_nbAnciens
              MOVE SPACES TO fmp_historique.

              Brouiller_beneficiaire.
              COMPUTE WgraineFictive = fbn_id + 1000
              PERFORM Generer_identite_fictive
              MOVE WidentiteFictive TO fbn_nom
              IF fbn_adresse NOT = SPACES THEN
                  MOVE WadresseFictive TO fbn_adresse
              END-IF
              ADD 1 TO WnbBrouilles.

              Brouiller_donateur.
              COMPUTE WgraineFictive = fdo_id + 3000
              PERFORM Generer_identite_fictive
              MOVE WidentiteFictive TO fdo_nom
              IF fdo_adresse NOT = SPACES THEN
                  MOVE WadresseFictive TO fdo_adresse
              END-IF
              ADD 1 TO WnbBrouilles.

              Brouiller_prescripteur.
              COMPUTE WgraineFictive = fps_id + 5000
              PERFORM Generer_identite_fictive
              MOVE WidentiteFictive TO fps_nom
              IF fps_contact NOT = SPACES THEN
                  MOVE WemailFictif TO fps_contact
              END-IF
              ADD 1 TO WnbBrouilles.

              Effacer_note_sociale.
              MOVE SPACES TO fns_texte
              ADD 1 TO WnbBrouilles.

              Effacer_suivi_orientation.
              MOVE SPACES TO fot_commentaire.

              Effacer_acces_livraison.
              MOVE SPACES TO flv_acces.

              Brouiller_historique.
              IF (fhi_entite = "BE" OR fhi_entite = "BF" OR
                      fhi_entite = "DO" OR fhi_entite = "PS") AND
                  (fhi_champ = "nom" OR fhi_champ = "prenom" OR
                      fhi_champ = "telephone" OR fhi_champ = "email" OR
                      fhi_champ = "adresse" OR
                      fhi_champ = "identifiant" OR
                      fhi_champ = "mdp") THEN
                  MOVE "(masque)" TO fhi_ancien
                  MOVE "(masque)" TO fhi_nouveau
                  ADD 1 TO WnbBrouilles
              END-IF.

              Brouiller_extrait.
              IF fxr_demandeur NOT = SPACES THEN
                  COMPUTE WgraineFictive = fxr_id + 7000
                  PERFORM Generer_identite_fictive
                  MOVE WidentiteFictive TO fxr_demandeur
              END-IF.

              Ouvrir_controle_batch.
              OPEN I-O fbatch-runs
              IF cr_fbatch-runs = 35 THEN
                  OPEN OUTPUT fbatch-runs
                  CLOSE fbatch-runs
                  OPEN I-O fbatch-runs
              END-IF
              MOVE 0 TO WmaxRun
              MOVE 0 TO Wreprise
              MOVE 0 TO Wcheckpoint
              MOVE SPACES TO WstatutDernier
              MOVE 0 TO WdernierCheckpoint
              MOVE 0 TO WfinRun
              MOVE LOW-VALUES TO fbr_id
              START fbatch-runs KEY IS NOT LESS THAN fbr_id
                  INVALID KEY MOVE 1 TO WfinRun
              END-START
              PERFORM WITH TEST AFTER UNTIL WfinRun = 1
                  READ fbatch-runs NEXT
                      AT END MOVE 1 TO WfinRun
                      NOT AT END
                          IF fbr_id > WmaxRun THEN
                              MOVE fbr_id TO WmaxRun
                          END-IF
                          IF fbr_programme = Wprogramme THEN
                              MOVE fbr_statut TO WstatutDernier
                              MOVE fbr_checkpoint
                                  TO WdernierCheckpoint
                          END-IF
                  END-READ
              END-PERFORM
              IF WstatutDernier = "D" THEN
                  DISPLAY "Copie precedente interrompue, "
                      "copie de formation refaite en entier."
              END-IF
              MOVE Wcheckpoint TO WcheckpointRepris
              COMPUTE WidRun = WmaxRun + 1
              MOVE WidRun TO fbr_id
              MOVE Wprogramme TO fbr_programme
              MOVE FUNCTION CURRENT-DATE TO Wdt
              MOVE Wdt(1:8) TO fbr_dateDebut
              MOVE Wdt(9:6) TO fbr_heureDebut
              MOVE "D" TO fbr_statut
              MOVE Wcheckpoint TO fbr_checkpoint
              MOVE 0 TO fbr_dateFin
              MOVE 0 TO fbr_heureFin
              WRITE tamp_fbatch-runs
              END-WRITE.

              Clore_controle_batch.
              MOVE WidRun TO fbr_id
              READ fbatch-runs
                  NOT INVALID KEY
                      MOVE "T" TO fbr_statut
                      MOVE Wcheckpoint TO fbr_checkpoint
                      MOVE FUNCTION CURRENT-DATE TO Wdt
                      MOVE Wdt(1:8) TO fbr_dateFin
                      MOVE Wdt(9:6) TO fbr_heureFin
                      REWRITE tamp_fbatch-runs
                      END-REWRITE
              END-READ
              CLOSE fbatch-runs.

              COPY "versions.cpy".
