        file status is cr_fetats.


        select facceptations assign to "acceptations_offres.csv"
        organization line sequential
        file status is cr_facceptations.


        select fetat assign to WnomEtat
        organization line sequential
        file status is cr_fetat.
        file status is cr_fcahier-lus.


        select ftournee-retours assign to "tournee_retours.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is ftr_cle
        file status is cr_ftournee-retours.


        select fvehicule-journal assign to "vehicule_journal.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fvj_id
        alternate record key is fvj_vehicule WITH DUPLICATES
        file status is cr_fvehicule-journal.


        select fvehicule-echeances assign to "vehicule_echeances.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fve_cle
        file status is cr_fvehicule-echeances.


        select ffrais assign to "notes_frais.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is ffr_id
        alternate record key is ffr_benevole WITH DUPLICATES
        file status is cr_ffrais.


        select frecus assign to "recus_fiscaux.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is frf_num
        alternate record key is frf_donateur WITH DUPLICATES
        file status is cr_frecus.


        select fsubv-affect assign to "subvention_affectations.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fsa_id
        alternate record key is fsa_subvention WITH DUPLICATES
        file status is cr_fsubv-affect.


        select fbudgets assign to "budgets.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fbg_cle
        file status is cr_fbudgets.


        select fnutrition assign to "nutrition.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fnu_produit
        alternate record key is fnu_groupe WITH DUPLICATES
        file status is cr_fnutrition.


        select fcartes assign to "cartes_beneficiaires.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fcb_numero
        alternate record key is fcb_beneficiaire WITH DUPLICATES
        file status is cr_fcartes.


        select fevaluations assign to "evaluations_sociales.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fev_cle
        file status is cr_fevaluations.


        select ftypesjustif assign to "types_justificatifs.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is ftj_code
        file status is cr_ftypesjustif.


        select fjustificatifs assign to "justificatifs.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fju_cle
        file status is cr_fjustificatifs.


        select forientations assign to "orientations_sortantes.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fot_id
        alternate record key is fot_beneficiaire WITH DUPLICATES
        file status is cr_forientations.


        select fextraits assign to "extraits_rgpd.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fxr_id
        file status is cr_fextraits.


        select furgences assign to "accueils_urgence.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fug_cle
        file status is cr_furgences.


        select fcarnets assign to "carnets_cheques.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fck_id
        file status is cr_fcarnets.


        select fcheques assign to "cheques_services.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fvo_numero
        alternate record key is fvo_beneficiaire WITH DUPLICATES
        file status is cr_fcheques.


        select fsources assign to "sources_financement.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fsf_code
        file status is cr_fsources.


        select fmvsources assign to "mouvements_sources.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fms_id
        file status is cr_fmvsources.


        select foffres assign to "offres_surplus.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fof_id
        alternate record key is fof_lot WITH DUPLICATES
        file status is cr_foffres.


        select fquarantaines assign to "quarantaines.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fqr_id
        alternate record key is fqr_centre WITH DUPLICATES
        file status is cr_fquarantaines.


        select fcomptages assign to "plan_comptages.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fpc_cle
        file status is cr_fcomptages.


        select ffactures assign to "factures_fournisseurs.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is ffa_id
        alternate record key is ffa_fournisseur WITH DUPLICATES
        file status is cr_ffactures.


        select ffacture-lignes assign to "facture_lignes.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is ffl_cle
        file status is cr_ffacture-lignes.


        select fequipements assign to "equipements.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is feq_id
        alternate record key is feq_centre WITH DUPLICATES
        file status is cr_fequipements.


        select fmaintenances assign to "maintenances.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fmt_id
        alternate record key is fmt_equipement WITH DUPLICATES
        file status is cr_fmaintenances.


        select fechanges assign to "echanges_affectations.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fxa_id
        alternate record key is fxa_distribution WITH DUPLICATES
        file status is cr_fechanges.


        select fattestations assign to "attestations.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fab_id
        alternate record key is fab_benevole WITH DUPLICATES
        file status is cr_fattestations.


        select frevues assign to "revues_habilitations.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is frh_cle
        alternate record key is frh_reviseur WITH DUPLICATES
        file status is cr_frevues.


        select fmotsdepasse assign to "mots_de_passe.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fmp_benevole
        file status is cr_fmotsdepasse.


        select fapres-images assign to "apres_images.dat"
        organization line sequential
        file status is cr_fapres-images.


        select fversions assign to "versions_fichiers.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fvf_fichier
        file status is cr_fversions.


        select fparhist assign to "parametres_historique.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fph_cle
        file status is cr_fparhist.


        select fcrises assign to "crises.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fkr_id
        file status is cr_fcrises.


        select fdistcrises assign to "distributions_crises.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fdk_distribution
        alternate record key is fdk_crise WITH DUPLICATES
        file status is cr_fdistcrises.


        select fterrain assign to "saisie_terrain.dat"
        organization line sequential
        file status is cr_fterrain.


        select fformation assign to "formation.dat"
        organization line sequential
        file status is cr_fformation.


        select fexercices assign to "exercices.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fxc_annee
        file status is cr_fexercices.


        select fajustements assign to "ajustements_exercice.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is faj_id
        alternate record key is faj_exercice WITH DUPLICATES
        file status is cr_fajustements.


        select flivraisons assign to "livraisons_domicile.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is flv_beneficiaire
        file status is cr_flivraisons.


       DATA DIVISION.
         FILE SECTION.

                  02 fdi_date PIC 9(8).
                  02 fdi_centre PIC 9(2).
                  02 fdi_horaire PIC X(2).
                  02 fdi_produit PIC 9(5).
                  02 fdi_quantite PIC 9(6).
                  02 fdi_statut PIC X(1).
                  02 fdi_beneficiaire PIC 9(5).
                  02 fja_date PIC 9(8).
                  02 fja_heure PIC 9(6).
                  02 fja_resultat PIC X(1).
                  02 fja_admin PIC 9(4).


       FD froles.
                  02 flo_dlc PIC 9(8).
                  02 flo_quantite PIC 9(6).
                  02 flo_emplacement PIC X(10).
                  02 flo_source PIC X(2).
                  02 flo_statut PIC X(1).


       FD funites.
                  02 fdm_date PIC 9(8).
                  02 fdm_horaire PIC X(2).
                  02 fdm_centre PIC 9(2).
                  02 fdm_produit PIC 9(5).
                  02 fdm_quantite PIC 9(6).
                  02 fdm_statut PIC X(1).
                  02 fdm_motif PIC X(30).
                  02 fax_date PIC 9(8).
                  02 fax_centre PIC 9(2).
                  02 fax_horaire PIC X(2).
                  02 fax_produit PIC 9(5).
                  02 fax_quantite PIC 9(6).
                  02 fax_statut PIC X(1).
                  02 fax_beneficiaire PIC 9(5).
                  02 ftp_heure PIC 9(6).
                  02 ftp_temperature PIC S9(2)V9.
                  02 ftp_conforme PIC X(1).
                  02 ftp_equipement PIC 9(5).


       FD fpartenaires.
                  02 fcs_distribution PIC 9(5).
                  02 fcs_quantite PIC 9(6).
                  02 fcs_date PIC 9(8).
                  02 fcs_emplacement PIC X(10).
                  02 fcs_dlc PIC 9(8).


       FD fseuils-proposes.
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


       FD facceptations.
              01 Wligne-acceptation PIC X(100).


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




       FD fapres-images.
              01 tamp_fapres-images.
                  02 fai_date PIC 9(8).
                  02 fai_heure PIC 9(8).
                  02 fai_origine PIC X(9).
                  02 fai_fichier PIC X(2).
                  02 fai_operation PIC X(1).
                  02 fai_image PIC X(300).


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


       FD fterrain.
           COPY "terrain_record.cpy".


       FD fformation.
           COPY "formation_record.cpy".


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




       WORKING-STORAGE SECTION.
                    77 WidUtilisateurConnecte  PIC 9(4).
                    77 Wquantite PIC 9(6).
                    77 WidProduit PIC 9(5).
                    77 Wproduit PIC 9(5).
                    77 Wville PIC X(30).
                    77 WidC PIC 9(2).
                    77 WidG PIC 9(5).
                          03 Wtpv-total PIC 9(7).
                    01 Wtab-produits-periode.
                       02 Wtpp-ligne OCCURS 30 TIMES.
                          03 Wtpp-produit PIC 9(5).
                          03 Wtpp-total PIC 9(7).
                    77 WnbLignesTpp PIC 9(2).
                    77 WidxPeriode PIC 9(2).
                    77 WidEntreeCahier PIC 9(5).
                    77 WdateLu PIC 9(8).
                    77 WheureLu PIC 9(6).
                    77 cr_ftournee-retours PIC 9(2).
                    77 WqteLivree PIC 9(6).
                    77 WqteRapportee PIC 9(6).
                    77 WecartChargement PIC 9(6).
                    77 Wsignature PIC X(1).
                    77 WheureLivraison PIC 9(4).
                    77 WnbEtapesTournee PIC 9(2).
                    77 WidxEtape PIC 9(2).
                    01 Wtab-etapes-tournee.
                       02 Wet-ligne OCCURS 30 TIMES.
                          03 Wet-ordre PIC 9(2).
                          03 Wet-type PIC X(1).
                          03 Wet-reference PIC 9(5).
                    01 Wtab-chargement.
                       02 Wchg-ligne OCCURS 30 TIMES.
                          03 Wchg-produit PIC 9(5).
                          03 Wchg-quantite PIC 9(6).
                    77 WnbChg PIC 9(2).
                    77 WidxChg PIC 9(2).
                    77 WchgCentre PIC 9(2).
                    77 WchgCentreDest PIC 9(2).
                    77 WtotalCharge PIC 9(7).
                    77 WtotalLivre PIC 9(7).
                    77 WtotalRapporte PIC 9(7).
                    77 WtotalEcart PIC 9(7).
                    77 WdejaSaisi PIC 9(1).
                    77 WlivreEtape PIC 9(7).
                    77 cr_fvehicule-journal PIC 9(2).
                    77 cr_fvehicule-echeances PIC 9(2).
                    77 WkmReleve PIC 9(7).
                    77 WkmPrecedent PIC 9(7).
                    77 WtypeJournal PIC X(1).
                    77 WlitresPlein PIC 9(4)V99.
                    77 WtypeEcheance PIC X(2).
                    77 WlibelleEcheance PIC X(20).
                    77 WechuVehicule PIC 9(1).
                    77 WkmMin PIC 9(7).
                    77 WkmMax PIC 9(7).
                    77 WkmParcourus PIC 9(7).
                    77 WcoutCarburant PIC 9(7)V99.
                    77 WcoutKm PIC 9(4)V99.
                    77 WtotalKmParc PIC 9(8).
                    77 WtotalCoutParc PIC 9(8)V99.
                    77 cr_ffrais PIC 9(2).
                    77 WidFrais PIC 9(5).
                    77 WtypeLien PIC X(1).
                    77 WnatureFrais PIC X(1).
                    77 WkmFrais PIC 9(5).
                    77 WbaremeKm PIC 9(4).
                    77 WchoixFrais PIC X(1).
                    77 WmotifFrais PIC X(30).
                    77 WlibelleFrais PIC X(30).
                    77 WnomDonateur PIC X(30).
                    77 WnbFrais PIC 9(4).
                    77 WtotalFrais PIC 9(7)V99.
                    77 WidActivite PIC 9(5).
                    77 WstatutFrais PIC X(1).
                    77 cr_frecus PIC 9(2).
                    77 WrecuRemplace PIC 9(5).
                    77 WrecuPrecedent PIC 9(5).
                    77 WnumRecuNouveau PIC 9(5).
                    77 WnbRecus PIC 9(5).
                    77 WnbManquants PIC 9(5).
                    77 WidDonRecu PIC 9(5).
                    77 WidDonateurCourant PIC 9(5).
                    77 WidDonateurCorrige PIC 9(5).
                    77 WmontantCorrige PIC 9(6)V99.
                    77 WmotifRecu PIC X(30).
                    77 WreponseRecu PIC X(1).
                    77 WlibelleRecu PIC X(20).
                    77 cr_fsubv-affect PIC 9(2).
                    77 WidAffect PIC 9(5).
                    77 WtypeAffect PIC X(1).
                    77 WreferenceAffect PIC 9(5).
                    77 WdateAffect PIC 9(8).
                    77 WmontantAffect PIC 9(8)V99.
                    77 WlibelleAffect PIC X(30).
                    77 WrefDejaAffectee PIC 9(1).
                    77 WtotalDepense PIC 9(8)V99.
                    77 WresteSubvention PIC 9(8)V99.
                    77 WtauxConso PIC 9(3).
                    77 WdateAlerte PIC 9(8).
                    77 WmontantSubvention PIC 9(8)V99.
                    77 cr_fbudgets PIC 9(2).
                    77 WtypeBudget PIC X(1).
                    77 WmontantAnnuel PIC 9(8)V99.
                    77 WmontantMois PIC 9(7)V99.
                    77 WidxMois PIC 9(2).
                    77 WtotalBudA PIC 9(8)V99.
                    77 WtotalBudP PIC 9(8)V99.
                    77 WtotalBudD PIC 9(8)V99.
                    77 cr_fnutrition PIC 9(2).
                    77 WnuPoids PIC 9(5).
                    77 WnuEnergie PIC 9(4).
                    77 WnuProteines PIC 9(3)V9.
                    77 WnuLipides PIC 9(3)V9.
                    77 WnuSucres PIC 9(3)V9.
                    77 WnuFibres PIC 9(3)V9.
                    77 WgroupeNutri PIC X(2).
                    77 WgroupeValide PIC 9(1).
                    77 WidxGroupe PIC 9(1).
                    77 WseuilFL PIC 9(3).
                    77 WseuilProt PIC 9(3).
                    77 WpartProt PIC 9(3).
                    77 WqteNutri PIC 9(6).
                    77 WgrammesNutri PIC 9(9).
                    77 WenergiePers PIC 9(7).
                    77 WproteinesPers PIC 9(5).
                    77 WlipidesPers PIC 9(5).
                    77 WsucresPers PIC 9(5).
                    77 WfibresPers PIC 9(5).
                    77 WnbNf PIC 9(3).
                    77 WidxNf PIC 9(3).
                    77 WnbHorsNf PIC 9(5).
                    77 WnbSansFiche PIC 9(5).
                    77 WnbFoyersAlerte PIC 9(4).
                    77 WidxCentreNu PIC 9(3).
                    01 Wtab-nutri-foyers.
                       02 Wnf-ligne OCCURS 200 TIMES.
                          03 Wnf-beneficiaire PIC 9(5).
                          03 Wnf-centre PIC 9(2).
                          03 Wnf-poids PIC 9(9).
                          03 Wnf-groupe PIC 9(9) OCCURS 5 TIMES.
                          03 Wnf-energie PIC 9(9).
                          03 Wnf-proteines PIC 9(7)V9.
                          03 Wnf-lipides PIC 9(7)V9.
                          03 Wnf-sucres PIC 9(7)V9.
                          03 Wnf-fibres PIC 9(7)V9.
                    01 Wtab-nutri-pct.
                       02 Wnp-pct PIC 9(3) OCCURS 5 TIMES.
                    01 Wtab-nutri-centres.
                       02 Wnc-ligne OCCURS 99 TIMES.
                          03 Wnc-nbFoyers PIC 9(4).
                          03 Wnc-nbAlertes PIC 9(4).
                          03 Wnc-poids PIC 9(10).
                          03 Wnc-poidsFL PIC 9(10).
                          03 Wnc-energie PIC 9(10).
                          03 Wnc-proteines PIC 9(8)V9.
                    77 cr_fcartes PIC 9(2).
                    77 WnumCarte PIC 9(8).
                    77 WnumCarteRemplacee PIC 9(8).
                    77 WnumSaisi PIC 9(8).
                    77 WcarteValide PIC 9(1).
                    77 WcleCarte PIC 9(1).
                    77 WchiffreCle PIC 9(1).
                    77 WpoidsCle PIC 9(1).
                    77 WproduitCle PIC 9(2).
                    77 WsommeCle PIC 9(3).
                    77 WidxCle PIC 9(1).
                    77 WdateValiditeCarte PIC 9(8).
                    77 WmotifCarte PIC X(30).
                    77 WnomCentre PIC X(30).
                    77 Wressources PIC 9(7)V99.
                    77 Wcharges PIC 9(7)V99.
                    77 WmontantSaisi PIC 9(6)V99.
                    77 WresteVivre PIC S9(5)V99.
                    77 WdureeAcces PIC 9(2).
                    77 WdateEvaluation PIC 9(8).
                    77 WdateFinDroit PIC 9(8).
                    77 WfinEval PIC 9(1).
                    77 WseuilRav1 PIC 9(6).
                    77 WseuilRav2 PIC 9(6).
                    77 WseuilRav3 PIC 9(6).
                    77 WanneeFin PIC 9(4).
                    77 WmoisFin PIC 9(3).
                    77 WjourFin PIC 9(2).
                    77 WtrancheRav PIC 9(1).
                    77 WnbFoyersRav PIC 9(5).
                    77 WnbDroitsExpires PIC 9(5).
                    77 WpctTranche PIC 9(3).
                    77 WlibelleTranche PIC X(24).
                    77 WcodeJustif PIC X(3).
                    77 WdateReception PIC 9(8).
                    77 WdateExpiration PIC 9(8).
                    77 WdetailJustif PIC 9(1).
                    77 WnbJustifKo PIC 9(2).
                    77 WcentreFoyer PIC 9(2).
                    77 WcentreEtat PIC 9(2).
                    77 WdateVisite PIC 9(8).
                    77 WdateDerniere PIC 9(8).
                    77 WidBnPrec PIC 9(5).
                    77 WfinJustif PIC 9(1).
                    77 WstatutBn PIC X(1).
                    77 WidOrientation PIC 9(5).
                    77 WorganismeOrient PIC X(30).
                    77 WdomaineOrient PIC X(2).
                    77 WdomaineValide PIC 9(1).
                    77 WstatutOrient PIC X(1).
                    77 WdateSuiviOrient PIC 9(8).
                    77 WcommentaireOrient PIC X(40).
                    01 Wtab-tranches-rav.
                       02 Wtr-nbFoyers PIC 9(5) OCCURS 6 TIMES.
                    77 cr_fevaluations PIC 9(2).
                    77 cr_ftypesjustif PIC 9(2).
                    77 cr_fjustificatifs PIC 9(2).
                    77 cr_forientations PIC 9(2).
                    77 cr_fextraits PIC 9(2).


                    77 WspoolForce PIC 9(1) VALUE 0.
                    77 WsansDerogation PIC 9(1) VALUE 0.
                    77 WtypePersonneRg PIC X(1).
                    77 WidPersonneRg PIC 9(5).
                    77 WdemandeurRg PIC X(30).
                    77 WdateDemandeRg PIC 9(8).
                    77 WfichierRg PIC X(40).
                    77 WtitreRg PIC X(40).
                    77 WidDistribRg PIC 9(5).
                    77 WentiteRg PIC X(2).
                    77 WdelaiRg PIC S9(5).
                    77 cr_furgences PIC 9(2).
                    77 WnbPersonnesUrg PIC 9(3).
                    77 WnbLignesUrg PIC 9(3).
                    77 WplafondUrg PIC 9(6).
                    77 WnbUrgMois PIC 9(5).
                    77 WidPrecUrg PIC 9(5).
                    77 cr_fcarnets PIC 9(2).
                    77 cr_fcheques PIC 9(2).
                    77 WfinanceurChq PIC X(30).
                    77 WnumDebutChq PIC 9(8).
                    77 WnumFinChq PIC 9(8).
                    77 WnumChq PIC 9(8).
                    77 WnbChq PIC 9(5).
                    77 WvaleurChq PIC 9(3)V99.
                    77 WmontantChq PIC 9(7)V99.
                    77 WdateValiditeChq PIC 9(8).
                    77 WmotifChq PIC X(30).
                    77 WcommerceChq PIC X(20).
                    77 WtotalCheques PIC 9(7)V99.
                    77 WequivCheques PIC 9(7).
                    77 WfinChq PIC 9(1).
                    77 WmoisChq PIC 9(6).
                    77 WnbCentresChq PIC 9(2).
                    77 WidxChq PIC 9(2).
                    77 WidxMvtChq PIC 9(1).
                    01 Wtab-rappro-cheques.
                       02 Wrc-ligne OCCURS 30 TIMES.
                          03 Wrc-centre PIC 9(2).
                          03 Wrc-mouvement OCCURS 5 TIMES.
                             04 Wrc-nb PIC 9(5).
                             04 Wrc-montant PIC 9(7)V99.
                    77 cr_fsources PIC 9(2).
                    77 cr_fmvsources PIC 9(2).
                    77 WsourceLot PIC X(2).
                    77 WsourceValide PIC 9(1).
                    77 WlotsRestreints PIC 9(1) VALUE 0.
                    77 WlotAutorise PIC 9(1).
                    77 WtypeRecredit PIC X(1) VALUE "S".
                    77 WstockDispo PIC 9(6).
                    77 WqteReservee PIC 9(7).
                    77 WmsLot PIC X(10).
                    77 WmsSource PIC X(2).
                    77 WmsType PIC X(1).
                    77 WmsSens PIC X(1).
                    77 WmsQuantite PIC 9(6).
                    77 WmsReference PIC 9(5).
                    77 WfinSrc PIC 9(1).
                    77 WnbSourcesRes PIC 9(2).
                    77 WidxSrc PIC 9(2).
                    77 WidxSrc2 PIC 9(2).
                    01 Wtab-sources-reservees.
                        02 Wsrc-reservee PIC X(2) OCCURS 20.
                    77 WnbSourcesEtat PIC 9(2).
                    01 Wtab-sources-etat.
                        02 Wse-ligne OCCURS 20.
                            03 Wse-code PIC X(2).
                            03 Wse-recu PIC 9(7).
                            03 Wse-servi PIC 9(7).
                            03 Wse-restitue PIC 9(7).
                            03 Wse-detruit PIC 9(7).
                            03 Wse-stock PIC 9(7).
                    77 WlibelleSrc PIC X(30).
                    77 WmsRecuTotal PIC 9(7).
                    77 WmsServiTotal PIC 9(7).
                    77 WmsRestitueTotal PIC 9(7).
                    77 WmsDetruitTotal PIC 9(7).
                    77 WkxRecuSrc PIC 9(7).
                    77 WkxServiSrc PIC 9(7).
                    77 WkxRestitueSrc PIC 9(7).
                    77 WkxDetruitSrc PIC 9(7).
                    77 WkxTotalSrc PIC 9(7).
                    77 WmsTotalSrc PIC 9(7).
                    77 WecartSrc PIC S9(7).
                    77 WecartSrcEdit PIC -(7)9.
                    77 cr_foffres PIC 9(2).
                    77 cr_facceptations PIC 9(2).
                    77 WlotImpose PIC X(10) VALUE SPACES.
                    77 WdelaiOffre PIC 9(3).
                    77 WfinOffre PIC 9(1).
                    77 WidOffre PIC 9(5).
                    77 WqteAcceptee PIC 9(6).
                    77 WresteOffre PIC 9(6).
                    77 WoffreRetenue PIC 9(1).
                    77 WnbAcceptees PIC 9(4).
                    77 WnbRefusees PIC 9(4).
                    77 WposAcc PIC 9(3).
                    77 WchampAcc PIC X(30).
                    77 cr_fquarantaines PIC 9(2).
                    77 WorigineQr PIC X(1).
                    77 WevtQr PIC X(1).
                    77 WmotifQr PIC X(40).
                    77 WqteQr PIC 9(6).
                    77 WidQr PIC 9(5).
                    77 WquantiteSauvQr PIC 9(6).
                    77 WquarantaineAttente PIC 9(1) VALUE 0.
                    77 WlotModifieQr PIC 9(1).
                    77 WajoutQuarantaine PIC 9(1) VALUE 0.
                    77 WminStatut PIC X(1).
                    77 WstatutLotDetruit PIC X(1).
                    77 WqteQuarantaine PIC 9(7).
                    77 WcentreQr PIC 9(2).
                    77 WfinQr PIC 9(1).
                    77 WnbCentresQr PIC 9(2).
                    77 WidxQr PIC 9(2).
                    77 WlibelleEvtQr PIC X(20).
                    77 WlibelleOrigQr PIC X(16).
                    01 WtableCentresQr.
                        02 Wqr-centre PIC 9(2) OCCURS 50.
                    77 WetqCentre PIC 9(2).
                    77 WetqProduit PIC 9(5).
                    77 WetqLot PIC X(10).
                    77 WetqDlc PIC 9(8).
                    77 WetqQuantite PIC 9(6).
                    77 WetqEmplacement PIC X(10).
                    77 WetqNom PIC X(30).
                    77 WetqUnite PIC X(3).
                    77 WetqEan PIC X(13).
                    77 WfinEtq PIC 9(1).
                    77 WfinLotsEtq PIC 9(1).
                    77 WmodeEtq PIC 9(1).
                    77 WemplacementEtq PIC X(10).
                    77 WdlcConso PIC 9(8).
                    77 WnbPk PIC 9(3).
                    77 WidxPk PIC 9(3).
                    77 WidxPk2 PIC 9(3).
                    77 WposPkTrouvee PIC 9(1).
                    77 WnbDistPrep PIC 9(3).
                    77 WcentrePrep PIC 9(2).
                    77 WdatePrep PIC 9(8).
                    77 WhorairePrep PIC X(2).
                    77 WfinPrep PIC 9(1).
                    77 WfinPrep2 PIC 9(1).
                    77 WrestePrep PIC 9(6).
                    77 WpkNouvEmplacement PIC X(10).
                    77 WpkNouvLot PIC X(10).
                    77 WpkNouvDlc PIC 9(8).
                    77 WpkNouvQuantite PIC 9(6).
                    77 WdateAlertePrep PIC 9(8).
                    77 WnomProduitPrep PIC X(30).
                    77 WalertePrep PIC X(3).
                    77 WnbManquantsPrep PIC 9(3).
                    01 WtablePreparation.
                        02 Wpk-ligne OCCURS 200.
                            03 Wpk-emplacement PIC X(10).
                            03 Wpk-distribution PIC 9(5).
                            03 Wpk-produit PIC 9(5).
                            03 Wpk-lot PIC X(10).
                            03 Wpk-dlc PIC 9(8).
                            03 Wpk-quantite PIC 9(6).
                    77 cr_fcomptages PIC 9(2).
                    77 WdateCpt PIC 9(8).
                    77 WcentreCpt PIC 9(2).
                    77 WmoisCpt PIC 9(6).
                    77 WfinCpt PIC 9(1).
                    77 WnbCptFaits PIC 9(4).
                    77 WidxCpt PIC 9(1).
                    77 WtauxCpt PIC 9(3).
                    77 WnomCptProduit PIC X(30).
                    01 Wtab-suivi-cpt.
                       02 Wcpt-ligne OCCURS 3 TIMES.
                          03 Wcpt-classe PIC X(1).
                          03 Wcpt-planifies PIC 9(5).
                          03 Wcpt-faits PIC 9(5).
                          03 Wcpt-justes PIC 9(5).
                    77 WprjCentre PIC 9(2).
                    77 WprjProduit PIC 9(5).
                    77 WprjDemande PIC 9(6).
                    77 WprjTrouve PIC 9(1).
                    77 WprjStock PIC S9(7).
                    77 WprjStockEdit PIC -(7)9.
                    77 WprjSeuil PIC 9(6).
                    77 WprjJours PIC X(7).
                    77 WprjDate PIC 9(8).
                    77 WprjLimite PIC 9(8).
                    77 WprjJour0 PIC 9(9).
                    77 WprjJourInt PIC 9(9).
                    77 WprjJourNum PIC 9(2).
                    77 WprjJourSem PIC 9(1).
                    77 WprjIdx PIC 9(2).
                    77 WprjIdxD PIC 9(3).
                    77 WprjNbDist PIC 9(3).
                    77 WprjCompte PIC 9(1).
                    77 WprjCentreCmd PIC 9(2).
                    77 WprjDelai PIC 9(3).
                    77 WprjRamasse PIC 9(7).
                    77 WprjSemSeuil PIC 9(1).
                    77 WprjSemZero PIC 9(1).
                    77 WfinPrj PIC 9(1).
                    01 Wtab-projection.
                       02 Wprj-semaine OCCURS 8 TIMES.
                          03 Wprj-debut PIC 9(8).
                          03 Wprj-reserve PIC 9(7).
                          03 Wprj-planifie PIC 9(7).
                          03 Wprj-commande PIC 9(7).
                          03 Wprj-ramasse PIC 9(7).
                          03 Wprj-perime PIC 9(7).
                          03 Wprj-stock PIC S9(7).
                    01 Wtab-prj-dist.
                       02 Wpd-ligne OCCURS 300 TIMES.
                          03 Wpd-groupe PIC 9(5).
                          03 Wpd-date PIC 9(8).
                    77 cr_ffactures PIC 9(2).
                    77 cr_ffacture-lignes PIC 9(2).
                    77 WidFacture PIC 9(5).
                    77 WidFactureAutre PIC 9(5).
                    77 WnumFacture PIC X(15).
                    77 WdateFacture PIC 9(8).
                    77 WecheanceFacture PIC 9(8).
                    77 WmontantFacture PIC 9(8)V99.
                    77 WproduitFac PIC 9(5).
                    77 WqteFacturee PIC 9(6).
                    77 WqteRecueFac PIC 9(6).
                    77 WprixFacture PIC 9(6)V99.
                    77 WtolQteFac PIC 9(3).
                    77 WtolPrixFac PIC 9(3).
                    77 WqteAutorisee PIC 9(7)V99.
                    77 WprixAutorise PIC 9(7)V99.
                    77 WprixCatalogue PIC 9(6)V99.
                    77 WprixCatTrouve PIC 9(1).
                    77 WdejaFacture PIC 9(7).
                    77 WnbEcartsFac PIC 9(3).
                    77 WmotifFac PIC X(40).
                    77 WcleLigneFac PIC X(10).
                    77 WfinFac PIC 9(1).
                    77 WfinFac2 PIC 9(1).
                    77 WjoursRetard PIC S9(5).
                    77 WidxAge PIC 9(1).
                    01 Wage-table.
                       02 Wage-ligne OCCURS 5 TIMES.
                          03 Wage-libelle PIC X(16).
                          03 Wage-nombre PIC 9(4).
                          03 Wage-montant PIC 9(9)V99.
                    77 cr_fequipements PIC 9(2).
                    77 cr_fmaintenances PIC 9(2).
                    77 WidEquipementTp PIC 9(5).
                    77 WtempMinEqp PIC S9(2)V9.
                    77 WtempMaxEqp PIC S9(2)V9.
                    77 WtypeEqp PIC X(1).
                    77 WlibelleEqp PIC X(30).
                    77 WemplacementEqp PIC X(10).
                    77 WcapaciteEqp PIC 9(5).
                    77 WfinEqp PIC 9(1).
                    77 WnbRelEqp PIC 9(5).
                    77 WnbHorsEqp PIC 9(5).
                    77 WnbHors30Eqp PIC 9(5).
                    77 WsommeTempEqp PIC S9(7)V9.
                    77 WmoyTempEqp PIC S9(2)V9.
                    77 WdateLimiteEqp PIC 9(8).
                    77 WidMaintenance PIC 9(5).
                    77 WtypeMnt PIC X(1).
                    77 WlibelleMnt PIC X(30).
                    77 WecheanceMnt PIC 9(8).
                    77 WperiodeMnt PIC 9(3).
                    77 WcommentaireMnt PIC X(40).
                    77 WfinMnt PIC 9(1).
                    77 WnbLotsEqp PIC 9(3).
                    77 WidxEqp PIC 9(3).
                    77 WnbEqp PIC 9(3).
                    77 WcentreEqp PIC 9(2).
                    77 WmoisEqp PIC 9(6).
                    01 Wtab-lots-eqp.
                       02 Weq-ligne OCCURS 100 TIMES.
                          03 Weq-produit PIC 9(5).
                          03 Weq-lot PIC X(10).
                    01 Wtab-releves-eqp.
                       02 Weqp-ligne OCCURS 200 TIMES.
                          03 Weqp-id PIC 9(5).
                          03 Weqp-centre PIC 9(2).
                          03 Weqp-libelle PIC X(30).
                          03 Weqp-releves PIC 9(5).
                          03 Weqp-hauts PIC 9(5).
                          03 Weqp-bas PIC 9(5).
                    77 WidProduitGarde PIC 9(5).
                    77 WidProduitDouble PIC 9(5).
                    77 WuniteGarde PIC X(3).
                    77 WqteDoubleFu PIC 9(6).
                    77 WcentreFu PIC 9(3).
                    77 WqteFu PIC 9(6).
                    77 WqteFu2 PIC 9(6).
                    77 WseuilFu PIC 9(6).
                    77 WrefFu PIC 9(5).
                    77 WcodeFu PIC X(8).
                    77 WfinFu PIC 9(1).
                    77 WtrouveFu PIC 9(1).
                    77 WprixFu PIC X(26).
                    77 WsubstFu PIC X(10).
                    77 WsoldeFu PIC X(19).
                    77 WsubstFu2 PIC X(10).
                    01 WlotFu.
                       02 Wlfu-cle PIC X(17).
                       02 Wlfu-dlc PIC 9(8).
                       02 Wlfu-quantite PIC 9(6).
                       02 Wlfu-emplacement PIC X(10).
                       02 Wlfu-source PIC X(2).
                       02 Wlfu-statut PIC X(1).
                    77 WchoixFerm PIC X(1).
                    77 WfinFerm PIC 9(1).
                    77 WnbStockFerm PIC 9(4).
                    77 WnbLotsFerm PIC 9(4).
                    77 WnbDistFerm PIC 9(4).
                    77 WnbPlanFerm PIC 9(4).
                    77 WnbRdvFerm PIC 9(4).
                    77 WnbBenFerm PIC 9(4).
                    77 WnbLecFerm PIC 9(4).
                    77 WproduitFerm PIC 9(5).
                    77 WqteFerm PIC 9(6).
                    77 WidMouvementFerm PIC 9(5).
                    77 WlecteurFerm PIC X(20).
                    77 WnbFm PIC 9(3).
                    77 WidxFm PIC 9(3).
                    01 Wtab-stock-ferm.
                       02 Wfm-ligne OCCURS 500 TIMES.
                          03 Wfm-produit PIC 9(5).
                          03 Wfm-quantite PIC 9(6).
                    77 cr_fechanges PIC 9(2).
                    77 WidEchange PIC 9(5).
                    77 WcedantEch PIC 9(4).
                    77 WremplacantEch PIC 9(4).
                    77 WremplacantOk PIC 9(1).
                    77 WdispoOk PIC 9(1).
                    77 WstatutEch PIC X(1).
                    77 WnbEchOuverts PIC 9(3).
                    77 WdateLimiteEch PIC 9(8).
                    77 cr_fattestations PIC 9(2).
                    77 WidAttest PIC 9(5).
                    77 WnomAt PIC X(30).
                    77 WprenomAt PIC X(30).
                    77 WinscriptionAt PIC 9(8).
                    77 WroleAt PIC 9(1).
                    77 WgroupeAt PIC 9(4).
                    77 WgroupeLuAt PIC 9(5).
                    77 WdebutAt PIC 9(8).
                    77 WfinAt PIC 9(8).
                    77 WheuresAt PIC 9(5).
                    77 WheuresPointeesAt PIC 9(5).
                    77 WnbDistribAt PIC 9(4).
                    77 WnbCollectesAt PIC 9(4).
                    77 WnbTourneesAt PIC 9(4).
                    77 WmoisAncAt PIC 9(4).
                    77 WansAncAt PIC 9(3).
                    77 WresteMoisAt PIC 9(2).
                    77 WaaJourAt PIC 9(4).
                    77 WmmJourAt PIC 9(2).
                    77 WjjJourAt PIC 9(2).
                    77 WaaInsAt PIC 9(4).
                    77 WmmInsAt PIC 9(2).
                    77 WjjInsAt PIC 9(2).
                    77 WnomSignAt PIC X(30).
                    77 WprenomSignAt PIC X(30).
                    77 WlibelleAt PIC X(30).
                    77 cr_frevues PIC 9(2).
                    77 WcampagneRv PIC 9(5).
                    77 WmoisRv PIC 9(2).
                    77 WecheanceRv PIC 9(8).
                    77 WreviseurRv PIC 9(4).
                    77 WidRv PIC 9(4).
                    77 WroleRv PIC 9(1).
                    77 WnouveauRoleRv PIC 9(1).
                    77 WnbDelegRv PIC 9(2).
                    77 WderniereCnxRv PIC 9(8).
                    77 WdecisionRv PIC X(1).
                    77 WlibDecisionRv PIC X(24).
                    77 WnbRvLignes PIC 9(4).
                    77 WnbRvC PIC 9(4).
                    77 WnbRvD PIC 9(4).
                    77 WnbRvR PIC 9(4).
                    77 WnbRvV PIC 9(4).
                    77 WnbRvA PIC 9(4).
                    77 WnbRevuesAttente PIC 9(4).
                    77 WidxRv PIC 9(3).
                    77 WnbRvGrp PIC 9(3).
                    77 WnbRvCtr PIC 9(3).
                    01 Wtab-revue-groupes.
                       02 Wrvg-ligne OCCURS 100 TIMES.
                          03 Wrvg-groupe PIC 9(4).
                          03 Wrvg-chef PIC 9(4).
                    01 Wtab-revue-centres.
                       02 Wrvc-ligne OCCURS 100 TIMES.
                          03 Wrvc-centre PIC 9(2).
                          03 Wrvc-resp PIC 9(4).
                    77 cr_fmotsdepasse PIC 9(2).
                    77 WmdpTempExpire PIC 9(1).
                    77 WmdpAChanger PIC 9(1).
                    77 WmdpAvertir PIC 9(1).
                    77 WmdpJoursRestants PIC 9(5).
                    77 WmdpAge PIC 9(5).
                    77 WidMdp PIC 9(4).
                    77 WmdpActuel PIC X(30).
                    77 WmdpTemp PIC X(30).
                    77 WaleaMdp PIC 9(6).
                    77 WidxMdp PIC 9(1).
                    77 WnbHistMdp PIC 9(1).
                    77 WmdpReutilise PIC 9(1).
                    77 WadminJournal PIC 9(4) VALUE 0.
                    77 WidSauveMdp PIC 9(4).
                    77 WgraineMdp PIC 9(8).
                    77 cr_fapres-images PIC 9(2).
                    77 WimageFichier PIC X(2).
                    77 WimageOperation PIC X(1).
                    77 WimageStatut PIC 9(2).
                    77 WimageContenu PIC X(300).
                    77 WimageHorodatage PIC X(21).
                    77 WimageOrigine PIC X(9) VALUE "KERMITO".
                    77 cr_fversions PIC 9(2).
                    77 WvfFichier PIC X(30).
                    77 WvfAttendue PIC 9(3).
                    77 WvfTrouvee PIC 9(3).
                    77 WversionRefus PIC 9(1).
                    77 cr_fparhist PIC 9(2).
                    77 WdateParam PIC 9(8) VALUE 0.
                    77 WdtParam PIC X(21).
                    77 WdebutParam PIC 9(8).
                    77 WtrouveParam PIC 9(1).
                    77 WpremierParam PIC 9(1).
                    77 WfinParam PIC 9(1).
                    77 WnouvelleValeurParam PIC 9(6).
                    77 WdateEffetParam PIC 9(8).
                    77 WcodeHistParam PIC X(8).
                    77 WnomHistParam PIC X(30).
                    77 cr_fcrises PIC 9(2).
                    77 cr_fdistcrises PIC 9(2).
                    77 WidCrise PIC 9(5).
                    77 WantenneCrise PIC 9(2).
                    77 WmultQteCrise PIC 9V9.
                    77 WmultFreqCrise PIC 9V9.
                    77 WjoursCrise PIC X(7).
                    77 WjourCrise PIC 9(1).
                    77 WfinCrise PIC 9(1).
                    77 WquantiteCrise PIC 9(6).
                    77 WlimNormale PIC 9(6).
                    77 WsuppCrise PIC 9(6).
                    77 WmotifCrise PIC X(40).
                    77 WdebutCrise PIC 9(8).
                    77 WnbDistCrise PIC 9(5).
                    77 WvolumeCrise PIC 9(8).
                    77 WtotalSuppCrise PIC 9(8).
                    77 WvaleurCrise PIC 9(9)V99.
                    01 Wtab-crise.
                       02 Wcri-ligne OCCURS 50 TIMES.
                          03 Wcri-produit PIC 9(5).
                          03 Wcri-quantite PIC 9(8).
                    77 WnbCri PIC 9(2).
                    77 WidxCri PIC 9(2).
                    77 WqteEditCrise PIC 9.9.
                    77 WfreqEditCrise PIC 9.9.
                    77 WvaleurEditCrise PIC Z(8)9.99.
                    77 cr_fterrain PIC 9(2).
                    01 Wtab-terrain.
                       02 Wter-ligne OCCURS 2000 TIMES.
                          03 Wter-type PIC X(1).
                          03 Wter-contenu PIC X(159).
                    77 WnbTer PIC 9(4).
                    77 WidxTer PIC 9(4).
                    77 WidxLigTer PIC 9(4).
                    77 WnbLigTer PIC 9(2).
                    77 WcentreTer PIC 9(2).
                    77 WdateTer PIC 9(8).
                    77 WmontantTer PIC 9(6)V99.
                    77 WnomTer PIC X(30).
                    77 WmotifTer PIC X(50).
                    77 WarriveeTer PIC 9(6).
                    77 WdepartTer PIC 9(6).
                    77 WdateEncaissement PIC 9(8).
                    77 WnbDistAppTer PIC 9(4).
                    77 WnbDistRejTer PIC 9(4).
                    77 WnbDistNonTer PIC 9(4).
                    77 WnbLigAppTer PIC 9(5).
                    77 WnbPtgAppTer PIC 9(4).
                    77 WnbPtgRejTer PIC 9(4).
                    77 WnbRdvAppTer PIC 9(4).
                    77 WnbRdvRejTer PIC 9(4).
                    77 cr_fformation PIC 9(2).
                    77 WmodeFormation PIC 9(1) VALUE 0.
                    77 WdateFormation PIC 9(8).
                    77 cr_fexercices PIC 9(2).
                    77 cr_fajustements PIC 9(2).
                    77 WexerciceClos PIC 9(1).
                    77 WdateExercice PIC 9(8).
                    77 WanneeExercice PIC 9(4).
                    77 WanneeNouvelle PIC 9(4).
                    77 WmoisExercice PIC 9(6).
                    77 WnumMois PIC 9(2).
                    77 WnbMoisOuverts PIC 9(2).
                    77 WdebutExercice PIC 9(8).
                    77 WfinExercice PIC 9(8).
                    77 WpremierRecu PIC 9(5).
                    77 WdernierRecu PIC 9(5).
                    77 WrangRecu PIC 9(5).
                    77 WanneeRecu PIC 9(4).
                    77 WnbRecusEx PIC 9(5).
                    77 WnbRecusAnnulesEx PIC 9(5).
                    77 WmontantRecusEx PIC 9(8)V99.
                    77 WnatureRecusEx PIC 9(8).
                    77 WnbDonsMEx PIC 9(5).
                    77 WnbDonsNEx PIC 9(5).
                    77 WmontantDonsEx PIC 9(8)V99.
                    77 WquantiteDonsEx PIC 9(8).
                    77 WnbEncaissEx PIC 9(5).
                    77 WmontantEncaissEx PIC 9(8)V99.
                    77 WnbReceptionsEx PIC 9(5).
                    77 WquantiteReceptionsEx PIC 9(8).
                    77 WnbFraisEx PIC 9(5).
                    77 WnbFraisAttenteEx PIC 9(5).
                    77 WmontantFraisEx PIC 9(8)V99.
                    77 WvaleurStockEx PIC 9(10)V99.
                    77 WvaleurLigneEx PIC 9(10)V99.
                    77 WnbProduitsEx PIC 9(5).
                    77 WdepenseSubvEx PIC 9(8)V99.
                    77 WresteSubvEx PIC S9(8)V99.
                    77 WresteSubvEdit PIC -Z(7)9.99.
                    77 WidAjustement PIC 9(5).
                    77 WtypeAjustement PIC X(1).
                    77 WrefAjustement PIC 9(5).
                    77 WsensAjustement PIC X(1).
                    77 WmontantAjustement PIC 9(6)V99.
                    77 WquantiteAjustement PIC 9(6).
                    77 WmotifAjustement PIC X(30).
                    77 WstatutAjustement PIC X(1).
                    77 WdateReference PIC 9(8).
                    77 WnbAjustements PIC 9(4).
                    01 Wtab-categories-exercice.
                       02 Wcx-ligne OCCURS 30 TIMES.
                          03 Wcx-categorie PIC X(12).
                          03 Wcx-valeur PIC 9(10)V99.
                    77 WnbCategoriesEx PIC 9(2).
                    77 WidxCx PIC 9(2).
                    77 cr_flivraisons PIC 9(2).
                    77 WlivExiste PIC 9(1).
                    77 WlivActif PIC X(1).
                    77 WlivAncien PIC X(1).
                    77 WcentreLivraison PIC 9(2).
                    77 WjourLivraison PIC 9(1).
                    77 WcreneauLivraison PIC X(2).
                    77 WpanierLivraison PIC X(8).
                    77 WaccesLivraison PIC X(60).
                    77 WaccesSaisi PIC X(60).
                    77 WlundiLivraison PIC 9(8).
                    77 WsamediLivraison PIC 9(8).
                    77 WdebutScanLv PIC 9(8).
                    77 WintLundiLv PIC 9(9).
                    77 WintEcheanceLv PIC 9(9).
                    77 WjourSemaineLv PIC 9(1).
                    77 WlimJoursLv PIC 9(6).
                    77 WgraceLv PIC 9(8).
                    77 WanneeLv PIC 9(4).
                    01 Wtab-jours-livraison.
                       02 Wjl-ligne OCCURS 6 TIMES.
                          03 Wjl-date PIC 9(8).
                          03 Wjl-dispo PIC 9(1).
                          03 Wjl-charge PIC 9(6).
                          03 Wjl-nbFoyers PIC 9(2).
                    77 WidxJl PIC 9(1).
                    01 Wtab-foyers-livraison.
                       02 Wfl-ligne OCCURS 200 TIMES.
                          03 Wfl-antenne PIC 9(2).
                          03 Wfl-adresse PIC X(40).
                          03 Wfl-beneficiaire PIC 9(5).
                          03 Wfl-centre PIC 9(2).
                          03 Wfl-jour PIC 9(1).
                          03 Wfl-creneau PIC X(2).
                          03 Wfl-panier PIC X(8).
                          03 Wfl-dernier PIC 9(8).
                          03 Wfl-echeance PIC 9(8).
                          03 Wfl-charge PIC 9(6).
                          03 Wfl-jourAffecte PIC 9(1).
                          03 Wfl-statut PIC X(1).
                    01 WfoyerNouveau.
                       02 WfnAntenne PIC 9(2).
                       02 WfnAdresse PIC X(40).
                       02 WfnBeneficiaire PIC 9(5).
                       02 WfnCentre PIC 9(2).
                       02 WfnJour PIC 9(1).
                       02 WfnCreneau PIC X(2).
                       02 WfnPanier PIC X(8).
                       02 WfnDernier PIC 9(8).
                       02 WfnEcheance PIC 9(8).
                       02 WfnCharge PIC 9(6).
                       02 WfnJourAffecte PIC 9(1).
                       02 WfnStatut PIC X(1).
                    77 WnbFl PIC 9(3).
                    77 WidxFl PIC 9(3).
                    77 WidxFl2 PIC 9(3).
                    77 WposFlTrouvee PIC 9(1).
                    77 WfinLv PIC 9(1).
                    77 WfinLv2 PIC 9(1).
                    77 WantenneLv PIC 9(2).
                    77 WdebutGroupeLv PIC 9(3).
                    77 WfinGroupeLv PIC 9(3).
                    77 WnbDusLv PIC 9(3).
                    77 WchargeGroupeLv PIC 9(8).
                    77 WcapaciteLv PIC 9(6).
                    77 WimmatLv PIC X(10).
                    77 WnbFoyersLv PIC 9(3).
                    77 WnbLivraisonsLv PIC 9(3).
                    77 WnbTourneesLv PIC 9(3).
                    77 WnbEcartesLv PIC 9(3).
                    77 WchargeColis PIC 9(6).
                    77 WnbGardees PIC 9(2).
                    77 WpremierLc PIC 9(2).
                    77 WidxLc PIC 9(2).
                    01 Wtab-lignes-colis.
                       02 Wlc-garde PIC X(1) OCCURS 30 TIMES.
                    77 WregimeRefuse PIC 9(1).
                    77 WmotifLv PIC X(30).
                    77 WmotifEcartLv PIC X(30).
                    77 WvhChoisiLv PIC 9(5).
                    77 WcapVhLv PIC 9(6).
                    77 WimmatVhLv PIC X(10).
                    77 WcouvreLv PIC 9(1).
                    77 WnbJoursDispoLv PIC 9(1).
                    77 WdroitRefuseLv PIC 9(1).
       PROCEDURE DIVISION.


           CLOSE fdistribution-lignes
       END-IF

       OPEN INPUT ftournee-retours
       IF cr_ftournee-retours = 35 THEN
           DISPLAY "Fichier manquant : tournee_retours.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE ftournee-retours
       END-IF

       OPEN INPUT fvehicule-journal
       IF cr_fvehicule-journal = 35 THEN
           DISPLAY "Fichier manquant : vehicule_journal.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fvehicule-journal
       END-IF

       OPEN INPUT fvehicule-echeances
       IF cr_fvehicule-echeances = 35 THEN
           DISPLAY "Fichier manquant : vehicule_echeances.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fvehicule-echeances
       END-IF

       OPEN INPUT ffrais
       IF cr_ffrais = 35 THEN
           DISPLAY "Fichier manquant : notes_frais.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE ffrais
       END-IF

       OPEN INPUT frecus
       IF cr_frecus = 35 THEN
           DISPLAY "Fichier manquant : recus_fiscaux.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE frecus
       END-IF

       OPEN INPUT fsubv-affect
       IF cr_fsubv-affect = 35 THEN
           DISPLAY "Fichier manquant : subvention_affectations.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fsubv-affect
       END-IF

       OPEN INPUT fbudgets
       IF cr_fbudgets = 35 THEN
           DISPLAY "Fichier manquant : budgets.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fbudgets
       END-IF

       OPEN INPUT fnutrition
       IF cr_fnutrition = 35 THEN
           DISPLAY "Fichier manquant : nutrition.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fnutrition
       END-IF

       OPEN INPUT fcartes
       IF cr_fcartes = 35 THEN
           DISPLAY "Fichier manquant : cartes_beneficiaires.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fcartes
       END-IF

       OPEN INPUT fevaluations
       IF cr_fevaluations = 35 THEN
           DISPLAY "Fichier manquant : evaluations_sociales.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fevaluations
       END-IF

       OPEN INPUT ftypesjustif
       IF cr_ftypesjustif = 35 THEN
           DISPLAY "Fichier manquant : types_justificatifs.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE ftypesjustif
       END-IF

       OPEN INPUT fjustificatifs
       IF cr_fjustificatifs = 35 THEN
           DISPLAY "Fichier manquant : justificatifs.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fjustificatifs
       END-IF

       OPEN INPUT forientations
       IF cr_forientations = 35 THEN
           DISPLAY "Fichier manquant : orientations_sortantes.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE forientations
       END-IF

       OPEN INPUT fextraits
       IF cr_fextraits = 35 THEN
           DISPLAY "Fichier manquant : extraits_rgpd.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fextraits
       END-IF

       OPEN INPUT furgences
       IF cr_furgences = 35 THEN
           DISPLAY "Fichier manquant : accueils_urgence.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE furgences
       END-IF

       OPEN INPUT fcarnets
       IF cr_fcarnets = 35 THEN
           DISPLAY "Fichier manquant : carnets_cheques.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fcarnets
       END-IF

       OPEN INPUT fcheques
       IF cr_fcheques = 35 THEN
           DISPLAY "Fichier manquant : cheques_services.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fcheques
       END-IF

       OPEN INPUT fsources
       IF cr_fsources = 35 THEN
           DISPLAY "Fichier manquant : sources_financement.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fsources
       END-IF

       OPEN INPUT fmvsources
       IF cr_fmvsources = 35 THEN
           DISPLAY "Fichier manquant : mouvements_sources.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fmvsources
       END-IF

       OPEN INPUT foffres
       IF cr_foffres = 35 THEN
           DISPLAY "Fichier manquant : offres_surplus.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE foffres
       END-IF

       OPEN INPUT fquarantaines
       IF cr_fquarantaines = 35 THEN
           DISPLAY "Fichier manquant : quarantaines.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fquarantaines
       END-IF

       OPEN INPUT fcomptages
       IF cr_fcomptages = 35 THEN
           DISPLAY "Fichier manquant : plan_comptages.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fcomptages
       END-IF

       OPEN INPUT ffactures
       IF cr_ffactures = 35 THEN
           DISPLAY "Fichier manquant : factures_fournisseurs.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE ffactures
       END-IF

       OPEN INPUT ffacture-lignes
       IF cr_ffacture-lignes = 35 THEN
           DISPLAY "Fichier manquant : facture_lignes.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE ffacture-lignes
       END-IF

       OPEN INPUT fequipements
       IF cr_fequipements = 35 THEN
           DISPLAY "Fichier manquant : equipements.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fequipements
       END-IF

       OPEN INPUT fmaintenances
       IF cr_fmaintenances = 35 THEN
           DISPLAY "Fichier manquant : maintenances.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fmaintenances
       END-IF

       OPEN INPUT fechanges
       IF cr_fechanges = 35 THEN
           DISPLAY "Fichier manquant : echanges_affectations.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fechanges
       END-IF

       OPEN INPUT fattestations
       IF cr_fattestations = 35 THEN
           DISPLAY "Fichier manquant : attestations.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fattestations
       END-IF

       OPEN INPUT frevues
       IF cr_frevues = 35 THEN
           DISPLAY "Fichier manquant : revues_habilitations.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE frevues
       END-IF

       OPEN INPUT fmotsdepasse
       IF cr_fmotsdepasse = 35 THEN
           DISPLAY "Fichier manquant : mots_de_passe.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fmotsdepasse
       END-IF

       OPEN INPUT fversions
       IF cr_fversions = 35 THEN
           DISPLAY "Fichier manquant : versions_fichiers.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fversions
       END-IF

       OPEN INPUT fparhist
       IF cr_fparhist = 35 THEN
           DISPLAY "Fichier manquant : parametres_historique.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fparhist
       END-IF

       OPEN INPUT fcrises
       IF cr_fcrises = 35 THEN
           DISPLAY "Fichier manquant : crises.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fcrises
       END-IF

       OPEN INPUT fdistcrises
       IF cr_fdistcrises = 35 THEN
           DISPLAY "Fichier manquant : distributions_crises.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fdistcrises
       END-IF

       OPEN INPUT fexercices
       IF cr_fexercices = 35 THEN
           DISPLAY "Fichier manquant : exercices.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fexercices
       END-IF

       OPEN INPUT fajustements
       IF cr_fajustements = 35 THEN
           DISPLAY "Fichier manquant : ajustements_exercice.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE fajustements
       END-IF

       OPEN INPUT flivraisons
       IF cr_flivraisons = 35 THEN
           DISPLAY "Fichier manquant : livraisons_domicile.dat"
           MOVE 1 TO WfichierManquant
       ELSE
           CLOSE flivraisons
       END-IF

       IF WfichierManquant = 1 THEN
           DISPLAY "⚠️ Démarrage refusé : fichier(s) "
               "manquant(s). ⚠️"
           STOP RUN
       END-IF

       MOVE 0 TO WversionRefus
       MOVE "benevoles.dat" TO WvfFichier
       PERFORM Controler_version_fichier
       MOVE "distributions.dat" TO WvfFichier
       PERFORM Controler_version_fichier
       MOVE "fbeneficiaires.dat" TO WvfFichier
       PERFORM Controler_version_fichier
       MOVE "lots.dat" TO WvfFichier
       PERFORM Controler_version_fichier
       MOVE "journal.dat" TO WvfFichier
       PERFORM Controler_version_fichier
       MOVE "temperatures.dat" TO WvfFichier
       PERFORM Controler_version_fichier
       MOVE "lot_consommations.dat" TO WvfFichier
       PERFORM Controler_version_fichier
       MOVE "demandes.dat" TO WvfFichier
       PERFORM Controler_version_fichier
       MOVE "distributions_archive.dat" TO WvfFichier
       PERFORM Controler_version_fichier
       IF WversionRefus = 1 THEN
           DISPLAY "⚠️ Démarrage refusé : format de fichier "
               "périmé. ⚠️"
           DISPLAY "Exécutez l'utilitaire de conversion des "
               "fichiers puis relancez l'application."
           STOP RUN
       END-IF

       MOVE 0 TO WmodeFormation
       OPEN INPUT fformation
       IF cr_fformation = 00 THEN
           READ fformation
               NOT AT END
                   MOVE 1 TO WmodeFormation
                   MOVE ffm_date TO WdateFormation
           END-READ
           CLOSE fformation
       END-IF

        PERFORM MENUCHOIX

        STOP RUN.
        COPY "incidents.cpy".
        COPY "paniers.cpy".
        COPY "cahier.cpy".
        COPY "frais.cpy".
        COPY "budgets.cpy".
        COPY "nutrition.cpy".
        COPY "cartes.cpy".
        COPY "evaluations.cpy".
        COPY "justificatifs.cpy".
        COPY "orientations.cpy".
        COPY "rgpd.cpy".
        COPY "cheques.cpy".
        COPY "sources.cpy".
        COPY "quarantaines.cpy".
        COPY "etiquettes.cpy".
        COPY "preparations.cpy".
        COPY "comptages.cpy".
        COPY "projections.cpy".
        COPY "factures.cpy".
        COPY "equipements.cpy".
        COPY "attestations.cpy".
        COPY "revues.cpy".
        COPY "apres_images.cpy".
        COPY "versions.cpy".
        COPY "crises.cpy".
        COPY "terrain.cpy".
        COPY "exercices.cpy".
        COPY "livraisons.cpy".
        COPY "dates.cpy".
