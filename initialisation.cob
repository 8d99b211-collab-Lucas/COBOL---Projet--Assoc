        alternate record key is fdm_groupe WITH DUPLICATES
        file status is cr_fdemandes.

        select farchive assign to "distributions_archive.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fax_id
        alternate record key is fax_date WITH DUPLICATES
        file status is cr_farchive.


        select fcampagnes assign to "campagnes.dat"
        organization indexed
        record key is fcu_cle
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


        select freglements assign to "reglements_antennes.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is frg_cle
        file status is cr_freglements.


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


        select fversions assign to "versions_fichiers.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fvf_fichier
        file status is cr_fversions.


        select fcapacite assign to "capacite_compteurs.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fic_cle
        file status is cr_fcapacite.


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

        select fqualite assign to "qualite_scores.dat"
        organization indexed
        access mode is dynamic
        lock mode is automatic
        record key is fqs_cle
        file status is cr_fqualite.

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
              01 tamp_froles.
                  02 flo_dlc PIC 9(8).
                  02 flo_quantite PIC 9(6).
                  02 flo_emplacement PIC X(10).
                  02 flo_source PIC X(2).
                  02 flo_statut PIC X(1).

       FD funites.
              01 tamp_funites.
                  02 fdm_date PIC 9(8).
                  02 fdm_horaire PIC X(2).
                  02 fdm_centre PIC 9(2).
                  02 fdm_produit PIC 9(5).
                  02 fdm_quantite PIC 9(6).
                  02 fdm_statut PIC X(1).
                  02 fdm_motif PIC X(30).
                  02 fdm_demandeur PIC 9(4).
                  02 fdm_distribution PIC 9(5).

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

       FD fcampagnes.
              01 tamp_fcampagnes.
                  02 fca_code PIC X(8).
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

       FD freglements.
              01 tamp_freglements.
                  02 frg_cle.
                      03 frg_mois PIC 9(6).
                      03 frg_source PIC 9(2).
                      03 frg_dest PIC 9(2).
                  02 frg_montant PIC 9(9)V99.
                  02 frg_nbTransferts PIC 9(5).
                  02 frg_calculDate PIC 9(8).

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

       FD fqualite.
              01 tamp_fqualite.
                  02 fqs_cle.
                      03 fqs_niveau PIC X(1).
                      03 fqs_code PIC 9(2).
                      03 fqs_date PIC 9(8).
                  02 fqs_nbControles PIC 9(7).
                  02 fqs_nbAnomalies PIC 9(7).
                  02 fqs_score PIC 9(3)V9.

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
                    77 cr_fcahier PIC 9(2).
                    77 cr_fcorrespondances PIC 9(2).
                    77 cr_fdelegations PIC 9(2).
                    77 cr_fdemandes PIC 9(2).
                    77 cr_farchive PIC 9(2).
                    77 cr_fdisponibilites PIC 9(2).
                    77 cr_fdistribution-lignes PIC 9(2).
                    77 cr_fdistributions PIC 9(2).
                    77 WcodeAntenne PIC 9(2).
                    77 Wcategorie PIC X(12).
                    77 WcodeParam PIC X(8).
                    77 cr_ftournee-retours PIC 9(2).
                    77 cr_fvehicule-journal PIC 9(2).
                    77 cr_fvehicule-echeances PIC 9(2).
                    77 cr_ffrais PIC 9(2).
                    77 cr_frecus PIC 9(2).
                    77 cr_fsubv-affect PIC 9(2).
                    77 cr_fbudgets PIC 9(2).
                    77 cr_freglements PIC 9(2).
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

                    77 WvfFichier PIC X(30).
                    77 WvfAttendue PIC 9(3).
                    77 WvfTrouvee PIC 9(3).
                    77 WversionRefus PIC 9(1).
                    77 WdtVersion PIC X(21).
                    77 cr_fcapacite PIC 9(2).
                    77 cr_fparhist PIC 9(2).
                    77 cr_fcrises PIC 9(2).
                    77 cr_fdistcrises PIC 9(2).
                    77 cr_fexercices PIC 9(2).
                    77 cr_fajustements PIC 9(2).
                    77 cr_fqualite PIC 9(2).
                    77 cr_flivraisons PIC 9(2).
       PROCEDURE DIVISION.
       DISPLAY "Initialisation des fichiers de l'application"

               END-WRITE
       END-READ

       MOVE "KR" TO autoinc_entite
       READ increment
           INVALID KEY
               MOVE "KR" TO autoinc_entite
               MOVE 00000 TO autoinc_num
               WRITE autoinc
               END-WRITE
       END-READ

       CLOSE increment


       OPEN I-O fdistributions
       IF cr_fdistributions = 35 THEN
            OPEN OUTPUT fdistributions
            MOVE "distributions.dat" TO WvfFichier
            PERFORM Estampiller_version_fichier

            MOVE 00001 TO fdi_id
            MOVE 00001 TO fdi_idGroupe
       OPEN I-O fjournal
       IF cr_fjournal = 35 THEN
            OPEN OUTPUT fjournal
            MOVE "journal.dat" TO WvfFichier
            PERFORM Estampiller_version_fichier
       END-IF
       CLOSE fjournal

       OPEN I-O fbeneficiaires
       IF cr_fbeneficiaires = 35 THEN
            OPEN OUTPUT fbeneficiaires
            MOVE "fbeneficiaires.dat" TO WvfFichier
            PERFORM Estampiller_version_fichier
       END-IF
       CLOSE fbeneficiaires

            WRITE tamp_fparametres
            END-WRITE

            MOVE "FRAISKM" TO fpa_code
            MOVE "Bareme kilometrique (millimes)" TO fpa_libelle
            MOVE 335 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "NUTFLPCT" TO fpa_code
            MOVE "Part mini fruits-legumes (%)" TO fpa_libelle
            MOVE 30 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "NUTPRPCT" TO fpa_code
            MOVE "Part mini energie proteine (%)" TO fpa_libelle
            MOVE 10 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "RAVSEUL1" TO fpa_code
            MOVE "Reste a vivre seuil 1 (EUR/j)" TO fpa_libelle
            MOVE 5 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "RAVDUR1" TO fpa_code
            MOVE "Acces sous seuil 1 (mois)" TO fpa_libelle
            MOVE 12 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "RAVSEUL2" TO fpa_code
            MOVE "Reste a vivre seuil 2 (EUR/j)" TO fpa_libelle
            MOVE 8 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "RAVDUR2" TO fpa_code
            MOVE "Acces sous seuil 2 (mois)" TO fpa_libelle
            MOVE 6 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "RAVSEUL3" TO fpa_code
            MOVE "Reste a vivre seuil 3 (EUR/j)" TO fpa_libelle
            MOVE 12 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "RAVDUR3" TO fpa_code
            MOVE "Acces sous seuil 3 (mois)" TO fpa_libelle
            MOVE 3 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "URGMOIS" TO fpa_code
            MOVE "Accueils urgence/centre/mois" TO fpa_libelle
            MOVE 20 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "OFFDELAI" TO fpa_code
            MOVE "Jours de validite offre surplus" TO fpa_libelle
            MOVE 3 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "CENTRCMD" TO fpa_code
            MOVE "Centre receveur des commandes" TO fpa_libelle
            MOVE 1 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "FACTQTE" TO fpa_code
            MOVE "Tolerance qte facturee (%)" TO fpa_libelle
            MOVE 0 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "FACTPRIX" TO fpa_code
            MOVE "Tolerance prix facture (%)" TO fpa_libelle
            MOVE 2 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "ETALONJ" TO fpa_code
            MOVE "Jours entre etalonnages" TO fpa_libelle
            MOVE 365 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "REVUEJ" TO fpa_code
            MOVE "Jours de reponse revue droits" TO fpa_libelle
            MOVE 30 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "MDPAGE" TO fpa_code
            MOVE "Validite mot de passe (jours)" TO fpa_libelle
            MOVE 180 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "MDPAVERT" TO fpa_code
            MOVE "Preavis expiration mdp (jours)" TO fpa_libelle
            MOVE 14 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

            MOVE "MDPHIST" TO fpa_code
            MOVE "Anciens mdp interdits (max 5)" TO fpa_libelle
            MOVE 3 TO fpa_valeur
            WRITE tamp_fparametres
            END-WRITE

       END-IF
       CLOSE fparametres

       OPEN I-O flots
       IF cr_flots = 35 THEN
            OPEN OUTPUT flots
            MOVE "lots.dat" TO WvfFichier
            PERFORM Estampiller_version_fichier
       END-IF
       CLOSE flots

       OPEN I-O fdemandes
       IF cr_fdemandes = 35 THEN
            OPEN OUTPUT fdemandes
            MOVE "demandes.dat" TO WvfFichier
            PERFORM Estampiller_version_fichier
       END-IF
       CLOSE fdemandes

       OPEN I-O farchive
       IF cr_farchive = 35 THEN
            OPEN OUTPUT farchive
            MOVE "distributions_archive.dat" TO WvfFichier
            PERFORM Estampiller_version_fichier
       END-IF
       CLOSE farchive


       OPEN I-O fdistribution-lignes
       IF cr_fdistribution-lignes = 35 THEN

        OPEN I-O fbe
           IF cr_fbe = 35 THEN
                MOVE "benevoles.dat" TO WvfFichier
                PERFORM Estampiller_version_fichier
                MOVE 00001 TO fbe_id
                MOVE "lbonneau" TO fbe_identifiant
                MOVE "Lucas" TO fbe_prenom
       OPEN I-O ftemperatures
       IF cr_ftemperatures = 35 THEN
            OPEN OUTPUT ftemperatures
            MOVE "temperatures.dat" TO WvfFichier
            PERFORM Estampiller_version_fichier
       END-IF
       CLOSE ftemperatures

       OPEN I-O fconsommations
       IF cr_fconsommations = 35 THEN
            OPEN OUTPUT fconsommations
            MOVE "lot_consommations.dat" TO WvfFichier
            PERFORM Estampiller_version_fichier
       END-IF
       CLOSE fconsommations

       END-IF
       CLOSE fcahier-lus


       OPEN I-O ftournee-retours
       IF cr_ftournee-retours = 35 THEN
            OPEN OUTPUT ftournee-retours
       END-IF
       CLOSE ftournee-retours


       OPEN I-O fvehicule-journal
       IF cr_fvehicule-journal = 35 THEN
            OPEN OUTPUT fvehicule-journal
       END-IF
       CLOSE fvehicule-journal


       OPEN I-O fvehicule-echeances
       IF cr_fvehicule-echeances = 35 THEN
            OPEN OUTPUT fvehicule-echeances
       END-IF
       CLOSE fvehicule-echeances


       OPEN I-O ffrais
       IF cr_ffrais = 35 THEN
            OPEN OUTPUT ffrais
       END-IF
       CLOSE ffrais


       OPEN I-O frecus
       IF cr_frecus = 35 THEN
            OPEN OUTPUT frecus
       END-IF
       CLOSE frecus


       OPEN I-O fsubv-affect
       IF cr_fsubv-affect = 35 THEN
            OPEN OUTPUT fsubv-affect
       END-IF
       CLOSE fsubv-affect


       OPEN I-O fbudgets
       IF cr_fbudgets = 35 THEN
            OPEN OUTPUT fbudgets
       END-IF
       CLOSE fbudgets


       OPEN I-O freglements
       IF cr_freglements = 35 THEN
            OPEN OUTPUT freglements
       END-IF
       CLOSE freglements


       OPEN I-O fnutrition
       IF cr_fnutrition = 35 THEN
            OPEN OUTPUT fnutrition
       END-IF
       CLOSE fnutrition


       OPEN I-O fcartes
       IF cr_fcartes = 35 THEN
            OPEN OUTPUT fcartes
       END-IF
       CLOSE fcartes


       OPEN I-O fevaluations
       IF cr_fevaluations = 35 THEN
            OPEN OUTPUT fevaluations
       END-IF
       CLOSE fevaluations


       OPEN I-O ftypesjustif
       IF cr_ftypesjustif = 35 THEN
            OPEN OUTPUT ftypesjustif

            MOVE "PID" TO ftj_code
            MOVE "Piece d'identite" TO ftj_libelle
            MOVE "O" TO ftj_obligatoire
            MOVE 0 TO ftj_validiteJours
            WRITE tamp_ftypesjustif
            END-WRITE

            MOVE "CAF" TO ftj_code
            MOVE "Attestation CAF" TO ftj_libelle
            MOVE "O" TO ftj_obligatoire
            MOVE 90 TO ftj_validiteJours
            WRITE tamp_ftypesjustif
            END-WRITE

            MOVE "IMP" TO ftj_code
            MOVE "Avis d'imposition" TO ftj_libelle
            MOVE "O" TO ftj_obligatoire
            MOVE 365 TO ftj_validiteJours
            WRITE tamp_ftypesjustif
            END-WRITE

            MOVE "DOM" TO ftj_code
            MOVE "Justificatif de domicile" TO ftj_libelle
            MOVE "O" TO ftj_obligatoire
            MOVE 90 TO ftj_validiteJours
            WRITE tamp_ftypesjustif
            END-WRITE
       END-IF
       CLOSE ftypesjustif


       OPEN I-O fjustificatifs
       IF cr_fjustificatifs = 35 THEN
            OPEN OUTPUT fjustificatifs
       END-IF
       CLOSE fjustificatifs


       OPEN I-O forientations
       IF cr_forientations = 35 THEN
            OPEN OUTPUT forientations
       END-IF
       CLOSE forientations


       OPEN I-O fextraits
       IF cr_fextraits = 35 THEN
            OPEN OUTPUT fextraits
       END-IF
       CLOSE fextraits


       OPEN I-O furgences
       IF cr_furgences = 35 THEN
            OPEN OUTPUT furgences
       END-IF
       CLOSE furgences


       OPEN I-O fcarnets
       IF cr_fcarnets = 35 THEN
            OPEN OUTPUT fcarnets
       END-IF
       CLOSE fcarnets


       OPEN I-O fcheques
       IF cr_fcheques = 35 THEN
            OPEN OUTPUT fcheques
       END-IF
       CLOSE fcheques


       OPEN I-O fsources
       IF cr_fsources = 35 THEN
            OPEN OUTPUT fsources

            MOVE "UE" TO fsf_code
            MOVE "FSE+ aide alimentaire europeenne" TO fsf_libelle
            MOVE "O" TO fsf_reserveBenef
            WRITE tamp_fsources
            END-WRITE

            MOVE "ET" TO fsf_code
            MOVE "Programmes de l'Etat" TO fsf_libelle
            MOVE "N" TO fsf_reserveBenef
            WRITE tamp_fsources
            END-WRITE

            MOVE "AC" TO fsf_code
            MOVE "Achats sur fonds propres" TO fsf_libelle
            MOVE "N" TO fsf_reserveBenef
            WRITE tamp_fsources
            END-WRITE

            MOVE "DN" TO fsf_code
            MOVE "Dons et ramasses" TO fsf_libelle
            MOVE "N" TO fsf_reserveBenef
            WRITE tamp_fsources
            END-WRITE

            MOVE "CO" TO fsf_code
            MOVE "Collectes" TO fsf_libelle
            MOVE "N" TO fsf_reserveBenef
            WRITE tamp_fsources
            END-WRITE
       END-IF
       CLOSE fsources


       OPEN I-O fmvsources
       IF cr_fmvsources = 35 THEN
            OPEN OUTPUT fmvsources
       END-IF
       CLOSE fmvsources


       OPEN I-O foffres
       IF cr_foffres = 35 THEN
            OPEN OUTPUT foffres
       END-IF
       CLOSE foffres


       OPEN I-O fquarantaines
       IF cr_fquarantaines = 35 THEN
            OPEN OUTPUT fquarantaines
       END-IF
       CLOSE fquarantaines


       OPEN I-O fcomptages
       IF cr_fcomptages = 35 THEN
            OPEN OUTPUT fcomptages
       END-IF
       CLOSE fcomptages


       OPEN I-O ffactures
       IF cr_ffactures = 35 THEN
            OPEN OUTPUT ffactures
       END-IF
       CLOSE ffactures


       OPEN I-O ffacture-lignes
       IF cr_ffacture-lignes = 35 THEN
            OPEN OUTPUT ffacture-lignes
       END-IF
       CLOSE ffacture-lignes


       OPEN I-O fequipements
       IF cr_fequipements = 35 THEN
            OPEN OUTPUT fequipements
       END-IF
       CLOSE fequipements


       OPEN I-O fmaintenances
       IF cr_fmaintenances = 35 THEN
            OPEN OUTPUT fmaintenances
       END-IF
       CLOSE fmaintenances


       OPEN I-O fechanges
       IF cr_fechanges = 35 THEN
            OPEN OUTPUT fechanges
       END-IF
       CLOSE fechanges


       OPEN I-O fattestations
       IF cr_fattestations = 35 THEN
            OPEN OUTPUT fattestations
       END-IF
       CLOSE fattestations


       OPEN I-O frevues
       IF cr_frevues = 35 THEN
            OPEN OUTPUT frevues
       END-IF
       CLOSE frevues


       OPEN I-O fmotsdepasse
       IF cr_fmotsdepasse = 35 THEN
            OPEN OUTPUT fmotsdepasse
       END-IF
       CLOSE fmotsdepasse


       OPEN I-O fversions
       IF cr_fversions = 35 THEN
            OPEN OUTPUT fversions
       END-IF
       CLOSE fversions


       OPEN I-O fcapacite
       IF cr_fcapacite = 35 THEN
            OPEN OUTPUT fcapacite
       END-IF
       CLOSE fcapacite


       OPEN I-O fparhist
       IF cr_fparhist = 35 THEN
            OPEN OUTPUT fparhist
       END-IF
       CLOSE fparhist


       OPEN I-O fcrises
       IF cr_fcrises = 35 THEN
            OPEN OUTPUT fcrises
       END-IF
       CLOSE fcrises


       OPEN I-O fdistcrises
       IF cr_fdistcrises = 35 THEN
            OPEN OUTPUT fdistcrises
       END-IF
       CLOSE fdistcrises


       OPEN I-O fexercices
       IF cr_fexercices = 35 THEN
            OPEN OUTPUT fexercices
       END-IF
       CLOSE fexercices


       OPEN I-O fajustements
       IF cr_fajustements = 35 THEN
            OPEN OUTPUT fajustements
       END-IF
       CLOSE fajustements


       OPEN I-O fqualite
       IF cr_fqualite = 35 THEN
            OPEN OUTPUT fqualite
       END-IF
       CLOSE fqualite


       OPEN I-O flivraisons
       IF cr_flivraisons = 35 THEN
            OPEN OUTPUT flivraisons
       END-IF
       CLOSE flivraisons

       DISPLAY "Initialisation terminée, tous les "
           "fichiers sont en place."

           PERFORM Ecrire_droit_defaut
           MOVE "GERINC" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "QUARANT" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "LITFACT" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "FERMCTR" TO WfonctionCode
           PERFORM Ecrire_droit_defaut

           MOVE 2 TO WroleDroit
           MOVE "MODGRP" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "AUTOAFF" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "ECHAFF" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "NOTEFRAI" TO WfonctionCode
           PERFORM Ecrire_droit_defaut

           MOVE 3 TO WroleDroit
           MOVE "VOIRDIS" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "CONFAFF" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "ECHAFF" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "REVHAB" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "NOTEFRAI" TO WfonctionCode
           PERFORM Ecrire_droit_defaut

           MOVE 4 TO WroleDroit
           MOVE "RESPCEN" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "REVHAB" TO WfonctionCode
           PERFORM Ecrire_droit_defaut
           MOVE "MODPROF" TO WfonctionCode
           PERFORM Ecrire_droit_defaut.

       Estampiller_version_fichier.
           PERFORM Version_courante_fichier
           MOVE FUNCTION CURRENT-DATE TO WdtVersion
           OPEN I-O fversions
           IF cr_fversions = 35 THEN
               OPEN OUTPUT fversions
           END-IF
           MOVE WvfFichier TO fvf_fichier
           MOVE WvfAttendue TO fvf_version
           MOVE WdtVersion(1:8) TO fvf_date
           MOVE SPACE TO fvf_etat
           MOVE 0 TO fvf_versionAncienne
           MOVE 0 TO fvf_nbAvant
           MOVE 0 TO fvf_nbApres
           MOVE SPACES TO fvf_fichierAncien
           WRITE tamp_fversions
               INVALID KEY
                   REWRITE tamp_fversions
                   END-REWRITE
           END-WRITE
           CLOSE fversions.

       COPY "versions.cpy".
