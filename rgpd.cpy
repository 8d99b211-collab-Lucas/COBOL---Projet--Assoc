       Extrait_droit_acces.
           DISPLAY "Extrait droit d'accès RGPD"
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Personne concernée : F=foyer bénéficiaire, "
                   "B=bénévole : "
               ACCEPT WtypePersonneRg
               IF WtypePersonneRg = "f" THEN
                   MOVE "F" TO WtypePersonneRg
               END-IF
               IF WtypePersonneRg = "b" THEN
                   MOVE "B" TO WtypePersonneRg
               END-IF
               IF WtypePersonneRg = "F" OR WtypePersonneRg = "B" THEN
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
           DISPLAY "Entrez l'ID de la personne : "
           ACCEPT WidPersonneRg
           MOVE 0 TO Wtrouve
           IF WtypePersonneRg = "F" THEN
               OPEN INPUT fbeneficiaires
               MOVE WidPersonneRg TO fbn_id
               READ fbeneficiaires
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
               CLOSE fbeneficiaires
           ELSE
               OPEN INPUT fbe
               MOVE WidPersonneRg TO fbe_id
               READ fbe
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
               CLOSE fbe
           END-IF
           IF Wtrouve = 0 THEN
               DISPLAY "Aucune fiche pour cette personne."
           ELSE
               DISPLAY "Nom du demandeur : "
               ACCEPT WdemandeurRg
               MOVE "Date de réception de la demande (AAAAMMJJ) : "
                   TO WinviteDate
               PERFORM Saisir_date
               MOVE Wdate TO WdateDemandeRg

               MOVE "RGPDACCE" TO WcodeEtat
               MOVE 1 TO WspoolForce
               PERFORM Spool_debut
               MOVE SPACES TO WligneEtat
               STRING "EXTRAIT DROIT D'ACCES - personne "
                   WtypePersonneRg " " WidPersonneRg
                   " - demande du " WdateDemandeRg
                   " par " WdemandeurRg
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               IF WtypePersonneRg = "F" THEN
                   PERFORM Extrait_beneficiaire
               ELSE
                   PERFORM Extrait_benevole
               END-IF
               PERFORM Extrait_incidents_rg
               PERFORM Extrait_historique_rg
               MOVE SPACES TO WfichierRg
               IF WspoolActif = 1 THEN
                   MOVE WnomEtat TO WfichierRg
               END-IF
               PERFORM Spool_fin
               PERFORM Journaliser_extrait_rg
           END-IF.

       Titre_section_rg.
           MOVE SPACES TO WligneEtat
           STRING "---- " WtitreRg " ----"
               DELIMITED BY SIZE INTO WligneEtat
           PERFORM Spool_ligne.

       Extrait_beneficiaire.
           MOVE "Fiche bénéficiaire" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fbeneficiaires
           MOVE WidPersonneRg TO fbn_id
           READ fbeneficiaires
               NOT INVALID KEY
                   MOVE SPACES TO WligneEtat
                   STRING "foyer " fbn_id " " fbn_nom
                       " - " fbn_adresse
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   MOVE SPACES TO WligneEtat
                   STRING "personnes " fbn_nbPersonnes
                       " inscrit le " fbn_dateInscription
                       " statut " fbn_statut
                       " renouvelé le " fbn_dateRenouvellement
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   MOVE SPACES TO WligneEtat
                   STRING "sans gluten " fbn_sansGluten
                       " sans porc " fbn_sansPorc
                       " sans lactose " fbn_sansLactose
                       " prescripteur " fbn_prescripteur
                       " orienté le " fbn_dateOrientation
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   MOVE SPACES TO WligneEtat
                   STRING "modifié le " fbn_modifDate
                       " par " fbn_modifPar
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
           END-READ
           CLOSE fbeneficiaires

           MOVE "Membres du ménage" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fmenages
           MOVE 0 TO Wfin
           MOVE WidPersonneRg TO fmn_beneficiaire
           MOVE LOW-VALUES TO fmn_numPersonne
           START fmenages KEY IS NOT LESS THAN fmn_cle
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fmenages NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fmn_beneficiaire NOT = WidPersonneRg THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING "personne " fmn_numPersonne
                               " né(e) le " fmn_dateNaissance
                               " " fmn_relation
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fmenages

           MOVE "Cartes" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fcartes
           IF cr_fcartes = 00 THEN
               MOVE 0 TO Wfin
               MOVE WidPersonneRg TO fcb_beneficiaire
               START fcartes KEY IS EQUAL TO fcb_beneficiaire
                   INVALID KEY MOVE 1 TO Wfin
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcartes NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fcb_beneficiaire NOT = WidPersonneRg
                                   THEN
                               MOVE 1 TO Wfin
                           ELSE
                               MOVE SPACES TO WligneEtat
                               STRING "carte " fcb_numero
                                   " émise le " fcb_dateEmission
                                   " statut " fcb_statut
                                   " valide au " fcb_dateValidite
                                   DELIMITED BY SIZE INTO WligneEtat
                               PERFORM Spool_ligne
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcartes
           END-IF

           MOVE "Livraison à domicile" TO WtitreRg
           PERFORM Titre_section_rg
           MOVE WidPersonneRg TO WidBeneficiaire
           PERFORM Tester_livraison_domicile
           IF WlivExiste = 1 THEN
               MOVE SPACES TO WligneEtat
               STRING "livré à domicile " WlivActif
                   " centre " WcentreLivraison
                   " jour " WjourLivraison
                   " créneau " WcreneauLivraison
                   " panier " WpanierLivraison
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
               MOVE SPACES TO WligneEtat
               STRING "accès : " WaccesLivraison
                   DELIMITED BY SIZE INTO WligneEtat
               PERFORM Spool_ligne
           END-IF

           MOVE "Évaluations d'éligibilité" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fevaluations
           IF cr_fevaluations = 00 THEN
               MOVE 0 TO Wfin
               MOVE WidPersonneRg TO fev_beneficiaire
               MOVE 0 TO fev_date
               START fevaluations KEY IS NOT LESS THAN fev_cle
                   INVALID KEY MOVE 1 TO Wfin
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fevaluations NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fev_beneficiaire NOT = WidPersonneRg
                                   THEN
                               MOVE 1 TO Wfin
                           ELSE
                               COMPUTE Wressources = fev_salaires
                                   + fev_prestations + fev_chomage
                                   + fev_pensions + fev_autresRes
                               COMPUTE Wcharges = fev_loyer
                                   + fev_energie + fev_assurances
                                   + fev_credits + fev_autresCh
                               MOVE SPACES TO WligneEtat
                               STRING "évaluation du " fev_date
                                   " ressources " Wressources
                                   " charges " Wcharges
                                   " accès " fev_dureeMois
                                   " mois jusqu'au " fev_dateFinDroit
                                   DELIMITED BY SIZE INTO WligneEtat
                               PERFORM Spool_ligne
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fevaluations
           END-IF

           MOVE "Justificatifs" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fjustificatifs
           IF cr_fjustificatifs = 00 THEN
               MOVE 0 TO Wfin
               MOVE WidPersonneRg TO fju_beneficiaire
               MOVE LOW-VALUES TO fju_type
               START fjustificatifs KEY IS NOT LESS THAN fju_cle
                   INVALID KEY MOVE 1 TO Wfin
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fjustificatifs NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fju_beneficiaire NOT = WidPersonneRg
                                   THEN
                               MOVE 1 TO Wfin
                           ELSE
                               MOVE SPACES TO WligneEtat
                               STRING "justificatif " fju_type
                                   " reçu le " fju_dateReception
                                   " expire le " fju_dateExpiration
                                   " vérifié par " fju_verifiePar
                                   DELIMITED BY SIZE INTO WligneEtat
                               PERFORM Spool_ligne
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fjustificatifs
           END-IF

           MOVE "Orientations vers d'autres services" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT forientations
           IF cr_forientations = 00 THEN
               MOVE 0 TO Wfin
               MOVE WidPersonneRg TO fot_beneficiaire
               START forientations KEY IS EQUAL TO fot_beneficiaire
                   INVALID KEY MOVE 1 TO Wfin
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ forientations NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fot_beneficiaire NOT = WidPersonneRg
                                   THEN
                               MOVE 1 TO Wfin
                           ELSE
                               MOVE SPACES TO WligneEtat
                               STRING "orientation " fot_id
                                   " du " fot_date " " fot_domaine
                                   " " fot_organisme
                                   " statut " fot_statut
                                   DELIMITED BY SIZE INTO WligneEtat
                               PERFORM Spool_ligne
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE forientations
           END-IF

           MOVE "Chèques services" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fcheques
           IF cr_fcheques = 00 THEN
               MOVE 0 TO Wfin
               MOVE WidPersonneRg TO fvo_beneficiaire
               START fcheques KEY IS EQUAL TO fvo_beneficiaire
                   INVALID KEY MOVE 1 TO Wfin
               END-START
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcheques NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fvo_beneficiaire NOT = WidPersonneRg
                                   THEN
                               MOVE 1 TO Wfin
                           ELSE
                               MOVE SPACES TO WligneEtat
                               STRING "chèque " fvo_numero
                                   " valeur " fvo_valeur
                                   " émis le " fvo_dateEmission
                                   " statut " fvo_statut
                                   " motif " fvo_motif
                                   DELIMITED BY SIZE INTO WligneEtat
                               PERFORM Spool_ligne
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcheques
           END-IF

           MOVE "Rendez-vous" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT frendezvous
           MOVE 0 TO Wfin
           MOVE WidPersonneRg TO frv_beneficiaire
           START frendezvous KEY IS EQUAL TO frv_beneficiaire
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frendezvous NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF frv_beneficiaire NOT = WidPersonneRg THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING "rendez-vous " frv_id
                               " le " frv_date " créneau "
                               frv_horaire " centre " frv_centre
                               " statut " frv_statut
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           CLOSE frendezvous

           MOVE "Distributions, lignes servies et écarts" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fdistribution-lignes
           OPEN INPUT fecarts
           OPEN INPUT fdistributions
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fdistributions NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fdi_beneficiaire = WidPersonneRg THEN
                           MOVE SPACES TO WligneEtat
                           STRING "distribution " fdi_id
                               " du " fdi_date " centre "
                               fdi_centre " créneau " fdi_horaire
                               " statut " fdi_statut
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                           MOVE fdi_id TO WidDistribRg
                           PERFORM Extrait_lignes_distribution_rg
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fdistributions
           CLOSE fecarts
           CLOSE fdistribution-lignes

           OPEN INPUT farchive
           IF cr_farchive = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ farchive NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fax_beneficiaire = WidPersonneRg THEN
                               MOVE SPACES TO WligneEtat
                               STRING "distribution archivée "
                                   fax_id " du " fax_date
                                   " centre " fax_centre
                                   " produit " fax_produit
                                   " quantité " fax_quantite
                                   " statut " fax_statut
                                   DELIMITED BY SIZE INTO WligneEtat
                               PERFORM Spool_ligne
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE farchive
           END-IF

           MOVE "Notes de suivi social - CONFIDENTIEL" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fnotes
           MOVE 0 TO Wfin
           MOVE WidPersonneRg TO fns_beneficiaire
           START fnotes KEY IS EQUAL TO fns_beneficiaire
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fnotes NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fns_beneficiaire NOT = WidPersonneRg THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING "[CONFIDENTIEL] note " fns_id
                               " du " fns_date " auteur "
                               fns_auteur " : " fns_texte
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fnotes.

       Extrait_lignes_distribution_rg.
           MOVE 0 TO Wfin2
           MOVE WidDistribRg TO fdl_distribution
           MOVE LOW-VALUES TO fdl_produit
           START fdistribution-lignes KEY IS NOT LESS THAN fdl_cle
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fdistribution-lignes NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fdl_distribution NOT = WidDistribRg THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING "    ligne produit " fdl_produit
                               " quantité " fdl_quantite
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO Wfin2
           MOVE WidDistribRg TO fec_distribution
           MOVE LOW-VALUES TO fec_produit
           START fecarts KEY IS NOT LESS THAN fec_cle
               INVALID KEY MOVE 1 TO Wfin2
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
               READ fecarts NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fec_distribution NOT = WidDistribRg THEN
                           MOVE 1 TO Wfin2
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING "    écart produit " fec_produit
                               " prévu " fec_qtePrevue
                               " servi " fec_qteServie
                               " motif " fec_motif
                               " le " fec_date
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM.

       Extrait_benevole.
           MOVE "Fiche bénévole" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fbe
           MOVE WidPersonneRg TO fbe_id
           READ fbe
               NOT INVALID KEY
                   MOVE SPACES TO WligneEtat
                   STRING "bénévole " fbe_id " " fbe_prenom " "
                       fbe_nom " identifiant " fbe_identifiant
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   MOVE SPACES TO WligneEtat
                   STRING "âge " fbe_age " groupe " fbe_idGroupe
                       " rôle " fbe_role " statut " fbe_statut
                       " inscrit le " fbe_dateInscription
                       " antenne " fbe_antenne " centre " fbe_centre
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   MOVE SPACES TO WligneEtat
                   STRING "téléphone " fbe_telephone
                       " courriel " fbe_email
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   MOVE SPACES TO WligneEtat
                   STRING "adresse " fbe_adresse
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   MOVE SPACES TO WligneEtat
                   STRING "tuteur " fbe_tuteurNom " "
                       fbe_tuteurTel " consentement "
                       fbe_consentement " du " fbe_consentDate
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
                   MOVE SPACES TO WligneEtat
                   STRING "mot de passe : conservé sous forme "
                       "chiffrée, non communiqué"
                       DELIMITED BY SIZE INTO WligneEtat
                   PERFORM Spool_ligne
           END-READ
           CLOSE fbe

           MOVE "Connexions" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fjournal
           MOVE 0 TO Wfin
           MOVE WidPersonneRg TO fja_idUtilisateur
           START fjournal KEY IS EQUAL TO fja_idUtilisateur
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fjournal NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fja_idUtilisateur NOT = WidPersonneRg THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING "connexion le " fja_date " "
                               fja_heure " résultat " fja_resultat
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fjournal

           MOVE "Heures de bénévolat" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fheures
           MOVE 0 TO Wfin
           MOVE WidPersonneRg TO fhe_benevole
           START fheures KEY IS EQUAL TO fhe_benevole
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fheures NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fhe_benevole NOT = WidPersonneRg THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING "heures le " fhe_date " : "
                               fhe_nbHeures " distribution "
                               fhe_distribution
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fheures

           MOVE "Pointages" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fpointages
           MOVE 0 TO Wfin
           MOVE WidPersonneRg TO fpg_benevole
           START fpointages KEY IS EQUAL TO fpg_benevole
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fpointages NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fpg_benevole NOT = WidPersonneRg THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING "pointage le " fpg_date
                               " arrivée " fpg_heureArrivee
                               " départ " fpg_heureDepart
                               " distribution " fpg_distribution
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fpointages

           MOVE "Affectations" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT faffectations
           MOVE 0 TO Wfin
           MOVE WidPersonneRg TO faf_benevole
           START faffectations KEY IS EQUAL TO faf_benevole
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ faffectations NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF faf_benevole NOT = WidPersonneRg THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING "affectation " faf_id
                               " distribution " faf_distribution
                               " statut " faf_statut
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           CLOSE faffectations

           MOVE "Certifications" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fcertifications
           MOVE 0 TO Wfin
           MOVE WidPersonneRg TO fct_benevole
           MOVE LOW-VALUES TO fct_code
           START fcertifications KEY IS NOT LESS THAN fct_cle
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fcertifications NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fct_benevole NOT = WidPersonneRg THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING "certification " fct_code " "
                               fct_libelle " obtenue le "
                               fct_dateObtention " expire le "
                               fct_dateExpiration
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fcertifications.

       Extrait_incidents_rg.
           MOVE "Incidents" TO WtitreRg
           PERFORM Titre_section_rg
           OPEN INPUT fincidents
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fincidents NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fin_personne = WidPersonneRg AND
                               fin_typePersonne = WtypePersonneRg THEN
                           MOVE SPACES TO WligneEtat
                           STRING "incident " fin_id " du "
                               fin_date " centre " fin_centre
                               " " fin_type " gravité "
                               fin_gravite " : " fin_texte
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fincidents.

       Extrait_historique_rg.
           MOVE "Historique des modifications" TO WtitreRg
           PERFORM Titre_section_rg
           IF WtypePersonneRg = "F" THEN
               MOVE "BF" TO WentiteRg
           ELSE
               MOVE "BE" TO WentiteRg
           END-IF
           OPEN INPUT fhistorique
           MOVE 0 TO Wfin
           MOVE WentiteRg TO fhi_entite
           MOVE WidPersonneRg TO fhi_cle
           START fhistorique KEY IS EQUAL TO fhi_refcle
               INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fhistorique NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fhi_entite NOT = WentiteRg OR
                               fhi_cle NOT = WidPersonneRg THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE SPACES TO WligneEtat
                           STRING fhi_date " " fhi_heure " "
                               fhi_champ " : " fhi_ancien
                               " -> " fhi_nouveau " par "
                               fhi_utilisateur
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fhistorique.

       Journaliser_extrait_rg.
           OPEN I-O increment
           MOVE "XR" TO autoinc_entite
           READ increment
               INVALID KEY
                   MOVE "XR" TO autoinc_entite
                   MOVE 00001 TO autoinc_num
                   WRITE autoinc
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO autoinc_num
                   REWRITE autoinc
                   END-REWRITE
           END-READ
           CLOSE increment
           OPEN I-O fextraits
           MOVE FUNCTION CURRENT-DATE TO Wdt
           MOVE autoinc_num TO fxr_id
           MOVE WtypePersonneRg TO fxr_typePersonne
           MOVE WidPersonneRg TO fxr_personne
           MOVE WdemandeurRg TO fxr_demandeur
           MOVE WdateDemandeRg TO fxr_dateDemande
           MOVE Wdt(1:8) TO fxr_dateExtrait
           MOVE Wdt(9:6) TO fxr_heureExtrait
           MOVE WidUtilisateurConnecte TO fxr_operateur
           MOVE WfichierRg TO fxr_fichier
           WRITE tamp_fextraits
           END-WRITE
           CLOSE fextraits
           DISPLAY "Extrait " autoinc_num " journalisé.".

       Journal_extraits_rg.
           MOVE "RGPDJOUR" TO WcodeEtat
           PERFORM Spool_debut
           MOVE "Journal des extraits droit d'accès" TO WligneEtat
           PERFORM Spool_ligne
           OPEN INPUT fextraits
           IF cr_fextraits = 00 THEN
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fextraits NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           COMPUTE WdelaiRg =
                               FUNCTION INTEGER-OF-DATE(fxr_dateExtrait)
                               - FUNCTION INTEGER-OF-DATE
                                   (fxr_dateDemande)
                           MOVE SPACES TO WligneEtat
                           STRING fxr_id " personne "
                               fxr_typePersonne " " fxr_personne
                               " demandé le " fxr_dateDemande
                               " par " fxr_demandeur
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                           MOVE SPACES TO WligneEtat
                           STRING "    extrait le " fxr_dateExtrait
                               " " fxr_heureExtrait " par "
                               fxr_operateur " délai " WdelaiRg
                               " jour(s) " fxr_fichier
                               DELIMITED BY SIZE INTO WligneEtat
                           PERFORM Spool_ligne
                           IF WdelaiRg > 30 THEN
                               MOVE SPACES TO WligneEtat
                               STRING "    ⚠️ délai légal d'un "
                                   "mois dépassé"
                                   DELIMITED BY SIZE INTO WligneEtat
                               PERFORM Spool_ligne
                           END-IF
                           ADD 1 TO WtotalEtat
                   END-READ
               END-PERFORM
               CLOSE fextraits
           END-IF
           PERFORM Spool_fin.

       GERE_RGPD.
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix < 4 AND Wchoix > 0
           PERFORM Afficher_bandeau_formation
           DISPLAY  "1. Produire un extrait droit d'accès "
           DISPLAY  "2. Journal des extraits "
           DISPLAY  "3.Sortir "
           ACCEPT Wchoix
           IF Wchoix = 1 THEN
               PERFORM Extrait_droit_acces
           ELSE IF Wchoix = 2 THEN
               PERFORM Journal_extraits_rg
           ELSE IF Wchoix = 3 THEN
                DISPLAY "✅️ Sortie menu ✅️"
           END-IF
       END-PERFORM.
